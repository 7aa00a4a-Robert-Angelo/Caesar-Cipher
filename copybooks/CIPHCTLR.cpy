      *                 BY AN OPERATOR EYEBALLING FOUR SYSOUTS.       *
      *                 CTL-SOURCE CARRIES THE CIPHER STEP'S INPUT    *
      *                 DD NAME SO A REWORK PASS (RWRKIN) DOES NOT    *
      *                 OVERLAY THE DAILY PASS (CIPHIN); THE LEAK     *
      *                 GUARD (CIPHLEAK) PUTS THE DD NAME OF EACH     *
      *                 DATASET IT CLEANED THERE ON ITS PULLED ROWS,  *
      *                 AND THE OTHER STAGES LEAVE IT BLANK OR NAME   *
      *                 THEIR OWN INPUT. WHERE THE SAME               *
      *                 PROGRAM/SOURCE/COUNTER APPEARS TWICE, THE     *
      *                 LATER RECORD WINS - A RERUN REPLACES ITS      *
      *                 OWN NUMBERS.                                  *
