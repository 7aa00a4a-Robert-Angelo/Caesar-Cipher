      *                          SEGMENT AHEAD OF IT                  *
      *                    ICHK  INBOUND INTEGRITY CHECK VALUE DID    *
      *                          NOT MATCH THE DECRYPTED TEXT         *
      *                    STCL  DESTINATION STATION IS CLOSED ON THE *
      *                          STATION MASTER                       *
      *                 DISPOSITION STATUS (TRAILING FIELDS):         *
      *                    O     OPEN - AWAITING CORRECTION/REWORK    *
      *                    R     REWORKED - RELEASED BY CIPHRWRK,     *
      *                 FIELD EXISTED) READS AS OPEN. ONCE A RECORD   *
      *                 IS MARKED R OR C THE REWORK JOB SKIPS IT, SO  *
      *                 THE SAME MESSAGE CANNOT BE REWORKED TWICE.    *
      *                 THE RELEASE DATE/TIME IS THE MESSAGE'S        *
      *                 EMBARGO STAMP (SEE CIPHMSG), CARRIED SO A     *
      *                 REWORKED MESSAGE IS STILL HELD UNTIL DUE.     *
      ******************************************************************
           05  SUS-REASON-CODE          PIC X(04).
           05  SUS-RUN-DATE             PIC 9(08).
           05  SUS-RWRK-REF             PIC X(08).
           05  SUS-PRECEDENCE           PIC X(01).
           05  SUS-CHECK-VALUE          PIC 9(06).
           05  SUS-RELEASE-STAMP.
               10  SUS-RELEASE-DATE     PIC 9(08).
               10  SUS-RELEASE-TIME     PIC 9(04).
