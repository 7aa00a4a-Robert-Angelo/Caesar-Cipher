000378*                   NOW REFUSED, THE SAME RULE THE CIPHER STEP
000379*                   AND CIPHRKEY APPLY, INSTEAD OF DRIVING THE
000380*                   KEYWORD SHIFT MATH FROM A SPACE.
000382*  10/15/2026  RA   THE AUDIT LOG RECORD NOW CARRIES THE KEY-ID
000384*                   USED, SO AD-HOC TRAFFIC COUNTS TOWARD THE
000386*                   KEY'S LAST USE ON THE CIPHKEYA INVENTORY.
000388*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
005070* 7000-WRITE-LOG - APPEND THE SAME AUDIT RECORD THE BATCH RUN
005080* WRITES, SO AD-HOC TRAFFIC SHOWS IN THE MONTHLY CIPHRPT
005090* REPORT. THE SHIFT IS LOGGED AS ZERO - THE KEY CAME FROM THE
005096* KEY STORE AND ITS VALUE STAYS THERE. THE KEY-ID IS LOGGED SO
005102* THE KEY INVENTORY (CIPHKEYA) SEES AD-HOC USE OF THE KEY.
005110*-----------------------------------------------------------------
005120 7000-WRITE-LOG.
005130     IF ADHC-LOG-STATUS NOT = '00'
005220     MOVE ZERO TO LOG-SHIFT.
005230     MOVE ADHC-MSG-LEN TO LOG-INPUT-LENGTH.
005240     MOVE ADHC-REC-ID TO LOG-REC-ID.
005245     MOVE ADHC-KEY-ID TO LOG-KEY-ID.
005250     WRITE ADHC-LOG-RECORD.
005260 7000-EXIT.
005270     EXIT.
