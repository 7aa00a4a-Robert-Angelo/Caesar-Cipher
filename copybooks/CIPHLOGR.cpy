      *                 LOG INTO A MESSAGE'S TRAIL; A ZERO REC-ID     *
      *                 MARKS A LOG RECORD WRITTEN BEFORE THE FIELD   *
      *                 EXISTED.                                      *
      *                 THE KEY-ID NAMES THE KEY-STORE KEY (CIPHKEYR) *
      *                 THE CALL USED - THE ID ONLY, NEVER THE KEY    *
      *                 VALUE - SO CIPHKEYA CAN SHOW WHEN EACH KEY    *
      *                 LAST CARRIED TRAFFIC. IT IS BLANK FOR A       *
      *                 PARM-SHIFT OR LEGACY CLEAR-SHIFT MESSAGE AND  *
      *                 ON RECORDS WRITTEN BEFORE THE FIELD EXISTED.  *
      ******************************************************************
           05  LOG-DATE                 PIC 9(08).
           05  FILLER                   PIC X(01).
           05  LOG-INPUT-LENGTH         PIC 9(05).
           05  FILLER                   PIC X(01).
           05  LOG-REC-ID               PIC 9(06).
           05  FILLER                   PIC X(01).
           05  LOG-KEY-ID               PIC X(04).
