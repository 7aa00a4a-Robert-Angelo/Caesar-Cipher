      ******************************************************************
      *    CIPHEMBR   - EMBARGO HOLD RECORD LAYOUT (CIPHEMBG)         *
      *                 ONE RECORD PER ROUTED COPY OF A CIPHERED      *
      *                 OUTPUT SEGMENT WHOSE MESSAGE CARRIED A        *
      *                 RELEASE DATE/TIME STILL IN THE FUTURE WHEN    *
      *                 THE CIPHER STEP RAN: THE STATION THE COPY IS  *
      *                 FOR, THE MESSAGE PRECEDENCE, THE RELEASE      *
      *                 DATE (CCYYMMDD) AND TIME (HHMM), AND THE DATE *
      *                 IT WAS EMBARGOED, FOLLOWED BY THE SEGMENT     *
      *                 EXACTLY AS WRITTEN TO THE MASTER OUTPUT       *
      *                 (CIPHOUTR LAYOUT). RECORDS ARE VARIABLE       *
      *                 LENGTH: THE 24-BYTE PREFIX PLUS THE SEGMENT'S *
      *                 OWN LENGTH. CIPHEREL RELEASES THE SEGMENTS TO *
      *                 THE STATION'S ROUTED FILE ONCE THEY ARE DUE.  *
      ******************************************************************
           05  EMB-STATION              PIC X(03).
           05  EMB-PRECEDENCE           PIC X(01).
           05  EMB-RELEASE-STAMP.
               10  EMB-RELEASE-DATE     PIC 9(08).
               10  EMB-RELEASE-TIME     PIC 9(04).
           05  EMB-HELD-DATE            PIC 9(08).
           05  EMB-SEG                  PIC X(148).
