      ******************************************************************
      *    CIPHHLDR   - HELD-TRAFFIC RECORD LAYOUT (CIPHHELD)         *
      *                 ONE RECORD PER CIPHERED OUTPUT SEGMENT WHOSE  *
      *                 STATION WAS SUSPENDED ON THE STATION MASTER   *
      *                 WHEN THE CIPHER STEP RAN: THE STATION, THE    *
      *                 MESSAGE PRECEDENCE AND THE DATE IT WAS HELD,  *
      *                 FOLLOWED BY THE SEGMENT EXACTLY AS WRITTEN TO *
      *                 THE MASTER OUTPUT (CIPHOUTR LAYOUT). RECORDS  *
      *                 ARE VARIABLE LENGTH: THE 12-BYTE PREFIX PLUS  *
      *                 THE SEGMENT'S OWN LENGTH. CIPHHREL RELEASES   *
      *                 THE SEGMENTS TO THE STATION'S ROUTED FILE     *
      *                 ONCE THE STATION IS ACTIVE AGAIN.             *
      ******************************************************************
           05  HLD-STATION              PIC X(03).
           05  HLD-PRECEDENCE           PIC X(01).
           05  HLD-HELD-DATE            PIC 9(08).
           05  HLD-SEG                  PIC X(148).
