      *                 OFF, NEWLY SENT ONES JOIN, AND ANYTHING AGED  *
      *                 PAST THE PARM LIMIT IS CUT TO THE RETRANSMIT  *
      *                 EXTRACT AND RE-DATED.                         *
      *                 THE PRECEDENCE AND THE FIRST SENT DATE RIDE   *
      *                 AT THE END SO THE DELIVERY HISTORY WRITTEN    *
      *                 WHEN THE MESSAGE CLOSES CAN SHOW THE CLASS    *
      *                 AND THE WHOLE ACK DELAY. A RECORD PADDED      *
      *                 FROM THE OLD 4029-BYTE LAYOUT READS AS        *
      *                 PRECEDENCE UNKNOWN, FIRST SENT = SENT DATE.   *
      ******************************************************************
           05  PEND-REC-ID              PIC 9(06).
           05  PEND-STATION             PIC X(03).
           05  PEND-CHECK-VALUE         PIC 9(06).
           05  PEND-TEXT-LEN            PIC 9(04).
           05  PEND-TEXT                PIC X(4000).
           05  PEND-PRECEDENCE          PIC X(01).
           05  PEND-FIRST-SENT-DATE     PIC 9(08).
