      *                 REPORT WOULD HAVE SHOWN HAD IT RUN STRAIGHT    *
      *                 THROUGH WITHOUT INTERRUPTION, AND EACH         *
      *                 STATION'S ROUTED FILE STILL BALANCES AGAINST   *
      *                 ITS SUMMARY COUNT AFTER A RESTART. THE HELD    *
      *                 COUNT IS THE NUMBER OF MESSAGES PARKED ON THE  *
      *                 HELD-TRAFFIC DATASET FOR SUSPENDED STATIONS.   *
      *                 THE LIST COUNT IS THE NUMBER OF MESSAGES       *
      *                 ADDRESSED TO A DISTRIBUTION LIST, AND THE      *
      *                 FAN-OUT COUNT THE ROUTED COPIES THOSE LISTS    *
      *                 PRODUCED BEYOND ONE PER MESSAGE. THE ACK AND   *
      *                 NAK COUNTS ARE THE RECEIPT CARDS AN INBOUND    *
      *                 RUN HAS WRITTEN BACK TO THE SENDING STATIONS.  *
      *                 THE EMBARGO COUNT IS THE ROUTED COPIES PARKED  *
      *                 ON THE EMBARGO DATASET UNTIL THEIR RELEASE.    *
      ******************************************************************
           05  CKPT-REC-COUNT           PIC 9(06).
           05  CKPT-REJECT-COUNT        PIC 9(06).
           05  CKPT-PREC-FLASH          PIC 9(06).
           05  CKPT-PREC-IMMED          PIC 9(06).
           05  CKPT-PREC-ROUTINE        PIC 9(06).
           05  CKPT-HELD-COUNT          PIC 9(06).
           05  CKPT-LIST-COUNT          PIC 9(06).
           05  CKPT-FANOUT-COUNT        PIC 9(06).
           05  CKPT-ACK-COUNT           PIC 9(06).
           05  CKPT-NAK-COUNT           PIC 9(06).
           05  CKPT-EMBARGO-COUNT       PIC 9(06).
           05  CKPT-SHIFT-TALLY.
               10  CKPT-SHIFT-COUNT     PIC 9(06) OCCURS 25 TIMES.
           05  CKPT-DEST-TALLY.
