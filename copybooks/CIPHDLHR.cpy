      ******************************************************************
      *    CIPHDLHR   - DELIVERY HISTORY RECORD LAYOUT                *
      *                 ONE FIXED-LENGTH RECORD PER MESSAGE THE       *
      *                 CIPHACK JOB CLOSES - THAT IS, EACH TIME A     *
      *                 STATION'S ACKNOWLEDGMENT MATCHES A MESSAGE    *
      *                 SENT THIS RUN OR CARRIED ON ITS PENDING FILE. *
      *                 THE SENT DATE IS THE FIRST TRANSMISSION, NOT  *
      *                 THE LATEST RETRANSMIT, SO THE ACK DELAY IS    *
      *                 THE WHOLE TIME THE STATION KEPT US WAITING.   *
      *                 THE PRECEDENCE IS F, I OR R AS ON CIPHIN, OR  *
      *                 - WHEN THE MESSAGE WAS NOT ON THE FEED READ   *
      *                 THE NIGHT IT WENT OUT. AGED MEANS THE MESSAGE *
      *                 WENT PAST THE STATION'S AGE LIMIT BEFORE IT   *
      *                 WAS ACKNOWLEDGED (IT WAS RETRANSMITTED, OR    *
      *                 ITS DELAY EXCEEDS THE LIMIT IN FORCE). THE    *
      *                 FILE IS APPENDED NIGHTLY (DISP=MOD) AND READ  *
      *                 BY THE MONTHLY DELIVERY REPORT (CIPHDLVM).    *
      ******************************************************************
           05  DLH-STATION              PIC X(03).
           05  DLH-REC-ID               PIC 9(06).
           05  DLH-PRECEDENCE           PIC X(01).
               88  DLH-PREC-FLASH                 VALUE 'F'.
               88  DLH-PREC-IMMEDIATE             VALUE 'I'.
               88  DLH-PREC-ROUTINE               VALUE 'R'.
           05  DLH-SENT-DATE            PIC 9(08).
           05  DLH-ACK-DATE             PIC 9(08).
           05  DLH-RETRAN-COUNT         PIC 9(02).
           05  DLH-ACK-DAYS             PIC 9(04).
           05  DLH-AGE-LIMIT            PIC 9(02).
           05  DLH-AGED-SW              PIC X(01).
               88  DLH-AGED                       VALUE 'Y'.
           05  FILLER                   PIC X(15).
