      ******************************************************************
      *    CIPHSTNR   - STATION MASTER RECORD LAYOUT (VSAM KSDS,      *
      *                 KEYED ON STN-CODE). ONE RECORD PER RECEIVING  *
      *                 STATION, MAINTAINED ONLY BY THE CIPHSTNM      *
      *                 TRANSACTION JOB. REPLACES THE CIPHRTBL        *
      *                 ROUTING CARDS AS THE CIPHER STEP'S SOURCE OF  *
      *                 STATION-TO-DD ROUTING.                        *
      *                 STN-ROUTE-DD  ROUTED OUTPUT DD FOR THE        *
      *                               STATION (CIPHOT1-3)             *
      *                 STN-STATUS    A  ACTIVE - TRAFFIC ROUTED      *
      *                               S  SUSPENDED - TRAFFIC IS       *
      *                                  CIPHERED BUT PARKED ON THE   *
      *                                  HELD-TRAFFIC DATASET         *
      *                                  (CIPHHELD) UNTIL THE         *
      *                                  STATION IS REACTIVATED AND   *
      *                                  CIPHHREL RELEASES IT         *
      *                               C  CLOSED - TRAFFIC GOES TO     *
      *                                  SUSPENSE UNDER REASON STCL   *
      *                 STN-ACK-AGE-LIMIT  DAYS A SENT MESSAGE MAY GO *
      *                               UNACKNOWLEDGED BEFORE CIPHACK   *
      *                               CUTS IT FOR RETRANSMIT; 00 =    *
      *                               USE THE CIPHACK JOB DEFAULT     *
      *                 STN-STATUS-DATE  DATE THE STATUS LAST CHANGED *
      ******************************************************************
           05  STN-CODE                 PIC X(03).
           05  STN-NAME                 PIC X(30).
           05  STN-ROUTE-DD             PIC X(08).
           05  STN-STATUS               PIC X(01).
               88  STN-ACTIVE                     VALUE 'A'.
               88  STN-SUSPENDED                  VALUE 'S'.
               88  STN-CLOSED                     VALUE 'C'.
           05  STN-ACK-AGE-LIMIT        PIC 9(02).
           05  STN-CONTACT              PIC X(30).
           05  STN-STATUS-DATE          PIC 9(08).
           05  FILLER                   PIC X(18).
