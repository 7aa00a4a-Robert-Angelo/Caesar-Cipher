      ******************************************************************
      *    CIPHACKR   - STATION ACKNOWLEDGMENT CARD LAYOUT (ACKIN)    *
      *                 ONE 80-BYTE CARD PER MESSAGE ID. A STATION    *
      *                 RETURNS THESE FOR THE TRAFFIC WE SEND IT      *
      *                 (READ BY CIPHACK ON ACKIN), AND THE INBOUND   *
      *                 DECRYPT RUN WRITES THE SAME CARDS BACK TO     *
      *                 EACH STATION FOR THE TRAFFIC IT SENDS US.     *
      *                 AKC-TYPE      ACK  RECEIVED AND DECIPHERED    *
      *                               NAK  REJECTED TO SUSPENSE -     *
      *                                    AKC-REASON CARRIES THE     *
      *                                    SUSPENSE REASON CODE       *
      *                               BLANK READS AS ACK, SO A CARD   *
      *                               CARRYING ONLY THE ID (THE       *
      *                               ORIGINAL FORMAT) STILL WORKS.   *
      *                 AKC-STATION   THE STATION THE CARD CONCERNS   *
      *                 AKC-DATE      DATE THE CARD WAS WRITTEN       *
      ******************************************************************
           05  AKC-REC-ID               PIC X(06).
           05  AKC-REC-ID-NUM REDEFINES AKC-REC-ID
                                        PIC 9(06).
           05  FILLER                   PIC X(01).
           05  AKC-TYPE                 PIC X(03).
               88  AKC-POSITIVE                   VALUE 'ACK' '   '.
               88  AKC-NEGATIVE                   VALUE 'NAK'.
           05  FILLER                   PIC X(01).
           05  AKC-REASON               PIC X(04).
           05  FILLER                   PIC X(01).
           05  AKC-STATION              PIC X(03).
           05  FILLER                   PIC X(01).
           05  AKC-DATE                 PIC 9(08).
           05  FILLER                   PIC X(52).
