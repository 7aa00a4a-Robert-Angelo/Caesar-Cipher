      ******************************************************************
      *    CIPHRLSR   - RELEASE INDEX RECORD LAYOUT (CIPHRLSX)        *
      *                 ONE RECORD PER ROUTED COPY CIPHEREL OR        *
      *                 CIPHHREL RELEASES TO A STATION FILE, WRITTEN  *
      *                 WITH ITS FIRST SEGMENT. THE ROUTED SEGMENT    *
      *                 CARRIES NEITHER THE PRECEDENCE NOR THE        *
      *                 STATION, AND A COPY PARKED ON AN EARLIER DAY  *
      *                 IS NOT ON THE DAY'S CIPHIN, SO CIPHFMT TAKES  *
      *                 BOTH FROM HERE, MATCHING ON REC-ID AND CHECK  *
      *                 VALUE. RLS-SOURCE IS THE PARKING DATASET THE  *
      *                 COPY CAME OFF (CIPHEMBG OR CIPHHELD).         *
      ******************************************************************
           05  RLS-REC-ID               PIC 9(06).
           05  RLS-CHECK-VALUE          PIC 9(06).
           05  RLS-STATION              PIC X(03).
           05  RLS-PRECEDENCE           PIC X(01).
           05  RLS-SOURCE               PIC X(08).
           05  RLS-HELD-DATE            PIC 9(08).
           05  RLS-RELEASE-DATE         PIC 9(08).
           05  FILLER                   PIC X(08).
