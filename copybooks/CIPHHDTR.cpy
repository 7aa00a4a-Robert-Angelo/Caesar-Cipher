           05  HT-REC-ID                PIC 9(06).
               88  HT-HEADER-ID                   VALUE ZERO.
               88  HT-TRAILER-ID                  VALUE 999999.
           05  HT-BODY                  PIC X(164).
           05  HT-HEADER REDEFINES HT-BODY.
               10  HDR-FILE-DATE        PIC 9(08).
               10  HDR-SOURCE-SYSTEM    PIC X(08).
               10  FILLER               PIC X(148).
           05  HT-TRAILER REDEFINES HT-BODY.
               10  TRL-RECORD-COUNT     PIC 9(06).
               10  TRL-HASH-TOTAL       PIC 9(12).
               10  FILLER               PIC X(146).
