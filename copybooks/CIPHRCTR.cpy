      ******************************************************************
      *    CIPHRCTR   - BUSINESS-DATE RUN CONTROL RECORD (CIPHRCTL)   *
      *                 VSAM KSDS KEYED ON RCT-BUS-DATE. CIPHEDIT     *
      *                 OPENS ONE RECORD PER BUSINESS DATE WHEN IT    *
      *                 ACCEPTS THAT DATE'S FEED (THE HEADER FILE     *
      *                 DATE AND SOURCE SYSTEM) AND REFUSES A FEED    *
      *                 WHOSE DATE IS A DUPLICATE OR OUT OF SEQUENCE. *
      *                 EVERY OTHER STEP OF THE STREAM (CEASARCP,     *
      *                 CIPHEREL, CIPHHREL, CIPHVRFY, CIPHBAL,        *
      *                 CIPHRWRK, CIPHMRGE AND CIPHACK) CHECKS ITS    *
      *                 PREREQUISITE STEP HAS COMPLETED FOR THE       *
      *                 CURRENT DATE BEFORE IT OPENS ANYTHING, MARKS  *
      *                 ITSELF STARTED, AND STAMPS ITS CONDITION CODE *
      *                 AT THE END. A STEP IS IDENTIFIED BY PROGRAM   *
      *                 AND SOURCE, AS ON CIPHCTLR - THE CIPHER       *
      *                 STEP'S INPUT DD, THE CIPHMRGE TAG OR THE      *
      *                 CIPHACK STATION.                              *
      *                 RCT-STEP-STATUS  S  STARTED, NOT YET STAMPED  *
      *                                     (RUNNING OR ABENDED)      *
      *                                  C  COMPLETE, CC UNDER 8      *
      *                                     (UNDER 12 FOR CIPHACK,    *
      *                                     WHOSE CC=8 IS AGED        *
      *                                     TRAFFIC, NOT A FAILURE)   *
      *                                  F  FAILED, CC 8 OR OVER      *
      *                 A STARTED OR FAILED STEP MAY BE RUN AGAIN     *
      *                 (THE CIPHER STEP RESTARTS FROM ITS            *
      *                 CHECKPOINT); A COMPLETE ONE MAY NOT, UNLESS   *
      *                 THE STEP THAT FEEDS IT HAS COMPLETED AGAIN    *
      *                 SINCE (A REWORK CYCLE).                       *
      *                 THE RECORD KEYED ZERO IS THE CONTROL RECORD:  *
      *                 RCT-CURRENT-DATE IS THE BUSINESS DATE THE     *
      *                 STREAM IS NOW WORKING ON.                     *
      ******************************************************************
           05  RCT-BUS-DATE             PIC 9(08).
               88  RCT-CONTROL-REC                VALUE ZERO.
           05  RCT-DATE-BODY.
               10  RCT-FEED-DATE        PIC 9(08).
               10  RCT-SOURCE-SYSTEM    PIC X(08).
               10  RCT-OPENED-DATE      PIC 9(08).
               10  RCT-OPENED-TIME      PIC 9(08).
               10  RCT-STEP-COUNT       PIC 9(02).
               10  RCT-STEP OCCURS 30 TIMES.
                   15  RCT-STEP-ID.
                       20  RCT-STEP-PROGRAM PIC X(08).
                       20  RCT-STEP-SOURCE  PIC X(08).
                   15  RCT-STEP-STATUS  PIC X(01).
                       88  RCT-STEP-STARTED       VALUE 'S'.
                       88  RCT-STEP-COMPLETE      VALUE 'C'.
                       88  RCT-STEP-FAILED        VALUE 'F'.
                   15  RCT-STEP-CC      PIC 9(02).
                   15  RCT-STEP-STAMP.
                       20  RCT-STEP-DATE    PIC 9(08).
                       20  RCT-STEP-TIME    PIC 9(08).
               10  FILLER               PIC X(08).
           05  RCT-CONTROL-BODY REDEFINES RCT-DATE-BODY.
               10  RCT-CURRENT-DATE     PIC 9(08).
               10  FILLER               PIC X(1084).
