      ******************************************************************
      *    CIPHDLSR   - DISTRIBUTION LIST CARD LAYOUT (CIPHDLST)      *
      *                 ONE CARD PER LIST MEMBER: THE 3-BYTE LIST     *
      *                 CODE A COLLECTIVE MESSAGE CARRIES IN          *
      *                 MSG-DEST-STATION AND ONE MEMBER STATION CODE  *
      *                 FROM THE STATION MASTER (CIPHSTNR). A LIST    *
      *                 WITH THREE MEMBERS IS THREE CARDS. THE CIPHER *
      *                 STEP ENCIPHERS A LIST-ADDRESSED MESSAGE ONCE  *
      *                 AND WRITES A COPY, UNDER THE ORIGINAL REC-ID, *
      *                 TO EACH MEMBER STATION'S OWN ROUTING. A CODE  *
      *                 THAT IS ALSO A STATION ON THE MASTER IS TAKEN *
      *                 AS THE STATION. THE CODE ALL NEEDS NO CARDS - *
      *                 IT MEANS EVERY STATION ON THE MASTER THAT IS  *
      *                 NOT CLOSED - BUT CARDS FOR ALL, WHEN PRESENT, *
      *                 REPLACE THAT MEANING.                         *
      *                 DLS-LIST-NAME IS DOCUMENTATION FOR WHOEVER    *
      *                 MAINTAINS THE DECK AND IS NOT READ.           *
      ******************************************************************
           05  DLS-LIST-CODE            PIC X(03).
           05  FILLER                   PIC X(01).
           05  DLS-MEMBER               PIC X(03).
           05  FILLER                   PIC X(01).
           05  DLS-LIST-NAME            PIC X(30).
           05  FILLER                   PIC X(42).
