      *                 SEGMENTS (TYPE C) AS THE TEXT NEEDS. ALL      *
      *                 SEGMENTS OF ONE MESSAGE CARRY THE SAME        *
      *                 MSG-REC-ID. RECORDS ARE VARIABLE LENGTH: THE  *
      *                 42-BYTE PREFIX PLUS MSG-SEG-TEXT-LEN BYTES OF *
      *                 TEXT. SHIFT KEY, KEY-ID, DESTINATION STATION, *
      *                 PRECEDENCE, CHECK VALUE, RELEASE DATE/TIME    *
      *                 AND THE TOTAL TEXT LENGTH ARE MEANINGFUL ON   *
      *                 THE FIRST SEGMENT ONLY.                       *
      *                 THE DESTINATION STATION CODE SELECTS WHICH    *
      *                 ROUTED OUTPUT DATASET THE CIPHERED MESSAGE    *
      *                 IS WRITTEN TO (SEE THE CIPHSTNR STATION       *
      *                 MASTER). IT MAY INSTEAD CARRY A DISTRIBUTION  *
      *                 LIST CODE (SEE CIPHDLSR, OR ALL), IN WHICH    *
      *                 CASE ONE COPY IS ROUTED TO EACH MEMBER        *
      *                 STATION UNDER THIS SAME MSG-REC-ID.           *
      *                 A NONBLANK MSG-KEY-ID NAMES A KEY ON          *
      *                 THE CENTRAL KEY STORE (CIPHKEYR) AND TAKES    *
      *                 THE PLACE OF THE CLEAR MSG-SHIFT-KEY, WHICH   *
      *                 IS RETAINED ONLY FOR LEGACY TRAFFIC.          *
      *                 THE RECOVERED PLAINTEXT AND REJECTS A         *
      *                 MISMATCH TO SUSPENSE (REASON ICHK). ZERO OR   *
      *                 BLANK MEANS NO CHECK VALUE WAS CARRIED.       *
      *                 THE RELEASE DATE (CCYYMMDD) AND TIME (HHMM)   *
      *                 EMBARGO THE MESSAGE: IT IS CIPHERED IN THE    *
      *                 NORMAL RUN BUT ITS ROUTED COPIES ARE PARKED   *
      *                 ON THE EMBARGO DATASET (CIPHEMBR) UNTIL       *
      *                 CIPHEREL FINDS THEM DUE. ZERO OR BLANK MEANS  *
      *                 RELEASE ON RECEIPT; A BLANK TIME WITH A DATE  *
      *                 READS AS 0000.                                *
      ******************************************************************
           05  MSG-REC-ID              PIC 9(06).
           05  MSG-SEG-TYPE            PIC X(01).
               88  MSG-PREC-IMMEDIATE            VALUE 'I'.
               88  MSG-PREC-ROUTINE              VALUE 'R'.
           05  MSG-CHECK-VALUE         PIC 9(06).
           05  MSG-RELEASE-STAMP.
               10  MSG-RELEASE-DATE    PIC 9(08).
               10  MSG-RELEASE-TIME    PIC 9(04).
           05  MSG-TEXT-TOTAL-LEN      PIC 9(04).
           05  MSG-SEG-TEXT-LEN        PIC 9(03).
           05  MSG-SEG-TEXT            PIC X(128).
