000344*                   NOW CARRIES THE MESSAGE REC-ID FOR THE
000345*                   CIPHINQ DISPOSITION TRACE; THE AGE-OFF COPY
000346*                   RECORDS GREW TO MATCH.
000348*  10/15/2026  RA   PICKED UP THE AUDIT LOG RECORD WIDENED FOR
000350*                   THE KEY-ID OF THE KEY-STORE KEY EACH CALL
000352*                   USED (READ BY CIPHKEYA); THE AGE-OFF COPY
000354*                   RECORDS GREW TO MATCH.
000356*-----------------------------------------------------------------
000358 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER.   IBM-370.
000380 OBJECT-COMPUTER.   IBM-370.
000590     COPY CIPHLOGR.
000600 FD  RPT-NEWLOG-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  RPT-NEWLOG-RECORD            PIC X(49).
000630 FD  RPT-ARCH-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  RPT-ARCH-RECORD              PIC X(49).
000660 FD  RPT-REPORT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  RPT-REPORT-RECORD            PIC X(132).
