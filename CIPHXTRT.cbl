000394*                   ITS PLAINTEXT SEGMENTS WITH A ZERO CHECK
000395*                   VALUE - NOTHING DOWNSTREAM RE-VERIFIES AN
000396*                   AUDIT EXTRACT.
000397*  10/15/2026  RA   PICKED UP THE WIDER MESSAGE RECORD THAT NOW
000398*                   CARRIES THE EMBARGO RELEASE DATE AND TIME
000399*                   (42-BYTE PREFIX, 170-BYTE MAXIMUM).
000400*-----------------------------------------------------------------
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000980     COPY CIPHLOGR.
000990 FD  XTRT-IN-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
001020         DEPENDING ON XTRT-IN-REC-LEN.
001030 01  XTRT-IN-RECORD.
001040     COPY CIPHMSG.
