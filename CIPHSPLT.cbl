000340*                   FOR CIPHVRFY. THE SLICE COUNT COMES FROM
000350*                   THE PARM SO IT CAN BE TUNED AS VOLUME
000360*                   GROWS.
000362*  10/15/2026  RA   PICKED UP THE WIDER MESSAGE RECORD THAT NOW
000364*                   CARRIES THE EMBARGO RELEASE DATE AND TIME
000366*                   (42-BYTE PREFIX, 170-BYTE MAXIMUM).
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000610 FILE SECTION.
000620 FD  SPLT-IN-FILE
000630     LABEL RECORDS ARE STANDARD
000640     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
000650         DEPENDING ON SPLT-IN-REC-LEN.
000660 01  SPLT-IN-RECORD.
000670     COPY CIPHMSG.
000680 FD  SPLT-OUT1-FILE
000690     LABEL RECORDS ARE STANDARD
000700     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
000710         DEPENDING ON SPLT-IN-REC-LEN.
000720 01  SPLT-OUT1-RECORD             PIC X(170).
000730 FD  SPLT-OUT2-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
000760         DEPENDING ON SPLT-IN-REC-LEN.
000770 01  SPLT-OUT2-RECORD             PIC X(170).
000780 FD  SPLT-OUT3-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
000810         DEPENDING ON SPLT-IN-REC-LEN.
000820 01  SPLT-OUT3-RECORD             PIC X(170).
000830 FD  SPLT-OUT4-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
000860         DEPENDING ON SPLT-IN-REC-LEN.
000870 01  SPLT-OUT4-RECORD             PIC X(170).
000880 WORKING-STORAGE SECTION.
000890*-----------------------------------------------------------------
000900* FILE I/O WORK AREAS
