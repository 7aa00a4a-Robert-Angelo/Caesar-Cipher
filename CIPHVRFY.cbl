000512*  09/02/2026  RA   PICKED UP THE WIDER RECORDS THAT NOW CARRY
000513*                   THE END-TO-END INTEGRITY CHECK VALUE; THE
000514*                   ROUND-TRIP COMPARISON ITSELF IS UNCHANGED.
000515*  10/15/2026  RA   PICKED UP THE WIDER MESSAGE RECORD THAT NOW
000516*                   CARRIES THE EMBARGO RELEASE DATE AND TIME
000517*                   (42-BYTE PREFIX, 170-BYTE MAXIMUM).
000518*  10/15/2026  RA   THE STEP NOW CHECKS IN WITH THE BUSINESS-DATE
000519*                   RUN CONTROL (CIPHRCTL): IT RUNS ONLY AFTER THE
000520*                   DAY'S CIPHER PASS (OR SLICE RECOMBINE) HAS
000521*                   COMPLETED, ONCE PER DATE, AND STAMPS ITS CC
000522*                   THERE. A REFUSED RUN ENDS CC=16 AND WRITES
000523*                   NOTHING.
000524*-----------------------------------------------------------------
000525 ENVIRONMENT DIVISION.
000526 CONFIGURATION SECTION.
000530 SOURCE-COMPUTER.   IBM-370.
000540 OBJECT-COMPUTER.   IBM-370.
000550 REPOSITORY.        FUNCTION ALL INTRINSIC.
000690            ACCESS MODE IS RANDOM
000700            RECORD KEY IS KEY-ID
000710            FILE STATUS IS VRFY-KEY-STATUS.
000711     SELECT VRFY-RCTL-FILE   ASSIGN TO CIPHRCTL
000712            ORGANIZATION IS INDEXED
000713            ACCESS MODE IS RANDOM
000714            RECORD KEY IS RCT-BUS-DATE
000715            FILE STATUS IS VRFY-RCTL-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  VRFY-INPUT-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
000770         DEPENDING ON VRFY-INPUT-REC-LEN.
000780 01  VRFY-INPUT-RECORD.
000790     COPY CIPHMSG.
000900     LABEL RECORDS ARE STANDARD.
000910 01  VRFY-KEY-RECORD.
000920     COPY CIPHKEYR.
000922 FD  VRFY-RCTL-FILE
000924     LABEL RECORDS ARE STANDARD.
000926 01  VRFY-RCTL-RECORD.
000928     COPY CIPHRCTR.
000930 WORKING-STORAGE SECTION.
000940*-----------------------------------------------------------------
000950* FILE I/O WORK AREAS
001980     05  VRFY-RPT-TOTAL-LABEL     PIC X(34).
001990     05  VRFY-RPT-TOTAL-COUNT     PIC ZZZ,ZZ9.
002000     05  FILLER                   PIC X(91) VALUE SPACES.
002001*-----------------------------------------------------------------
002002* RUN CONTROL WORK AREAS. THIS STEP IS KNOWN ON THE RUN CONTROL BY
002003* PROGRAM AND SOURCE; IT MAY NOT START UNTIL ITS PREREQUISITE STEP
002004* (EITHER ONE, OR BOTH WHERE MARKED) HAS COMPLETED FOR THE CURRENT
002005* BUSINESS DATE, AND MAY NOT RUN AGAIN ONCE COMPLETE UNLESS THE
002006* RERUN-AFTER STEP HAS COMPLETED SINCE. A CC AT OR OVER THE FAIL
002007* LEVEL STAMPS THE STEP FAILED, WHICH LEAVES IT FREE TO RERUN.
002008*-----------------------------------------------------------------
002009 01  VRFY-RCTL-STATUS             PIC X(02) VALUE '00'.
002010 01  VRFY-RCTL-AREA.
002011     05  VRFY-RCTL-STEP-ID.
002012         10  VRFY-RCTL-PROGRAM    PIC X(08) VALUE 'CIPHVRFY'.
002013         10  VRFY-RCTL-SOURCE     PIC X(08) VALUE SPACES.
002014     05  VRFY-RCTL-PREREQ-1.
002015         10  VRFY-RCTL-PREREQ-1-PGM PIC X(08) VALUE 'CEASARCP'.
002016         10  VRFY-RCTL-PREREQ-1-SRC PIC X(08) VALUE 'CIPHIN'.
002017     05  VRFY-RCTL-PREREQ-2.
002018         10  VRFY-RCTL-PREREQ-2-PGM PIC X(08) VALUE 'CIPHMRGE'.
002019         10  VRFY-RCTL-PREREQ-2-SRC PIC X(08) VALUE 'RECOMB'.
002020     05  VRFY-RCTL-RERUN-AFTER.
002021         10  VRFY-RCTL-RERUN-PGM  PIC X(08) VALUE SPACES.
002022         10  VRFY-RCTL-RERUN-SRC  PIC X(08) VALUE SPACES.
002023     05  VRFY-RCTL-FAIL-CC        PIC 9(02) VALUE 08.
002024     05  VRFY-RCTL-CC             PIC 9(02) VALUE ZERO.
002025     05  VRFY-RCTL-BUS-DATE       PIC 9(08) VALUE ZERO.
002026     05  VRFY-RCTL-DATE           PIC 9(08) VALUE ZERO.
002027     05  VRFY-RCTL-TIME           PIC 9(08) VALUE ZERO.
002028     05  VRFY-RCTL-FIND-ID        PIC X(16) VALUE SPACES.
002029     05  VRFY-RCTL-FIND-NAME REDEFINES VRFY-RCTL-FIND-ID.
002030         10  VRFY-RCTL-FIND-PROGRAM PIC X(08).
002031         10  VRFY-RCTL-FIND-SOURCE PIC X(08).
002032     05  VRFY-RCTL-STEP-NAME      PIC X(17) VALUE SPACES.
002033     05  VRFY-RCTL-MISSING        PIC X(40) VALUE SPACES.
002034     05  VRFY-RCTL-MESSAGE        PIC X(100) VALUE SPACES.
002035     05  VRFY-RCTL-NEED-SW        PIC X(01) VALUE 'E'.
002036         88  VRFY-RCTL-NEED-EITHER          VALUE 'E'.
002037         88  VRFY-RCTL-NEED-BOTH            VALUE 'B'.
002038     05  VRFY-RCTL-MET-SW         PIC X(01) VALUE 'N'.
002039         88  VRFY-RCTL-PREREQ-MET           VALUE 'Y'.
002040     05  VRFY-RCTL-DONE-SW        PIC X(01) VALUE 'N'.
002041         88  VRFY-RCTL-STEP-DONE            VALUE 'Y'.
002042     05  VRFY-RCTL-REWORK-SW      PIC X(01) VALUE 'N'.
002043         88  VRFY-RCTL-REWORK               VALUE 'Y'.
002044 77  VRFY-RCTL-IDX                PIC S9(04) COMP VALUE ZERO.
002045 77  VRFY-RCTL-FOUND-IDX          PIC S9(04) COMP VALUE ZERO.
002046 77  VRFY-RCTL-STEP-IDX           PIC S9(04) COMP VALUE ZERO.
002047 LINKAGE SECTION.
002048*-----------------------------------------------------------------
002049* VRFY-PARM-AREA - SAME FIXED-COLUMN LAYOUT AS CEASARCIPHER'S
002050* CIPH-PARM-AREA, SO STEP1'S PARM CARD CAN BE REPEATED ON THE
002051* VERIFY STEP UNCHANGED:
002060*    COLS  1-10  OPERATION  (THE OPERATION STEP1 RAN)
002070*    COLS 11-12  SHIFT      (01-25, SPACES/ZERO = USE PER-RECORD
002080*                            SHIFT KEY FROM THE INPUT DATASET)
002240*=================================================================
002250 0000-MAINLINE.
002260     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
002265     PERFORM 0800-CHECK-RUN-CONTROL THRU 0800-EXIT.
002270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002280     PERFORM 2000-MATCH-RECORDS THRU 2000-EXIT
002290         UNTIL VRFY-IN-DONE AND VRFY-CT-DONE.
002300     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002301     PERFORM 8500-WRITE-CONTROL THRU 8500-EXIT.
002310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002315     PERFORM 8600-STAMP-RUN-CONTROL THRU 8600-EXIT.
002320     GO TO 9999-EXIT.
002330*-----------------------------------------------------------------
002340* 0500-PARSE-PARM - PICK UP THE OPERATION, SHIFT OVERRIDE AND
002590         GO TO 9999-EXIT
002600     END-IF.
002610 0500-EXIT.
002611     EXIT.
002612*-----------------------------------------------------------------
002613* 0800-CHECK-RUN-CONTROL - BEFORE ANY DATASET IS OPENED, MAKE
002614* SURE THIS STEP MAY RUN FOR THE CURRENT BUSINESS DATE: ITS
002615* PREREQUISITE MUST HAVE COMPLETED, AND THE STEP ITSELF MUST NOT
002616* HAVE COMPLETED ALREADY (UNLESS ITS RERUN-AFTER STEP HAS SINCE
002617* COMPLETED AGAIN - A FRESH REWORK CYCLE). A REFUSED STEP ENDS
002618* CC=16 WITHOUT TOUCHING ANYTHING; ONE THAT MAY RUN IS MARKED
002619* STARTED.
002620*-----------------------------------------------------------------
002621 0800-CHECK-RUN-CONTROL.
002622     MOVE VRFY-RCTL-STEP-ID TO VRFY-RCTL-FIND-ID.
002623     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
002624     OPEN I-O VRFY-RCTL-FILE.
002625     IF VRFY-RCTL-STATUS NOT = '00'
002626         DISPLAY '*** UNABLE TO OPEN RUN CONTROL, STATUS='
002627             VRFY-RCTL-STATUS ' ***'
002628         MOVE 12 TO VRFY-RETURN-CODE
002629         GO TO 9999-EXIT
002630     END-IF.
002631     MOVE ZERO TO RCT-BUS-DATE.
002632     READ VRFY-RCTL-FILE
002633         INVALID KEY
002634             MOVE '23' TO VRFY-RCTL-STATUS
002635     END-READ.
002636     IF VRFY-RCTL-STATUS NOT = '00'
002637         MOVE 'NO BUSINESS DATE IS OPEN ON THE RUN CONTROL'
002638             TO VRFY-RCTL-MESSAGE
002639         GO TO 0800-REFUSE
002640     END-IF.
002641     MOVE RCT-CURRENT-DATE TO VRFY-RCTL-BUS-DATE.
002642     MOVE VRFY-RCTL-BUS-DATE TO RCT-BUS-DATE.
002643     READ VRFY-RCTL-FILE
002644         INVALID KEY
002645             MOVE '23' TO VRFY-RCTL-STATUS
002646     END-READ.
002647     IF VRFY-RCTL-STATUS NOT = '00'
002648         STRING 'BUSINESS DATE ' VRFY-RCTL-BUS-DATE
002649             ' IS NOT ON THE RUN CONTROL'
002650             DELIMITED BY SIZE INTO VRFY-RCTL-MESSAGE
002651         END-STRING
002652         GO TO 0800-REFUSE
002653     END-IF.
002654     IF RCT-STEP-COUNT NOT NUMERIC
002655         MOVE ZERO TO RCT-STEP-COUNT
002656     END-IF.
002657     MOVE VRFY-RCTL-STEP-ID TO VRFY-RCTL-FIND-ID.
002658     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
002659     MOVE VRFY-RCTL-FOUND-IDX TO VRFY-RCTL-STEP-IDX.
002660     IF VRFY-RCTL-STEP-IDX > ZERO
002661         IF RCT-STEP-COMPLETE (VRFY-RCTL-STEP-IDX)
002662             PERFORM 0830-CHECK-REWORK THRU 0830-EXIT
002663             IF NOT VRFY-RCTL-REWORK
002664                 STRING VRFY-RCTL-STEP-NAME DELIMITED BY SPACE
002665                     ' ALREADY COMPLETED FOR BUSINESS DATE '
002666                     VRFY-RCTL-BUS-DATE ' - RERUN REFUSED'
002667                     DELIMITED BY SIZE INTO VRFY-RCTL-MESSAGE
002668                 END-STRING
002669                 GO TO 0800-REFUSE
002670             END-IF
002671         END-IF
002672     END-IF.
002673     PERFORM 0820-CHECK-PREREQ THRU 0820-EXIT.
002674     IF NOT VRFY-RCTL-PREREQ-MET
002675         STRING 'RUN OUT OF ORDER - '
002676             VRFY-RCTL-MISSING DELIMITED BY '  '
002677             ' NOT COMPLETE FOR BUSINESS DATE '
002678             VRFY-RCTL-BUS-DATE DELIMITED BY SIZE
002679             INTO VRFY-RCTL-MESSAGE
002680         END-STRING
002681         GO TO 0800-REFUSE
002682     END-IF.
002683     IF VRFY-RCTL-STEP-IDX = ZERO
002684         IF RCT-STEP-COUNT NOT < 30
002685             STRING 'NO ROOM FOR ANOTHER STEP ON BUSINESS DATE '
002686                 VRFY-RCTL-BUS-DATE
002687                 DELIMITED BY SIZE INTO VRFY-RCTL-MESSAGE
002688             END-STRING
002689             GO TO 0800-REFUSE
002690         END-IF
002691         ADD 1 TO RCT-STEP-COUNT
002692         MOVE RCT-STEP-COUNT TO VRFY-RCTL-STEP-IDX
002693         MOVE VRFY-RCTL-STEP-ID
002694             TO RCT-STEP-ID (VRFY-RCTL-STEP-IDX)
002695     END-IF.
002696     SET RCT-STEP-STARTED (VRFY-RCTL-STEP-IDX) TO TRUE.
002697     MOVE ZERO TO RCT-STEP-CC (VRFY-RCTL-STEP-IDX).
002698     ACCEPT VRFY-RCTL-DATE FROM DATE YYYYMMDD.
002699     ACCEPT VRFY-RCTL-TIME FROM TIME.
002700     MOVE VRFY-RCTL-DATE TO RCT-STEP-DATE (VRFY-RCTL-STEP-IDX).
002701     MOVE VRFY-RCTL-TIME TO RCT-STEP-TIME (VRFY-RCTL-STEP-IDX).
002702     REWRITE VRFY-RCTL-RECORD
002703         INVALID KEY
002704             MOVE '99' TO VRFY-RCTL-STATUS
002705     END-REWRITE.
002706     CLOSE VRFY-RCTL-FILE.
002707     IF VRFY-RCTL-STATUS NOT = '00'
002708         DISPLAY '*** RUN CONTROL UPDATE FAILED, STATUS='
002709             VRFY-RCTL-STATUS ' ***'
002710         MOVE 12 TO VRFY-RETURN-CODE
002711         GO TO 9999-EXIT
002712     END-IF.
002713     GO TO 0800-EXIT.
002714 0800-REFUSE.
002715     CLOSE VRFY-RCTL-FILE.
002716     MOVE VRFY-RCTL-STEP-ID TO VRFY-RCTL-FIND-ID.
002717     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
002718     DISPLAY '*** ' VRFY-RCTL-MESSAGE.
002719     DISPLAY '*** ' VRFY-RCTL-STEP-NAME
002720         ' REFUSED BY THE RUN CONTROL - NOTHING PROCESSED ***'.
002721     MOVE 16 TO VRFY-RETURN-CODE.
002722     GO TO 9999-EXIT.
002723 0800-EXIT.
002724     EXIT.
002725*-----------------------------------------------------------------
002726* 0810-FIND-STEP - LOCATE VRFY-RCTL-FIND-ID AMONG THE STEPS
002727* RECORDED FOR THE BUSINESS DATE. VRFY-RCTL-FOUND-IDX IS ZERO IF
002728* IT IS NOT THERE.
002729*-----------------------------------------------------------------
002730 0810-FIND-STEP.
002731     MOVE ZERO TO VRFY-RCTL-FOUND-IDX.
002732     PERFORM 0815-MATCH-STEP THRU 0815-EXIT
002733         VARYING VRFY-RCTL-IDX FROM 1 BY 1
002734             UNTIL VRFY-RCTL-IDX > RCT-STEP-COUNT
002735                 OR VRFY-RCTL-FOUND-IDX > ZERO.
002736 0810-EXIT.
002737     EXIT.
002738 0815-MATCH-STEP.
002739     IF RCT-STEP-ID (VRFY-RCTL-IDX) = VRFY-RCTL-FIND-ID
002740         MOVE VRFY-RCTL-IDX TO VRFY-RCTL-FOUND-IDX
002741     END-IF.
002742 0815-EXIT.
002743     EXIT.
002744*-----------------------------------------------------------------
002745* 0820-CHECK-PREREQ - THE PREREQUISITE IS MET WHEN EITHER STEP
002746* NAMED HAS COMPLETED (OR, FOR VRFY-RCTL-NEED-BOTH, BOTH HAVE). NO
002747* PREREQUISITE NAMED MEANS NONE IS NEEDED.
002748*-----------------------------------------------------------------
002749 0820-CHECK-PREREQ.
002750     SET VRFY-RCTL-PREREQ-MET TO TRUE.
002751     MOVE SPACES TO VRFY-RCTL-MISSING.
002752     IF VRFY-RCTL-PREREQ-1 = SPACES
002753         GO TO 0820-EXIT
002754     END-IF.
002755     MOVE VRFY-RCTL-PREREQ-1 TO VRFY-RCTL-FIND-ID.
002756     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
002757     IF VRFY-RCTL-STEP-DONE
002758         IF VRFY-RCTL-NEED-EITHER OR VRFY-RCTL-PREREQ-2 = SPACES
002759             GO TO 0820-EXIT
002760         END-IF
002761     ELSE
002762         PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT
002763         MOVE VRFY-RCTL-STEP-NAME TO VRFY-RCTL-MISSING
002764         IF VRFY-RCTL-NEED-BOTH OR VRFY-RCTL-PREREQ-2 = SPACES
002765             MOVE 'N' TO VRFY-RCTL-MET-SW
002766             GO TO 0820-EXIT
002767         END-IF
002768     END-IF.
002769     MOVE VRFY-RCTL-PREREQ-2 TO VRFY-RCTL-FIND-ID.
002770     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
002771     IF VRFY-RCTL-STEP-DONE
002772         GO TO 0820-EXIT
002773     END-IF.
002774     MOVE 'N' TO VRFY-RCTL-MET-SW.
002775     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
002776     IF VRFY-RCTL-MISSING = SPACES
002777         MOVE VRFY-RCTL-STEP-NAME TO VRFY-RCTL-MISSING
002778     ELSE
002779         STRING VRFY-RCTL-MISSING DELIMITED BY SPACE
002780             ' OR ' DELIMITED BY SIZE
002781             VRFY-RCTL-STEP-NAME DELIMITED BY SPACE
002782             INTO VRFY-RCTL-MESSAGE
002783         END-STRING
002784         MOVE VRFY-RCTL-MESSAGE TO VRFY-RCTL-MISSING
002785         MOVE SPACES TO VRFY-RCTL-MESSAGE
002786     END-IF.
002787 0820-EXIT.
002788     EXIT.
002789 0825-TEST-COMPLETE.
002790     MOVE 'N' TO VRFY-RCTL-DONE-SW.
002791     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
002792     IF VRFY-RCTL-FOUND-IDX > ZERO
002793         IF RCT-STEP-COMPLETE (VRFY-RCTL-FOUND-IDX)
002794             SET VRFY-RCTL-STEP-DONE TO TRUE
002795         END-IF
002796     END-IF.
002797 0825-EXIT.
002798     EXIT.
002799*-----------------------------------------------------------------
002800* 0830-CHECK-REWORK - A COMPLETED STEP MAY RUN AGAIN ONLY WHEN ITS
002801* RERUN-AFTER STEP HAS COMPLETED LATER THAN IT DID.
002802*-----------------------------------------------------------------
002803 0830-CHECK-REWORK.
002804     MOVE 'N' TO VRFY-RCTL-REWORK-SW.
002805     IF VRFY-RCTL-RERUN-AFTER = SPACES
002806         GO TO 0830-EXIT
002807     END-IF.
002808     MOVE VRFY-RCTL-RERUN-AFTER TO VRFY-RCTL-FIND-ID.
002809     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
002810     IF VRFY-RCTL-STEP-DONE
002811         IF RCT-STEP-STAMP (VRFY-RCTL-FOUND-IDX) >
002812             RCT-STEP-STAMP (VRFY-RCTL-STEP-IDX)
002813             SET VRFY-RCTL-REWORK TO TRUE
002814         END-IF
002815     END-IF.
002816 0830-EXIT.
002817     EXIT.
002818*-----------------------------------------------------------------
002819* 0840-FORMAT-STEP-NAME - PROGRAM/SOURCE OF VRFY-RCTL-FIND-ID FOR
002820* THE OPERATOR MESSAGES.
002821*-----------------------------------------------------------------
002822 0840-FORMAT-STEP-NAME.
002823     MOVE SPACES TO VRFY-RCTL-STEP-NAME.
002824     IF VRFY-RCTL-FIND-SOURCE = SPACES
002825         MOVE VRFY-RCTL-FIND-PROGRAM TO VRFY-RCTL-STEP-NAME
002826     ELSE
002827         STRING VRFY-RCTL-FIND-PROGRAM DELIMITED BY SPACE
002828             '/' DELIMITED BY SIZE
002829             VRFY-RCTL-FIND-SOURCE DELIMITED BY SPACE
002830             INTO VRFY-RCTL-STEP-NAME
002831         END-STRING
002832     END-IF.
002833 0840-EXIT.
002834     EXIT.
002835*-----------------------------------------------------------------
002836* 1000-INITIALIZE - OPEN BOTH SIDES OF THE MATCH, THE KEY STORE
002837* AND THE REPORT, PRINT THE HEADINGS, PRIME THE READS AND
002838* ASSEMBLE THE FIRST LOGICAL MESSAGE ON EACH SIDE.
002839*-----------------------------------------------------------------
002840 1000-INITIALIZE.
002841     MOVE VRFY-KEYWORD TO VRFY-KEYWORD-SAVE.
002842     OPEN INPUT VRFY-INPUT-FILE.
002843     IF VRFY-INPUT-STATUS NOT = '00'
002844         DISPLAY '*** UNABLE TO OPEN INPUT DATASET, STATUS='
002845             VRFY-INPUT-STATUS ' ***'
002846         MOVE 12 TO VRFY-RETURN-CODE
002847         GO TO 9999-EXIT
002848     END-IF.
002849     OPEN INPUT VRFY-CIPHER-FILE.
002850     IF VRFY-CIPHER-STATUS NOT = '00'
002851         DISPLAY '*** UNABLE TO OPEN CIPHER DATASET, STATUS='
002852             VRFY-CIPHER-STATUS ' ***'
002853         MOVE 12 TO VRFY-RETURN-CODE
002854         GO TO 9999-EXIT
002855     END-IF.
002856     OPEN OUTPUT VRFY-REPORT-FILE.
002857     IF VRFY-REPORT-STATUS NOT = '00'
002860         DISPLAY '*** UNABLE TO OPEN REPORT DATASET, STATUS='
002870             VRFY-REPORT-STATUS ' ***'
002880         MOVE 12 TO VRFY-RETURN-CODE
008119 8510-EXIT.
008120     EXIT.
008080*-----------------------------------------------------------------
008081* 8600-STAMP-RUN-CONTROL - RECORD HOW THIS STEP ENDED AGAINST THE
008082* BUSINESS DATE IT WAS CHECKED IN UNDER: COMPLETE BELOW THE FAIL
008083* LEVEL, FAILED AT OR OVER IT. A FAILURE TO STAMP IS REPORTED AND
008084* ENDS THE STEP CC=8 AT LEAST.
008085*-----------------------------------------------------------------
008086 8600-STAMP-RUN-CONTROL.
008087     MOVE VRFY-RETURN-CODE TO VRFY-RCTL-CC.
008088     OPEN I-O VRFY-RCTL-FILE.
008089     IF VRFY-RCTL-STATUS NOT = '00'
008090         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
008091             VRFY-RCTL-STATUS ' ***'
008092         GO TO 8600-FAILED
008093     END-IF.
008094     MOVE VRFY-RCTL-BUS-DATE TO RCT-BUS-DATE.
008095     READ VRFY-RCTL-FILE
008096         INVALID KEY
008097             MOVE '23' TO VRFY-RCTL-STATUS
008098     END-READ.
008099     IF VRFY-RCTL-STATUS = '00'
008100         MOVE VRFY-RCTL-STEP-ID TO VRFY-RCTL-FIND-ID
008101         PERFORM 0810-FIND-STEP THRU 0810-EXIT
008102         MOVE VRFY-RCTL-FOUND-IDX TO VRFY-RCTL-STEP-IDX
008103     END-IF.
008104     IF VRFY-RCTL-STATUS NOT = '00' OR VRFY-RCTL-STEP-IDX = ZERO
008105         DISPLAY '*** RUN CONTROL NOT STAMPED - STEP NOT FOUND '
008106             'FOR BUSINESS DATE ' VRFY-RCTL-BUS-DATE ' ***'
008107         CLOSE VRFY-RCTL-FILE
008108         GO TO 8600-FAILED
008109     END-IF.
008110     IF VRFY-RCTL-CC < VRFY-RCTL-FAIL-CC
008111         SET RCT-STEP-COMPLETE (VRFY-RCTL-STEP-IDX) TO TRUE
008112     ELSE
008113         SET RCT-STEP-FAILED (VRFY-RCTL-STEP-IDX) TO TRUE
008114     END-IF.
008115     MOVE VRFY-RCTL-CC TO RCT-STEP-CC (VRFY-RCTL-STEP-IDX).
008116     ACCEPT VRFY-RCTL-DATE FROM DATE YYYYMMDD.
008117     ACCEPT VRFY-RCTL-TIME FROM TIME.
008118     MOVE VRFY-RCTL-DATE TO RCT-STEP-DATE (VRFY-RCTL-STEP-IDX).
008119     MOVE VRFY-RCTL-TIME TO RCT-STEP-TIME (VRFY-RCTL-STEP-IDX).
008120     REWRITE VRFY-RCTL-RECORD
008121         INVALID KEY
008122             MOVE '99' TO VRFY-RCTL-STATUS
008123     END-REWRITE.
008124     CLOSE VRFY-RCTL-FILE.
008125     IF VRFY-RCTL-STATUS NOT = '00'
008126         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
008127             VRFY-RCTL-STATUS ' ***'
008128         GO TO 8600-FAILED
008129     END-IF.
008130     GO TO 8600-EXIT.
008131 8600-FAILED.
008132     IF VRFY-RETURN-CODE < 8
008133         MOVE 8 TO VRFY-RETURN-CODE
008134     END-IF.
008135 8600-EXIT.
008136     EXIT.
008137*-----------------------------------------------------------------
008138* 9000-TERMINATE - CLOSE THE DATASETS BEFORE THE JOB STEP ENDS.
008139*-----------------------------------------------------------------
008140 9000-TERMINATE.
008141     CLOSE VRFY-INPUT-FILE.
008142     CLOSE VRFY-CIPHER-FILE.
008143     CLOSE VRFY-REPORT-FILE.
008150     IF VRFY-KEYFILE-AVAIL
008160         CLOSE VRFY-KEY-FILE
008170     END-IF.
