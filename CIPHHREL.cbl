000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CIPHHREL.
000120 AUTHOR.        R ANGELO.
000130 INSTALLATION.  MESSAGE CENTER - CRYPTO SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/2026  RA   ORIGINAL. HELD-TRAFFIC RELEASE. THE CIPHER
000210*                   STEP PARKS THE ROUTED COPY OF EVERY MESSAGE
000220*                   FOR A SUSPENDED STATION ON THE HELD-TRAFFIC
000230*                   DATASET (CIPHHELD, CIPHHLDR LAYOUT). ONCE
000240*                   CIPHSTNM HAS MADE THE STATION ACTIVE AGAIN
000250*                   THIS PROGRAM APPENDS ITS HELD SEGMENTS TO THE
000260*                   STATION'S ROUTED DATASET - FLASH FIRST, THEN
000270*                   IMMEDIATE, THEN ROUTINE, THE SAME PRECEDENCE
000280*                   ORDER THE CIPHER STEP WRITES - AND CARRIES
000290*                   EVERYTHING STILL HELD FORWARD TO A NEW HELD
000300*                   DATASET. EACH MESSAGE IS REPORTED WITH ITS
000310*                   DISPOSITION AND THE RELEASED/KEPT COUNTS ARE
000320*                   POSTED TO CIPHCTL.
000330*  10/15/2026  RA   NOW A STEP OF THE NIGHTLY STREAM AHEAD OF THE
000340*                   BALANCING AND LEAK-GUARD STEPS. POSTS A READ
000350*                   ROW WITH THE RELEASED AND KEPT ROWS SO CIPHBAL
000360*                   CAN BALANCE THE RELEASE, AND WRITES EACH
000370*                   RELEASED MESSAGE TO THE RELEASE INDEX
000380*                   (CIPHRLSX, CIPHRLSR LAYOUT) SO CIPHFMT CAN
000390*                   SHOW ITS ORIGINAL PRECEDENCE AND STATION.
000400*  10/15/2026  RA   THE STEP NOW CHECKS IN WITH THE BUSINESS-DATE
000410*                   RUN CONTROL (CIPHRCTL): IT RUNS ONLY AFTER THE
000420*                   DAY'S CIPHER PASS (OR SLICE RECOMBINE) HAS
000430*                   COMPLETED AND ONCE PER DATE, SO A RESTART OR
000440*                   RERUN CANNOT RELEASE THE SAME MESSAGES TWICE
000450*                   OR POST THE CONTROL ROWS TWICE. A REFUSED RUN
000460*                   ENDS CC=16 AND TOUCHES NOTHING.
000470*-----------------------------------------------------------------
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.   IBM-370.
000510 OBJECT-COMPUTER.   IBM-370.
000520 REPOSITORY.        FUNCTION ALL INTRINSIC.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT HREL-HELDIN-FILE  ASSIGN TO HELDIN
000560            ORGANIZATION IS SEQUENTIAL
000570            FILE STATUS IS HREL-HELDIN-STATUS.
000580     SELECT HREL-HELDOUT-FILE ASSIGN TO HELDOUT
000590            ORGANIZATION IS SEQUENTIAL
000600            FILE STATUS IS HREL-HELDOUT-STATUS.
000610     SELECT HREL-STN-FILE     ASSIGN TO CIPHSTNS
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE IS RANDOM
000640            RECORD KEY IS STN-CODE
000650            FILE STATUS IS HREL-STN-STATUS.
000660     SELECT HREL-ROUTE1-FILE  ASSIGN TO CIPHOT1
000670            ORGANIZATION IS SEQUENTIAL
000680            FILE STATUS IS HREL-ROUTE1-STATUS.
000690     SELECT HREL-ROUTE2-FILE  ASSIGN TO CIPHOT2
000700            ORGANIZATION IS SEQUENTIAL
000710            FILE STATUS IS HREL-ROUTE2-STATUS.
000720     SELECT HREL-ROUTE3-FILE  ASSIGN TO CIPHOT3
000730            ORGANIZATION IS SEQUENTIAL
000740            FILE STATUS IS HREL-ROUTE3-STATUS.
000750     SELECT HREL-REPORT-FILE  ASSIGN TO HRELRPT
000760            ORGANIZATION IS SEQUENTIAL
000770            FILE STATUS IS HREL-REPORT-STATUS.
000780     SELECT HREL-CTL-FILE     ASSIGN TO CIPHCTL
000790            ORGANIZATION IS SEQUENTIAL
000800            FILE STATUS IS HREL-CTL-STATUS.
000810     SELECT HREL-RLSX-FILE    ASSIGN TO CIPHRLSX
000820            ORGANIZATION IS SEQUENTIAL
000830            FILE STATUS IS HREL-RLSX-STATUS.
000840     SELECT HREL-RCTL-FILE   ASSIGN TO CIPHRCTL
000850            ORGANIZATION IS INDEXED
000860            ACCESS MODE IS RANDOM
000870            RECORD KEY IS RCT-BUS-DATE
000880            FILE STATUS IS HREL-RCTL-STATUS.
000890 DATA DIVISION.
000900 FILE SECTION.
000910 FD  HREL-HELDIN-FILE
000920     LABEL RECORDS ARE STANDARD
000930     RECORD IS VARYING IN SIZE FROM 32 TO 160 CHARACTERS
000940         DEPENDING ON HREL-HELDIN-REC-LEN.
000950 01  HREL-HELDIN-RECORD.
000960     COPY CIPHHLDR.
000970 FD  HREL-HELDOUT-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD IS VARYING IN SIZE FROM 32 TO 160 CHARACTERS
001000         DEPENDING ON HREL-HELDIN-REC-LEN.
001010 01  HREL-HELDOUT-RECORD          PIC X(160).
001020 FD  HREL-STN-FILE
001030     LABEL RECORDS ARE STANDARD.
001040 01  HREL-STN-RECORD.
001050     COPY CIPHSTNR.
001060 FD  HREL-ROUTE1-FILE
001070     LABEL RECORDS ARE STANDARD
001080     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001090         DEPENDING ON HREL-SEG-LEN.
001100 01  HREL-ROUTE1-RECORD           PIC X(148).
001110 FD  HREL-ROUTE2-FILE
001120     LABEL RECORDS ARE STANDARD
001130     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001140         DEPENDING ON HREL-SEG-LEN.
001150 01  HREL-ROUTE2-RECORD           PIC X(148).
001160 FD  HREL-ROUTE3-FILE
001170     LABEL RECORDS ARE STANDARD
001180     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001190         DEPENDING ON HREL-SEG-LEN.
001200 01  HREL-ROUTE3-RECORD           PIC X(148).
001210 FD  HREL-REPORT-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  HREL-REPORT-RECORD           PIC X(132).
001240 FD  HREL-CTL-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 01  HREL-CTL-RECORD.
001270     COPY CIPHCTLR.
001280 FD  HREL-RLSX-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  HREL-RLSX-RECORD.
001310     COPY CIPHRLSR.
001320 FD  HREL-RCTL-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 01  HREL-RCTL-RECORD.
001350     COPY CIPHRCTR.
001360 WORKING-STORAGE SECTION.
001370*-----------------------------------------------------------------
001380* FILE I/O WORK AREAS
001390*-----------------------------------------------------------------
001400 01  HREL-HELDIN-STATUS           PIC X(02) VALUE '00'.
001410 01  HREL-HELDOUT-STATUS          PIC X(02) VALUE '00'.
001420 01  HREL-STN-STATUS              PIC X(02) VALUE '00'.
001430 01  HREL-ROUTE1-STATUS           PIC X(02) VALUE '00'.
001440 01  HREL-ROUTE2-STATUS           PIC X(02) VALUE '00'.
001450 01  HREL-ROUTE3-STATUS           PIC X(02) VALUE '00'.
001460 01  HREL-REPORT-STATUS           PIC X(02) VALUE '00'.
001470 01  HREL-CTL-STATUS              PIC X(02) VALUE '00'.
001480 01  HREL-RLSX-STATUS             PIC X(02) VALUE '00'.
001490 01  HREL-HELDIN-REC-LEN          PIC 9(04) COMP VALUE ZERO.
001500 01  HREL-SEG-LEN                 PIC 9(04) COMP VALUE ZERO.
001510 01  HREL-SWITCHES.
001520     05  HREL-EOF-SW              PIC X(01) VALUE 'N'.
001530         88  HREL-EOF                       VALUE 'Y'.
001540     05  HREL-HELDIN-SW           PIC X(01) VALUE 'N'.
001550         88  HREL-HELDIN-AVAIL              VALUE 'Y'.
001560     05  HREL-STN-OPEN-SW         PIC X(01) VALUE 'N'.
001570         88  HREL-STN-OPEN                  VALUE 'Y'.
001580*-----------------------------------------------------------------
001590* RELEASE PASS CONTROL - THE HELD DATASET IS READ ONCE PER
001600* PRECEDENCE, FLASH (F), IMMEDIATE (I) THEN ROUTINE (R), SO EACH
001610* STATION'S RELEASED TRAFFIC GOES OUT HIGHEST PRECEDENCE FIRST.
001620* ANY PRECEDENCE OTHER THAN F OR I IS TAKEN ON THE ROUTINE PASS.
001630*-----------------------------------------------------------------
001640 01  HREL-PASS-PREC               PIC X(01) VALUE SPACE.
001650 01  HREL-REC-PREC                PIC X(01) VALUE SPACE.
001660*-----------------------------------------------------------------
001670* STATION LOOKUP - THE LAST STATION READ FROM THE MASTER AND THE
001680* DISPOSITION IT GIVES ITS HELD SEGMENTS. A HELD MESSAGE'S
001690* SEGMENTS ARE CONTIGUOUS, SO ONE LOOKUP SERVES THE WHOLE
001700* MESSAGE. DISPOSITION 1-3 = RELEASE TO CIPHOT1-3, S = STILL
001710* SUSPENDED, C = CLOSED, N = NOT ON THE MASTER OR NO VALID
001720* ROUTED DD, X = NOT SELECTED BY THE PARM STATION.
001730*-----------------------------------------------------------------
001740 01  HREL-LAST-STATION            PIC X(03) VALUE HIGH-VALUES.
001750 01  HREL-DISP                    PIC X(01) VALUE SPACE.
001760     88  HREL-DISP-RELEASE                  VALUE '1' '2' '3'.
001770     88  HREL-DISP-SUSPENDED                VALUE 'S'.
001780     88  HREL-DISP-CLOSED                   VALUE 'C'.
001790     88  HREL-DISP-UNKNOWN                  VALUE 'N'.
001800     88  HREL-DISP-NOT-SELECTED             VALUE 'X'.
001810 01  HREL-DISP-ROUTE REDEFINES HREL-DISP
001820                                  PIC 9(01).
001830 01  HREL-PARM-STATION            PIC X(03) VALUE SPACES.
001840*-----------------------------------------------------------------
001850* HELD SEGMENT WORK AREA - THE SEGMENT AS THE CIPHER STEP WROTE IT
001860*-----------------------------------------------------------------
001870 01  HREL-SEG-AREA.
001880     COPY CIPHOUTR.
001890*-----------------------------------------------------------------
001900* CONTROL COUNTS (MESSAGE COUNTS ARE TAKEN ON FIRST SEGMENTS)
001910*-----------------------------------------------------------------
001920 77  HREL-SEG-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
001930 77  HREL-SEG-RELEASED-COUNT      PIC 9(06) COMP VALUE ZERO.
001940 77  HREL-SEG-KEPT-COUNT          PIC 9(06) COMP VALUE ZERO.
001950 77  HREL-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
001960 77  HREL-RELEASED-COUNT          PIC 9(06) COMP VALUE ZERO.
001970 77  HREL-KEPT-COUNT              PIC 9(06) COMP VALUE ZERO.
001980 77  HREL-SUSPENDED-COUNT         PIC 9(06) COMP VALUE ZERO.
001990 77  HREL-CLOSED-COUNT            PIC 9(06) COMP VALUE ZERO.
002000 77  HREL-UNKNOWN-COUNT           PIC 9(06) COMP VALUE ZERO.
002010 77  HREL-UNSELECTED-COUNT        PIC 9(06) COMP VALUE ZERO.
002020 77  HREL-RETURN-CODE             PIC 9(02) VALUE ZERO.
002030 01  HREL-CURRENT-DATE            PIC 9(08) VALUE ZERO.
002040 01  HREL-CTL-NAME                PIC X(12) VALUE SPACES.
002050 01  HREL-CTL-VALUE               PIC 9(09) VALUE ZERO.
002060*-----------------------------------------------------------------
002070* RUN CONTROL WORK AREAS. THIS STEP IS KNOWN ON THE RUN CONTROL BY
002080* PROGRAM AND SOURCE; IT MAY NOT START UNTIL ITS PREREQUISITE STEP
002090* (EITHER ONE, OR BOTH WHERE MARKED) HAS COMPLETED FOR THE CURRENT
002100* BUSINESS DATE, AND MAY NOT RUN AGAIN ONCE COMPLETE UNLESS THE
002110* RERUN-AFTER STEP HAS COMPLETED SINCE. A CC AT OR OVER THE FAIL
002120* LEVEL STAMPS THE STEP FAILED, WHICH LEAVES IT FREE TO RERUN.
002130*-----------------------------------------------------------------
002140 01  HREL-RCTL-STATUS             PIC X(02) VALUE '00'.
002150 01  HREL-RCTL-AREA.
002160     05  HREL-RCTL-STEP-ID.
002170         10  HREL-RCTL-PROGRAM    PIC X(08) VALUE 'CIPHHREL'.
002180         10  HREL-RCTL-SOURCE     PIC X(08) VALUE SPACES.
002190     05  HREL-RCTL-PREREQ-1.
002200         10  HREL-RCTL-PREREQ-1-PGM PIC X(08) VALUE 'CEASARCP'.
002210         10  HREL-RCTL-PREREQ-1-SRC PIC X(08) VALUE 'CIPHIN'.
002220     05  HREL-RCTL-PREREQ-2.
002230         10  HREL-RCTL-PREREQ-2-PGM PIC X(08) VALUE 'CIPHMRGE'.
002240         10  HREL-RCTL-PREREQ-2-SRC PIC X(08) VALUE 'RECOMB'.
002250     05  HREL-RCTL-RERUN-AFTER.
002260         10  HREL-RCTL-RERUN-PGM  PIC X(08) VALUE SPACES.
002270         10  HREL-RCTL-RERUN-SRC  PIC X(08) VALUE SPACES.
002280     05  HREL-RCTL-FAIL-CC        PIC 9(02) VALUE 08.
002290     05  HREL-RCTL-CC             PIC 9(02) VALUE ZERO.
002300     05  HREL-RCTL-BUS-DATE       PIC 9(08) VALUE ZERO.
002310     05  HREL-RCTL-DATE           PIC 9(08) VALUE ZERO.
002320     05  HREL-RCTL-TIME           PIC 9(08) VALUE ZERO.
002330     05  HREL-RCTL-FIND-ID        PIC X(16) VALUE SPACES.
002340     05  HREL-RCTL-FIND-NAME REDEFINES HREL-RCTL-FIND-ID.
002350         10  HREL-RCTL-FIND-PROGRAM PIC X(08).
002360         10  HREL-RCTL-FIND-SOURCE PIC X(08).
002370     05  HREL-RCTL-STEP-NAME      PIC X(17) VALUE SPACES.
002380     05  HREL-RCTL-MISSING        PIC X(40) VALUE SPACES.
002390     05  HREL-RCTL-MESSAGE        PIC X(100) VALUE SPACES.
002400     05  HREL-RCTL-NEED-SW        PIC X(01) VALUE 'E'.
002410         88  HREL-RCTL-NEED-EITHER          VALUE 'E'.
002420         88  HREL-RCTL-NEED-BOTH            VALUE 'B'.
002430     05  HREL-RCTL-MET-SW         PIC X(01) VALUE 'N'.
002440         88  HREL-RCTL-PREREQ-MET           VALUE 'Y'.
002450     05  HREL-RCTL-DONE-SW        PIC X(01) VALUE 'N'.
002460         88  HREL-RCTL-STEP-DONE            VALUE 'Y'.
002470     05  HREL-RCTL-REWORK-SW      PIC X(01) VALUE 'N'.
002480         88  HREL-RCTL-REWORK               VALUE 'Y'.
002490 77  HREL-RCTL-IDX                PIC S9(04) COMP VALUE ZERO.
002500 77  HREL-RCTL-FOUND-IDX          PIC S9(04) COMP VALUE ZERO.
002510 77  HREL-RCTL-STEP-IDX           PIC S9(04) COMP VALUE ZERO.
002520*-----------------------------------------------------------------
002530* RELEASE REPORT LINES
002540*-----------------------------------------------------------------
002550 01  HREL-RPT-HEADING-1.
002560     05  FILLER                   PIC X(42) VALUE
002570         'CIPHHREL HELD-TRAFFIC RELEASE             '.
002580     05  FILLER                   PIC X(08) VALUE 'STATION '.
002590     05  HREL-HDG-STATION         PIC X(03).
002600     05  FILLER                   PIC X(02) VALUE SPACES.
002610     05  FILLER                   PIC X(05) VALUE 'DATE '.
002620     05  HREL-HDG-DATE            PIC 9(08).
002630     05  FILLER                   PIC X(64) VALUE SPACES.
002640 01  HREL-RPT-HEADING-2.
002650     05  FILLER                   PIC X(05) VALUE 'STA'.
002660     05  FILLER                   PIC X(08) VALUE 'REC-ID'.
002670     05  FILLER                   PIC X(05) VALUE 'PREC'.
002680     05  FILLER                   PIC X(10) VALUE 'HELD'.
002690     05  FILLER                   PIC X(104) VALUE 'DISPOSITION'.
002700 01  HREL-RPT-DETAIL.
002710     05  HREL-RPT-STATION         PIC X(03).
002720     05  FILLER                   PIC X(02) VALUE SPACES.
002730     05  HREL-RPT-REC-ID          PIC 9(06).
002740     05  FILLER                   PIC X(02) VALUE SPACES.
002750     05  HREL-RPT-PREC            PIC X(01).
002760     05  FILLER                   PIC X(04) VALUE SPACES.
002770     05  HREL-RPT-HELD-DATE       PIC 9(08).
002780     05  FILLER                   PIC X(02) VALUE SPACES.
002790     05  HREL-RPT-DISP            PIC X(104).
002800 01  HREL-RPT-TOTAL-LINE.
002810     05  HREL-RPT-TOTAL-LABEL     PIC X(34).
002820     05  HREL-RPT-TOTAL-COUNT     PIC ZZZ,ZZ9.
002830     05  FILLER                   PIC X(91) VALUE SPACES.
002840 LINKAGE SECTION.
002850*-----------------------------------------------------------------
002860* HREL-PARM-AREA - OPTIONAL:
002870*    COLS  1-3   STATION CODE (BLANK = RELEASE FOR EVERY STATION
002880*                THE MASTER NOW SHOWS ACTIVE)
002890*-----------------------------------------------------------------
002900 01  HREL-PARM-AREA.
002910     05  HREL-PARM-LEN            PIC S9(04) COMP.
002920     05  HREL-PARM-DATA.
002930         10  HREL-PARM-STN        PIC X(03).
002940 PROCEDURE DIVISION USING HREL-PARM-AREA.
002950*=================================================================
002960* 0000-MAINLINE - RELEASE THE HELD TRAFFIC OF EVERY REACTIVATED
002970* STATION ONE PRECEDENCE AT A TIME, CARRY THE REST FORWARD, AND
002980* REPORT AND POST THE COUNTS.
002990*=================================================================
003000 0000-MAINLINE.
003010     PERFORM 0800-CHECK-RUN-CONTROL THRU 0800-EXIT.
003020     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
003030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003040     MOVE 'F' TO HREL-PASS-PREC.
003050     PERFORM 2000-RELEASE-PASS THRU 2000-EXIT.
003060     MOVE 'I' TO HREL-PASS-PREC.
003070     PERFORM 2000-RELEASE-PASS THRU 2000-EXIT.
003080     MOVE 'R' TO HREL-PASS-PREC.
003090     PERFORM 2000-RELEASE-PASS THRU 2000-EXIT.
003100     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003110     PERFORM 8500-WRITE-CONTROL THRU 8500-EXIT.
003120     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003130     PERFORM 8600-STAMP-RUN-CONTROL THRU 8600-EXIT.
003140     GO TO 9999-EXIT.
003150*-----------------------------------------------------------------
003160* 0800-CHECK-RUN-CONTROL - BEFORE ANY DATASET IS OPENED, MAKE
003170* SURE THIS STEP MAY RUN FOR THE CURRENT BUSINESS DATE: ITS
003180* PREREQUISITE MUST HAVE COMPLETED, AND THE STEP ITSELF MUST NOT
003190* HAVE COMPLETED ALREADY (UNLESS ITS RERUN-AFTER STEP HAS SINCE
003200* COMPLETED AGAIN - A FRESH REWORK CYCLE). A REFUSED STEP ENDS
003210* CC=16 WITHOUT TOUCHING ANYTHING; ONE THAT MAY RUN IS MARKED
003220* STARTED.
003230*-----------------------------------------------------------------
003240 0800-CHECK-RUN-CONTROL.
003250     MOVE HREL-RCTL-STEP-ID TO HREL-RCTL-FIND-ID.
003260     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
003270     OPEN I-O HREL-RCTL-FILE.
003280     IF HREL-RCTL-STATUS NOT = '00'
003290         DISPLAY '*** UNABLE TO OPEN RUN CONTROL, STATUS='
003300             HREL-RCTL-STATUS ' ***'
003310         MOVE 12 TO HREL-RETURN-CODE
003320         GO TO 9999-EXIT
003330     END-IF.
003340     MOVE ZERO TO RCT-BUS-DATE.
003350     READ HREL-RCTL-FILE
003360         INVALID KEY
003370             MOVE '23' TO HREL-RCTL-STATUS
003380     END-READ.
003390     IF HREL-RCTL-STATUS NOT = '00'
003400         MOVE 'NO BUSINESS DATE IS OPEN ON THE RUN CONTROL'
003410             TO HREL-RCTL-MESSAGE
003420         GO TO 0800-REFUSE
003430     END-IF.
003440     MOVE RCT-CURRENT-DATE TO HREL-RCTL-BUS-DATE.
003450     MOVE HREL-RCTL-BUS-DATE TO RCT-BUS-DATE.
003460     READ HREL-RCTL-FILE
003470         INVALID KEY
003480             MOVE '23' TO HREL-RCTL-STATUS
003490     END-READ.
003500     IF HREL-RCTL-STATUS NOT = '00'
003510         STRING 'BUSINESS DATE ' HREL-RCTL-BUS-DATE
003520             ' IS NOT ON THE RUN CONTROL'
003530             DELIMITED BY SIZE INTO HREL-RCTL-MESSAGE
003540         END-STRING
003550         GO TO 0800-REFUSE
003560     END-IF.
003570     IF RCT-STEP-COUNT NOT NUMERIC
003580         MOVE ZERO TO RCT-STEP-COUNT
003590     END-IF.
003600     MOVE HREL-RCTL-STEP-ID TO HREL-RCTL-FIND-ID.
003610     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
003620     MOVE HREL-RCTL-FOUND-IDX TO HREL-RCTL-STEP-IDX.
003630     IF HREL-RCTL-STEP-IDX > ZERO
003640         IF RCT-STEP-COMPLETE (HREL-RCTL-STEP-IDX)
003650             PERFORM 0830-CHECK-REWORK THRU 0830-EXIT
003660             IF NOT HREL-RCTL-REWORK
003670                 STRING HREL-RCTL-STEP-NAME DELIMITED BY SPACE
003680                     ' ALREADY COMPLETED FOR BUSINESS DATE '
003690                     HREL-RCTL-BUS-DATE ' - RERUN REFUSED'
003700                     DELIMITED BY SIZE INTO HREL-RCTL-MESSAGE
003710                 END-STRING
003720                 GO TO 0800-REFUSE
003730             END-IF
003740         END-IF
003750     END-IF.
003760     PERFORM 0820-CHECK-PREREQ THRU 0820-EXIT.
003770     IF NOT HREL-RCTL-PREREQ-MET
003780         STRING 'RUN OUT OF ORDER - '
003790             HREL-RCTL-MISSING DELIMITED BY '  '
003800             ' NOT COMPLETE FOR BUSINESS DATE '
003810             HREL-RCTL-BUS-DATE DELIMITED BY SIZE
003820             INTO HREL-RCTL-MESSAGE
003830         END-STRING
003840         GO TO 0800-REFUSE
003850     END-IF.
003860     IF HREL-RCTL-STEP-IDX = ZERO
003870         IF RCT-STEP-COUNT NOT < 30
003880             STRING 'NO ROOM FOR ANOTHER STEP ON BUSINESS DATE '
003890                 HREL-RCTL-BUS-DATE
003900                 DELIMITED BY SIZE INTO HREL-RCTL-MESSAGE
003910             END-STRING
003920             GO TO 0800-REFUSE
003930         END-IF
003940         ADD 1 TO RCT-STEP-COUNT
003950         MOVE RCT-STEP-COUNT TO HREL-RCTL-STEP-IDX
003960         MOVE HREL-RCTL-STEP-ID
003970             TO RCT-STEP-ID (HREL-RCTL-STEP-IDX)
003980     END-IF.
003990     SET RCT-STEP-STARTED (HREL-RCTL-STEP-IDX) TO TRUE.
004000     MOVE ZERO TO RCT-STEP-CC (HREL-RCTL-STEP-IDX).
004010     ACCEPT HREL-RCTL-DATE FROM DATE YYYYMMDD.
004020     ACCEPT HREL-RCTL-TIME FROM TIME.
004030     MOVE HREL-RCTL-DATE TO RCT-STEP-DATE (HREL-RCTL-STEP-IDX).
004040     MOVE HREL-RCTL-TIME TO RCT-STEP-TIME (HREL-RCTL-STEP-IDX).
004050     REWRITE HREL-RCTL-RECORD
004060         INVALID KEY
004070             MOVE '99' TO HREL-RCTL-STATUS
004080     END-REWRITE.
004090     CLOSE HREL-RCTL-FILE.
004100     IF HREL-RCTL-STATUS NOT = '00'
004110         DISPLAY '*** RUN CONTROL UPDATE FAILED, STATUS='
004120             HREL-RCTL-STATUS ' ***'
004130         MOVE 12 TO HREL-RETURN-CODE
004140         GO TO 9999-EXIT
004150     END-IF.
004160     GO TO 0800-EXIT.
004170 0800-REFUSE.
004180     CLOSE HREL-RCTL-FILE.
004190     MOVE HREL-RCTL-STEP-ID TO HREL-RCTL-FIND-ID.
004200     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
004210     DISPLAY '*** ' HREL-RCTL-MESSAGE.
004220     DISPLAY '*** ' HREL-RCTL-STEP-NAME
004230         ' REFUSED BY THE RUN CONTROL - NOTHING PROCESSED ***'.
004240     MOVE 16 TO HREL-RETURN-CODE.
004250     GO TO 9999-EXIT.
004260 0800-EXIT.
004270     EXIT.
004280*-----------------------------------------------------------------
004290* 0810-FIND-STEP - LOCATE HREL-RCTL-FIND-ID AMONG THE STEPS
004300* RECORDED FOR THE BUSINESS DATE. HREL-RCTL-FOUND-IDX IS ZERO IF
004310* IT IS NOT THERE.
004320*-----------------------------------------------------------------
004330 0810-FIND-STEP.
004340     MOVE ZERO TO HREL-RCTL-FOUND-IDX.
004350     PERFORM 0815-MATCH-STEP THRU 0815-EXIT
004360         VARYING HREL-RCTL-IDX FROM 1 BY 1
004370             UNTIL HREL-RCTL-IDX > RCT-STEP-COUNT
004380                 OR HREL-RCTL-FOUND-IDX > ZERO.
004390 0810-EXIT.
004400     EXIT.
004410 0815-MATCH-STEP.
004420     IF RCT-STEP-ID (HREL-RCTL-IDX) = HREL-RCTL-FIND-ID
004430         MOVE HREL-RCTL-IDX TO HREL-RCTL-FOUND-IDX
004440     END-IF.
004450 0815-EXIT.
004460     EXIT.
004470*-----------------------------------------------------------------
004480* 0820-CHECK-PREREQ - THE PREREQUISITE IS MET WHEN EITHER STEP
004490* NAMED HAS COMPLETED (OR, FOR HREL-RCTL-NEED-BOTH, BOTH HAVE). NO
004500* PREREQUISITE NAMED MEANS NONE IS NEEDED.
004510*-----------------------------------------------------------------
004520 0820-CHECK-PREREQ.
004530     SET HREL-RCTL-PREREQ-MET TO TRUE.
004540     MOVE SPACES TO HREL-RCTL-MISSING.
004550     IF HREL-RCTL-PREREQ-1 = SPACES
004560         GO TO 0820-EXIT
004570     END-IF.
004580     MOVE HREL-RCTL-PREREQ-1 TO HREL-RCTL-FIND-ID.
004590     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
004600     IF HREL-RCTL-STEP-DONE
004610         IF HREL-RCTL-NEED-EITHER OR HREL-RCTL-PREREQ-2 = SPACES
004620             GO TO 0820-EXIT
004630         END-IF
004640     ELSE
004650         PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT
004660         MOVE HREL-RCTL-STEP-NAME TO HREL-RCTL-MISSING
004670         IF HREL-RCTL-NEED-BOTH OR HREL-RCTL-PREREQ-2 = SPACES
004680             MOVE 'N' TO HREL-RCTL-MET-SW
004690             GO TO 0820-EXIT
004700         END-IF
004710     END-IF.
004720     MOVE HREL-RCTL-PREREQ-2 TO HREL-RCTL-FIND-ID.
004730     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
004740     IF HREL-RCTL-STEP-DONE
004750         GO TO 0820-EXIT
004760     END-IF.
004770     MOVE 'N' TO HREL-RCTL-MET-SW.
004780     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
004790     IF HREL-RCTL-MISSING = SPACES
004800         MOVE HREL-RCTL-STEP-NAME TO HREL-RCTL-MISSING
004810     ELSE
004820         STRING HREL-RCTL-MISSING DELIMITED BY SPACE
004830             ' OR ' DELIMITED BY SIZE
004840             HREL-RCTL-STEP-NAME DELIMITED BY SPACE
004850             INTO HREL-RCTL-MESSAGE
004860         END-STRING
004870         MOVE HREL-RCTL-MESSAGE TO HREL-RCTL-MISSING
004880         MOVE SPACES TO HREL-RCTL-MESSAGE
004890     END-IF.
004900 0820-EXIT.
004910     EXIT.
004920 0825-TEST-COMPLETE.
004930     MOVE 'N' TO HREL-RCTL-DONE-SW.
004940     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
004950     IF HREL-RCTL-FOUND-IDX > ZERO
004960         IF RCT-STEP-COMPLETE (HREL-RCTL-FOUND-IDX)
004970             SET HREL-RCTL-STEP-DONE TO TRUE
004980         END-IF
004990     END-IF.
005000 0825-EXIT.
005010     EXIT.
005020*-----------------------------------------------------------------
005030* 0830-CHECK-REWORK - A COMPLETED STEP MAY RUN AGAIN ONLY WHEN ITS
005040* RERUN-AFTER STEP HAS COMPLETED LATER THAN IT DID.
005050*-----------------------------------------------------------------
005060 0830-CHECK-REWORK.
005070     MOVE 'N' TO HREL-RCTL-REWORK-SW.
005080     IF HREL-RCTL-RERUN-AFTER = SPACES
005090         GO TO 0830-EXIT
005100     END-IF.
005110     MOVE HREL-RCTL-RERUN-AFTER TO HREL-RCTL-FIND-ID.
005120     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
005130     IF HREL-RCTL-STEP-DONE
005140         IF RCT-STEP-STAMP (HREL-RCTL-FOUND-IDX) >
005150             RCT-STEP-STAMP (HREL-RCTL-STEP-IDX)
005160             SET HREL-RCTL-REWORK TO TRUE
005170         END-IF
005180     END-IF.
005190 0830-EXIT.
005200     EXIT.
005210*-----------------------------------------------------------------
005220* 0840-FORMAT-STEP-NAME - PROGRAM/SOURCE OF HREL-RCTL-FIND-ID FOR
005230* THE OPERATOR MESSAGES.
005240*-----------------------------------------------------------------
005250 0840-FORMAT-STEP-NAME.
005260     MOVE SPACES TO HREL-RCTL-STEP-NAME.
005270     IF HREL-RCTL-FIND-SOURCE = SPACES
005280         MOVE HREL-RCTL-FIND-PROGRAM TO HREL-RCTL-STEP-NAME
005290     ELSE
005300         STRING HREL-RCTL-FIND-PROGRAM DELIMITED BY SPACE
005310             '/' DELIMITED BY SIZE
005320             HREL-RCTL-FIND-SOURCE DELIMITED BY SPACE
005330             INTO HREL-RCTL-STEP-NAME
005340         END-STRING
005350     END-IF.
005360 0840-EXIT.
005370     EXIT.
005380*-----------------------------------------------------------------
005390* 0500-PARSE-PARM - PICK UP THE OPTIONAL STATION CODE.
005400*-----------------------------------------------------------------
005410 0500-PARSE-PARM.
005420     IF HREL-PARM-LEN >= 3
005430         MOVE HREL-PARM-STN TO HREL-PARM-STATION
005440     END-IF.
005450 0500-EXIT.
005460     EXIT.
005470*-----------------------------------------------------------------
005480* 1000-INITIALIZE - OPEN THE REPORT, THE STATION MASTER, THE NEW
005490* HELD DATASET, THE RELEASE INDEX AND THE ROUTED DATASETS. THE
005500* INDEX AND ROUTED DATASETS ARE EXTENDED SO RELEASED TRAFFIC
005510* FOLLOWS WHATEVER THE CIPHER STEP AND CIPHEREL ALREADY WROTE
005520* TODAY (STATUS 35 - NO DATASET YET - STARTS ONE).
005530* A MISSING HELD DATASET (STATUS 35) MEANS NOTHING IS HELD.
005540*-----------------------------------------------------------------
005550 1000-INITIALIZE.
005560     ACCEPT HREL-CURRENT-DATE FROM DATE YYYYMMDD.
005570     OPEN OUTPUT HREL-REPORT-FILE.
005580     IF HREL-REPORT-STATUS NOT = '00'
005590         DISPLAY '*** UNABLE TO OPEN HRELRPT, STATUS='
005600             HREL-REPORT-STATUS ' ***'
005610         MOVE 12 TO HREL-RETURN-CODE
005620         GO TO 9999-EXIT
005630     END-IF.
005640     IF HREL-PARM-STATION = SPACES
005650         MOVE 'ALL' TO HREL-HDG-STATION
005660     ELSE
005670         MOVE HREL-PARM-STATION TO HREL-HDG-STATION
005680     END-IF.
005690     MOVE HREL-CURRENT-DATE TO HREL-HDG-DATE.
005700     MOVE HREL-RPT-HEADING-1 TO HREL-REPORT-RECORD.
005710     WRITE HREL-REPORT-RECORD.
005720     MOVE HREL-RPT-HEADING-2 TO HREL-REPORT-RECORD.
005730     WRITE HREL-REPORT-RECORD.
005740     OPEN INPUT HREL-STN-FILE.
005750     IF HREL-STN-STATUS NOT = '00'
005760         DISPLAY '*** UNABLE TO OPEN CIPHSTNS, STATUS='
005770             HREL-STN-STATUS ' ***'
005780         MOVE 12 TO HREL-RETURN-CODE
005790         GO TO 9999-EXIT
005800     END-IF.
005810     SET HREL-STN-OPEN TO TRUE.
005820     OPEN INPUT HREL-HELDIN-FILE.
005830     IF HREL-HELDIN-STATUS = '00'
005840         SET HREL-HELDIN-AVAIL TO TRUE
005850         CLOSE HREL-HELDIN-FILE
005860     ELSE
005870         IF HREL-HELDIN-STATUS NOT = '35'
005880             DISPLAY '*** UNABLE TO OPEN HELDIN, STATUS='
005890                 HREL-HELDIN-STATUS ' ***'
005900             MOVE 12 TO HREL-RETURN-CODE
005910             GO TO 9999-EXIT
005920         END-IF
005930     END-IF.
005940     OPEN OUTPUT HREL-HELDOUT-FILE.
005950     IF HREL-HELDOUT-STATUS NOT = '00'
005960         DISPLAY '*** UNABLE TO OPEN HELDOUT, STATUS='
005970             HREL-HELDOUT-STATUS ' ***'
005980         MOVE 12 TO HREL-RETURN-CODE
005990         GO TO 9999-EXIT
006000     END-IF.
006010     OPEN EXTEND HREL-RLSX-FILE.
006020     IF HREL-RLSX-STATUS = '35'
006030         OPEN OUTPUT HREL-RLSX-FILE
006040     END-IF.
006050     IF HREL-RLSX-STATUS NOT = '00'
006060         DISPLAY '*** UNABLE TO OPEN CIPHRLSX, STATUS='
006070             HREL-RLSX-STATUS ' ***'
006080         MOVE 12 TO HREL-RETURN-CODE
006090         GO TO 9999-EXIT
006100     END-IF.
006110     OPEN EXTEND HREL-ROUTE1-FILE.
006120     IF HREL-ROUTE1-STATUS = '35'
006130         OPEN OUTPUT HREL-ROUTE1-FILE
006140     END-IF.
006150     OPEN EXTEND HREL-ROUTE2-FILE.
006160     IF HREL-ROUTE2-STATUS = '35'
006170         OPEN OUTPUT HREL-ROUTE2-FILE
006180     END-IF.
006190     OPEN EXTEND HREL-ROUTE3-FILE.
006200     IF HREL-ROUTE3-STATUS = '35'
006210         OPEN OUTPUT HREL-ROUTE3-FILE
006220     END-IF.
006230     IF HREL-ROUTE1-STATUS NOT = '00'
006240         OR HREL-ROUTE2-STATUS NOT = '00'
006250         OR HREL-ROUTE3-STATUS NOT = '00'
006260         DISPLAY '*** UNABLE TO OPEN ROUTED DATASETS, STATUS='
006270             HREL-ROUTE1-STATUS '/' HREL-ROUTE2-STATUS '/'
006280             HREL-ROUTE3-STATUS ' ***'
006290         MOVE 12 TO HREL-RETURN-CODE
006300         GO TO 9999-EXIT
006310     END-IF.
006320 1000-EXIT.
006330     EXIT.
006340*-----------------------------------------------------------------
006350* 2000-RELEASE-PASS - ONE READ OF THE HELD DATASET, TAKING ONLY
006360* THE SEGMENTS OF THE PASS PRECEDENCE. EVERY SEGMENT IS DEALT
006370* WITH ON EXACTLY ONE PASS, SO EACH IS RELEASED OR CARRIED
006380* FORWARD ONCE.
006390*-----------------------------------------------------------------
006400 2000-RELEASE-PASS.
006410     IF NOT HREL-HELDIN-AVAIL
006420         GO TO 2000-EXIT
006430     END-IF.
006440     OPEN INPUT HREL-HELDIN-FILE.
006450     IF HREL-HELDIN-STATUS NOT = '00'
006460         DISPLAY '*** UNABLE TO REOPEN HELDIN, STATUS='
006470             HREL-HELDIN-STATUS ' ***'
006480         MOVE 12 TO HREL-RETURN-CODE
006490         GO TO 9999-EXIT
006500     END-IF.
006510     MOVE 'N' TO HREL-EOF-SW.
006520     PERFORM 2100-READ-HELD THRU 2100-EXIT.
006530     PERFORM 3000-PROCESS-HELD THRU 3000-EXIT
006540         UNTIL HREL-EOF.
006550     CLOSE HREL-HELDIN-FILE.
006560 2000-EXIT.
006570     EXIT.
006580*-----------------------------------------------------------------
006590* 2100-READ-HELD - READ THE NEXT HELD SEGMENT.
006600*-----------------------------------------------------------------
006610 2100-READ-HELD.
006620     READ HREL-HELDIN-FILE
006630         AT END
006640             SET HREL-EOF TO TRUE
006650     END-READ.
006660 2100-EXIT.
006670     EXIT.
006680*-----------------------------------------------------------------
006690* 3000-PROCESS-HELD - RELEASE OR CARRY FORWARD ONE HELD SEGMENT OF
006700* THIS PASS'S PRECEDENCE. THE MESSAGE IS REPORTED AND COUNTED ON
006710* ITS FIRST SEGMENT.
006720*-----------------------------------------------------------------
006730 3000-PROCESS-HELD.
006740     IF HLD-PRECEDENCE = 'F' OR HLD-PRECEDENCE = 'I'
006750         MOVE HLD-PRECEDENCE TO HREL-REC-PREC
006760     ELSE
006770         MOVE 'R' TO HREL-REC-PREC
006780     END-IF.
006790     IF HREL-REC-PREC NOT = HREL-PASS-PREC
006800         GO TO 3000-READ-NEXT
006810     END-IF.
006820     ADD 1 TO HREL-SEG-READ-COUNT.
006830     MOVE SPACES TO HREL-SEG-AREA.
006840     MOVE HLD-SEG TO HREL-SEG-AREA.
006850     COMPUTE HREL-SEG-LEN = HREL-HELDIN-REC-LEN - 12.
006860     IF HLD-STATION NOT = HREL-LAST-STATION
006870         PERFORM 3100-LOOKUP-STATION THRU 3100-EXIT
006880     END-IF.
006890     IF HREL-DISP-RELEASE
006900         PERFORM 3200-RELEASE-SEG THRU 3200-EXIT
006910     ELSE
006920         WRITE HREL-HELDOUT-RECORD FROM HREL-HELDIN-RECORD
006930         ADD 1 TO HREL-SEG-KEPT-COUNT
006940     END-IF.
006950     IF OUT-FIRST-SEG
006960         PERFORM 7000-REPORT-MESSAGE THRU 7000-EXIT
006970     END-IF.
006980 3000-READ-NEXT.
006990     PERFORM 2100-READ-HELD THRU 2100-EXIT.
007000 3000-EXIT.
007010     EXIT.
007020*-----------------------------------------------------------------
007030* 3100-LOOKUP-STATION - WORK OUT WHAT TO DO WITH THIS STATION'S
007040* HELD TRAFFIC FROM ITS CURRENT STATION MASTER RECORD. ONLY AN
007050* ACTIVE STATION WITH A VALID ROUTED DD IS RELEASED.
007060*-----------------------------------------------------------------
007070 3100-LOOKUP-STATION.
007080     MOVE HLD-STATION TO HREL-LAST-STATION.
007090     IF HREL-PARM-STATION NOT = SPACES
007100         AND HLD-STATION NOT = HREL-PARM-STATION
007110         MOVE 'X' TO HREL-DISP
007120         GO TO 3100-EXIT
007130     END-IF.
007140     MOVE HLD-STATION TO STN-CODE.
007150     READ HREL-STN-FILE
007160         INVALID KEY
007170             MOVE 'N' TO HREL-DISP
007180             GO TO 3100-EXIT
007190     END-READ.
007200     EVALUATE TRUE
007210         WHEN STN-SUSPENDED
007220             MOVE 'S' TO HREL-DISP
007230         WHEN STN-CLOSED
007240             MOVE 'C' TO HREL-DISP
007250         WHEN STN-ROUTE-DD = 'CIPHOT1'
007260             MOVE '1' TO HREL-DISP
007270         WHEN STN-ROUTE-DD = 'CIPHOT2'
007280             MOVE '2' TO HREL-DISP
007290         WHEN STN-ROUTE-DD = 'CIPHOT3'
007300             MOVE '3' TO HREL-DISP
007310         WHEN OTHER
007320             MOVE 'N' TO HREL-DISP
007330     END-EVALUATE.
007340 3100-EXIT.
007350     EXIT.
007360*-----------------------------------------------------------------
007370* 3200-RELEASE-SEG - APPEND THE SEGMENT, UNCHANGED, TO THE
007380* STATION'S ROUTED DATASET.
007390*-----------------------------------------------------------------
007400 3200-RELEASE-SEG.
007410     EVALUATE HREL-DISP-ROUTE
007420         WHEN 1
007430             MOVE HREL-SEG-AREA TO HREL-ROUTE1-RECORD
007440             WRITE HREL-ROUTE1-RECORD
007450         WHEN 2
007460             MOVE HREL-SEG-AREA TO HREL-ROUTE2-RECORD
007470             WRITE HREL-ROUTE2-RECORD
007480         WHEN 3
007490             MOVE HREL-SEG-AREA TO HREL-ROUTE3-RECORD
007500             WRITE HREL-ROUTE3-RECORD
007510     END-EVALUATE.
007520     ADD 1 TO HREL-SEG-RELEASED-COUNT.
007530 3200-EXIT.
007540     EXIT.
007550*-----------------------------------------------------------------
007560* 7000-REPORT-MESSAGE - ONE LINE PER HELD MESSAGE WITH WHAT
007570* HAPPENED TO IT, AND THE MESSAGE COUNTS.
007580*-----------------------------------------------------------------
007590 7000-REPORT-MESSAGE.
007600     ADD 1 TO HREL-READ-COUNT.
007610     MOVE HLD-STATION TO HREL-RPT-STATION.
007620     MOVE OUT-REC-ID TO HREL-RPT-REC-ID.
007630     MOVE HLD-PRECEDENCE TO HREL-RPT-PREC.
007640     MOVE HLD-HELD-DATE TO HREL-RPT-HELD-DATE.
007650     MOVE SPACES TO HREL-RPT-DISP.
007660     IF HREL-DISP-RELEASE
007670         ADD 1 TO HREL-RELEASED-COUNT
007680         PERFORM 7100-WRITE-INDEX THRU 7100-EXIT
007690         STRING 'RELEASED TO ' DELIMITED BY SIZE
007700                STN-ROUTE-DD DELIMITED BY SPACE
007710             INTO HREL-RPT-DISP
007720         END-STRING
007730     ELSE
007740         ADD 1 TO HREL-KEPT-COUNT
007750         EVALUATE TRUE
007760             WHEN HREL-DISP-SUSPENDED
007770                 ADD 1 TO HREL-SUSPENDED-COUNT
007780                 MOVE 'HELD - STATION STILL SUSPENDED'
007790                     TO HREL-RPT-DISP
007800             WHEN HREL-DISP-CLOSED
007810                 ADD 1 TO HREL-CLOSED-COUNT
007820                 MOVE 'HELD - STATION CLOSED, RE-ROUTE OR CANCEL'
007830                     TO HREL-RPT-DISP
007840             WHEN HREL-DISP-UNKNOWN
007850                 ADD 1 TO HREL-UNKNOWN-COUNT
007860                 MOVE 'HELD - NOT ON MASTER OR NO ROUTED DD'
007870                     TO HREL-RPT-DISP
007880             WHEN OTHER
007890                 ADD 1 TO HREL-UNSELECTED-COUNT
007900                 MOVE 'HELD - NOT SELECTED THIS RUN'
007910                     TO HREL-RPT-DISP
007920         END-EVALUATE
007930     END-IF.
007940     MOVE HREL-RPT-DETAIL TO HREL-REPORT-RECORD.
007950     WRITE HREL-REPORT-RECORD.
007960 7000-EXIT.
007970     EXIT.
007980*-----------------------------------------------------------------
007990* 7100-WRITE-INDEX - ONE RELEASE INDEX RECORD PER RELEASED COPY.
008000*-----------------------------------------------------------------
008010 7100-WRITE-INDEX.
008020     MOVE SPACES TO HREL-RLSX-RECORD.
008030     MOVE OUT-REC-ID TO RLS-REC-ID.
008040     IF OUT-CHECK-VALUE NUMERIC
008050         MOVE OUT-CHECK-VALUE TO RLS-CHECK-VALUE
008060     ELSE
008070         MOVE ZERO TO RLS-CHECK-VALUE
008080     END-IF.
008090     MOVE HLD-STATION TO RLS-STATION.
008100     MOVE HLD-PRECEDENCE TO RLS-PRECEDENCE.
008110     MOVE 'CIPHHELD' TO RLS-SOURCE.
008120     MOVE HLD-HELD-DATE TO RLS-HELD-DATE.
008130     MOVE HREL-CURRENT-DATE TO RLS-RELEASE-DATE.
008140     WRITE HREL-RLSX-RECORD.
008150 7100-EXIT.
008160     EXIT.
008170*-----------------------------------------------------------------
008180* 8000-PRINT-TOTALS - CONTROL COUNTS AT THE FOOT OF THE REPORT.
008190* TRAFFIC STILL HELD FOR A CLOSED OR UNKNOWN STATION WILL NEVER
008200* RELEASE ON ITS OWN, SO IT ENDS THE STEP CC=4 FOR ATTENTION.
008210*-----------------------------------------------------------------
008220 8000-PRINT-TOTALS.
008230     MOVE SPACES TO HREL-REPORT-RECORD.
008240     WRITE HREL-REPORT-RECORD.
008250     MOVE 'HELD SEGMENTS READ . . . . . . .  '
008260         TO HREL-RPT-TOTAL-LABEL.
008270     MOVE HREL-SEG-READ-COUNT TO HREL-RPT-TOTAL-COUNT.
008280     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
008290     MOVE 'SEGMENTS RELEASED  . . . . . . .  '
008300         TO HREL-RPT-TOTAL-LABEL.
008310     MOVE HREL-SEG-RELEASED-COUNT TO HREL-RPT-TOTAL-COUNT.
008320     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
008330     MOVE 'SEGMENTS STILL HELD  . . . . . .  '
008340         TO HREL-RPT-TOTAL-LABEL.
008350     MOVE HREL-SEG-KEPT-COUNT TO HREL-RPT-TOTAL-COUNT.
008360     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
008370     MOVE 'HELD MESSAGES READ . . . . . . .  '
008380         TO HREL-RPT-TOTAL-LABEL.
008390     MOVE HREL-READ-COUNT TO HREL-RPT-TOTAL-COUNT.
008400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
008410     MOVE 'MESSAGES RELEASED  . . . . . . .  '
008420         TO HREL-RPT-TOTAL-LABEL.
008430     MOVE HREL-RELEASED-COUNT TO HREL-RPT-TOTAL-COUNT.
008440     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
008450     MOVE 'MESSAGES STILL HELD  . . . . . .  '
008460         TO HREL-RPT-TOTAL-LABEL.
008470     MOVE HREL-KEPT-COUNT TO HREL-RPT-TOTAL-COUNT.
008480     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
008490     MOVE '  STATION STILL SUSPENDED  . . .  '
008500         TO HREL-RPT-TOTAL-LABEL.
008510     MOVE HREL-SUSPENDED-COUNT TO HREL-RPT-TOTAL-COUNT.
008520     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
008530     MOVE '  STATION CLOSED . . . . . . . .  '
008540         TO HREL-RPT-TOTAL-LABEL.
008550     MOVE HREL-CLOSED-COUNT TO HREL-RPT-TOTAL-COUNT.
008560     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
008570     MOVE '  NOT ON MASTER/NO ROUTED DD . .  '
008580         TO HREL-RPT-TOTAL-LABEL.
008590     MOVE HREL-UNKNOWN-COUNT TO HREL-RPT-TOTAL-COUNT.
008600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
008610     MOVE '  NOT SELECTED THIS RUN  . . . .  '
008620         TO HREL-RPT-TOTAL-LABEL.
008630     MOVE HREL-UNSELECTED-COUNT TO HREL-RPT-TOTAL-COUNT.
008640     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
008650     IF HREL-CLOSED-COUNT > ZERO OR HREL-UNKNOWN-COUNT > ZERO
008660         MOVE 4 TO HREL-RETURN-CODE
008670     END-IF.
008680 8000-EXIT.
008690     EXIT.
008700 8100-WRITE-TOTAL.
008710     MOVE HREL-RPT-TOTAL-LINE TO HREL-REPORT-RECORD.
008720     WRITE HREL-REPORT-RECORD.
008730 8100-EXIT.
008740     EXIT.
008750*-----------------------------------------------------------------
008760* 8500-WRITE-CONTROL - APPEND THE HELD MESSAGES READ AND WHERE
008770* THEY WENT - RELEASED OR STILL HELD - TO THE SHARED CONTROL-TOTAL
008780* DATASET, SO CIPHBAL CAN PROVE EVERY HELD MESSAGE WAS ACCOUNTED
008790* FOR. A CONTROL DATASET THAT CANNOT BE OPENED IS REPORTED AND
008800* SKIPPED - THE PRINTED TOTALS STILL STAND.
008810*-----------------------------------------------------------------
008820 8500-WRITE-CONTROL.
008830     OPEN EXTEND HREL-CTL-FILE.
008840     IF HREL-CTL-STATUS = '35'
008850         OPEN OUTPUT HREL-CTL-FILE
008860     END-IF.
008870     IF HREL-CTL-STATUS NOT = '00'
008880         DISPLAY '*** CONTROL DATASET OPEN FAILED, STATUS='
008890             HREL-CTL-STATUS ' ***'
008900         GO TO 8500-EXIT
008910     END-IF.
008920     MOVE 'READ' TO HREL-CTL-NAME.
008930     MOVE HREL-READ-COUNT TO HREL-CTL-VALUE.
008940     PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT.
008950     MOVE 'RELEASED' TO HREL-CTL-NAME.
008960     MOVE HREL-RELEASED-COUNT TO HREL-CTL-VALUE.
008970     PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT.
008980     MOVE 'KEPT' TO HREL-CTL-NAME.
008990     MOVE HREL-KEPT-COUNT TO HREL-CTL-VALUE.
009000     PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT.
009010     CLOSE HREL-CTL-FILE.
009020 8500-EXIT.
009030     EXIT.
009040 8510-WRITE-CTL-ROW.
009050     MOVE SPACES TO HREL-CTL-RECORD.
009060     MOVE 'CIPHHREL' TO CTL-PROGRAM.
009070     MOVE HREL-CURRENT-DATE TO CTL-RUN-DATE.
009080     MOVE 'CIPHHELD' TO CTL-SOURCE.
009090     MOVE HREL-CTL-NAME TO CTL-COUNT-NAME.
009100     MOVE HREL-CTL-VALUE TO CTL-COUNT-VALUE.
009110     WRITE HREL-CTL-RECORD.
009120 8510-EXIT.
009130     EXIT.
009140*-----------------------------------------------------------------
009150* 8600-STAMP-RUN-CONTROL - RECORD HOW THIS STEP ENDED AGAINST THE
009160* BUSINESS DATE IT WAS CHECKED IN UNDER: COMPLETE BELOW THE FAIL
009170* LEVEL, FAILED AT OR OVER IT. A FAILURE TO STAMP IS REPORTED AND
009180* ENDS THE STEP CC=8 AT LEAST.
009190*-----------------------------------------------------------------
009200 8600-STAMP-RUN-CONTROL.
009210     MOVE HREL-RETURN-CODE TO HREL-RCTL-CC.
009220     OPEN I-O HREL-RCTL-FILE.
009230     IF HREL-RCTL-STATUS NOT = '00'
009240         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
009250             HREL-RCTL-STATUS ' ***'
009260         GO TO 8600-FAILED
009270     END-IF.
009280     MOVE HREL-RCTL-BUS-DATE TO RCT-BUS-DATE.
009290     READ HREL-RCTL-FILE
009300         INVALID KEY
009310             MOVE '23' TO HREL-RCTL-STATUS
009320     END-READ.
009330     IF HREL-RCTL-STATUS = '00'
009340         MOVE HREL-RCTL-STEP-ID TO HREL-RCTL-FIND-ID
009350         PERFORM 0810-FIND-STEP THRU 0810-EXIT
009360         MOVE HREL-RCTL-FOUND-IDX TO HREL-RCTL-STEP-IDX
009370     END-IF.
009380     IF HREL-RCTL-STATUS NOT = '00' OR HREL-RCTL-STEP-IDX = ZERO
009390         DISPLAY '*** RUN CONTROL NOT STAMPED - STEP NOT FOUND '
009400             'FOR BUSINESS DATE ' HREL-RCTL-BUS-DATE ' ***'
009410         CLOSE HREL-RCTL-FILE
009420         GO TO 8600-FAILED
009430     END-IF.
009440     IF HREL-RCTL-CC < HREL-RCTL-FAIL-CC
009450         SET RCT-STEP-COMPLETE (HREL-RCTL-STEP-IDX) TO TRUE
009460     ELSE
009470         SET RCT-STEP-FAILED (HREL-RCTL-STEP-IDX) TO TRUE
009480     END-IF.
009490     MOVE HREL-RCTL-CC TO RCT-STEP-CC (HREL-RCTL-STEP-IDX).
009500     ACCEPT HREL-RCTL-DATE FROM DATE YYYYMMDD.
009510     ACCEPT HREL-RCTL-TIME FROM TIME.
009520     MOVE HREL-RCTL-DATE TO RCT-STEP-DATE (HREL-RCTL-STEP-IDX).
009530     MOVE HREL-RCTL-TIME TO RCT-STEP-TIME (HREL-RCTL-STEP-IDX).
009540     REWRITE HREL-RCTL-RECORD
009550         INVALID KEY
009560             MOVE '99' TO HREL-RCTL-STATUS
009570     END-REWRITE.
009580     CLOSE HREL-RCTL-FILE.
009590     IF HREL-RCTL-STATUS NOT = '00'
009600         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
009610             HREL-RCTL-STATUS ' ***'
009620         GO TO 8600-FAILED
009630     END-IF.
009640     GO TO 8600-EXIT.
009650 8600-FAILED.
009660     IF HREL-RETURN-CODE < 8
009670         MOVE 8 TO HREL-RETURN-CODE
009680     END-IF.
009690 8600-EXIT.
009700     EXIT.
009710*-----------------------------------------------------------------
009720* 9000-TERMINATE - CLOSE THE DATASETS BEFORE THE JOB STEP ENDS.
009730*-----------------------------------------------------------------
009740 9000-TERMINATE.
009750     IF HREL-STN-OPEN
009760         CLOSE HREL-STN-FILE
009770     END-IF.
009780     CLOSE HREL-HELDOUT-FILE.
009790     CLOSE HREL-ROUTE1-FILE.
009800     CLOSE HREL-ROUTE2-FILE.
009810     CLOSE HREL-ROUTE3-FILE.
009820     CLOSE HREL-RLSX-FILE.
009830     CLOSE HREL-REPORT-FILE.
009840 9000-EXIT.
009850     EXIT.
009860*-----------------------------------------------------------------
009870* 9999-EXIT - SINGLE PROGRAM EXIT POINT.
009880*-----------------------------------------------------------------
009890 9999-EXIT.
009900     MOVE HREL-RETURN-CODE TO RETURN-CODE.
009910     STOP RUN.
