000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CIPHEREL.
000120 AUTHOR.        R ANGELO.
000130 INSTALLATION.  MESSAGE CENTER - CRYPTO SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/2026  RA   ORIGINAL. EMBARGO RELEASE. THE CIPHER STEP
000210*                   PARKS THE ROUTED COPIES OF EVERY MESSAGE
000220*                   WHOSE RELEASE DATE/TIME IS STILL AHEAD ON THE
000230*                   EMBARGO DATASET (CIPHEMBG, CIPHEMBR LAYOUT).
000240*                   RUN EACH CYCLE, THIS PROGRAM APPENDS EVERY
000250*                   COPY NOW DUE TO ITS STATION'S ROUTED DATASET
000260*                   - FLASH FIRST, THEN IMMEDIATE, THEN ROUTINE,
000270*                   THE SAME PRECEDENCE ORDER THE CIPHER STEP
000280*                   WRITES - WITH A DUE FLASH MESSAGE ALSO GOING
000290*                   ONCE TO THE FLASH OUTPUT. A DUE COPY FOR A
000300*                   SUSPENDED STATION MOVES TO THE HELD-TRAFFIC
000310*                   DATASET FOR CIPHHREL; ONE FOR A CLOSED STATION
000320*                   STAYS ON EMBARGO FOR ATTENTION. EVERYTHING NOT
000330*                   RELEASED IS CARRIED FORWARD TO A NEW EMBARGO
000340*                   DATASET. EACH COPY IS REPORTED WITH ITS
000350*                   DISPOSITION AND THE COUNTS ARE POSTED TO
000360*                   CIPHCTL.
000370*  10/15/2026  RA   NOW A STEP OF THE NIGHTLY STREAM AHEAD OF THE
000380*                   BALANCING AND LEAK-GUARD STEPS. EACH RELEASED
000390*                   COPY IS ALSO WRITTEN TO THE RELEASE INDEX
000400*                   (CIPHRLSX, CIPHRLSR LAYOUT) SO CIPHFMT CAN
000410*                   SHOW ITS ORIGINAL PRECEDENCE AND STATION.
000420*  10/15/2026  RA   THE STEP NOW CHECKS IN WITH THE BUSINESS-DATE
000430*                   RUN CONTROL (CIPHRCTL): IT RUNS ONLY AFTER THE
000440*                   DAY'S CIPHER PASS (OR SLICE RECOMBINE) HAS
000450*                   COMPLETED AND ONCE PER DATE, SO A RESTART OR
000460*                   RERUN CANNOT RELEASE THE SAME COPIES TWICE OR
000470*                   POST THE CONTROL ROWS TWICE. A REFUSED RUN
000480*                   ENDS CC=16 AND TOUCHES NOTHING.
000490*-----------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.   IBM-370.
000530 OBJECT-COMPUTER.   IBM-370.
000540 REPOSITORY.        FUNCTION ALL INTRINSIC.
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT EREL-EMBGIN-FILE  ASSIGN TO EMBGIN
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS EREL-EMBGIN-STATUS.
000600     SELECT EREL-EMBGOUT-FILE ASSIGN TO EMBGOUT
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS EREL-EMBGOUT-STATUS.
000630     SELECT EREL-STN-FILE     ASSIGN TO CIPHSTNS
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE IS RANDOM
000660            RECORD KEY IS STN-CODE
000670            FILE STATUS IS EREL-STN-STATUS.
000680     SELECT EREL-ROUTE1-FILE  ASSIGN TO CIPHOT1
000690            ORGANIZATION IS SEQUENTIAL
000700            FILE STATUS IS EREL-ROUTE1-STATUS.
000710     SELECT EREL-ROUTE2-FILE  ASSIGN TO CIPHOT2
000720            ORGANIZATION IS SEQUENTIAL
000730            FILE STATUS IS EREL-ROUTE2-STATUS.
000740     SELECT EREL-ROUTE3-FILE  ASSIGN TO CIPHOT3
000750            ORGANIZATION IS SEQUENTIAL
000760            FILE STATUS IS EREL-ROUTE3-STATUS.
000770     SELECT EREL-DFLT-FILE    ASSIGN TO CIPHOTD
000780            ORGANIZATION IS SEQUENTIAL
000790            FILE STATUS IS EREL-DFLT-STATUS.
000800     SELECT EREL-FLASH-FILE   ASSIGN TO CIPHOTF
000810            ORGANIZATION IS SEQUENTIAL
000820            FILE STATUS IS EREL-FLASH-STATUS.
000830     SELECT EREL-HELD-FILE    ASSIGN TO CIPHHELD
000840            ORGANIZATION IS SEQUENTIAL
000850            FILE STATUS IS EREL-HELD-STATUS.
000860     SELECT EREL-REPORT-FILE  ASSIGN TO ERELRPT
000870            ORGANIZATION IS SEQUENTIAL
000880            FILE STATUS IS EREL-REPORT-STATUS.
000890     SELECT EREL-CTL-FILE     ASSIGN TO CIPHCTL
000900            ORGANIZATION IS SEQUENTIAL
000910            FILE STATUS IS EREL-CTL-STATUS.
000920     SELECT EREL-RLSX-FILE    ASSIGN TO CIPHRLSX
000930            ORGANIZATION IS SEQUENTIAL
000940            FILE STATUS IS EREL-RLSX-STATUS.
000950     SELECT EREL-RCTL-FILE   ASSIGN TO CIPHRCTL
000960            ORGANIZATION IS INDEXED
000970            ACCESS MODE IS RANDOM
000980            RECORD KEY IS RCT-BUS-DATE
000990            FILE STATUS IS EREL-RCTL-STATUS.
001000 DATA DIVISION.
001010 FILE SECTION.
001020 FD  EREL-EMBGIN-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD IS VARYING IN SIZE FROM 44 TO 172 CHARACTERS
001050         DEPENDING ON EREL-EMBGIN-REC-LEN.
001060 01  EREL-EMBGIN-RECORD.
001070     COPY CIPHEMBR.
001080 FD  EREL-EMBGOUT-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD IS VARYING IN SIZE FROM 44 TO 172 CHARACTERS
001110         DEPENDING ON EREL-EMBGIN-REC-LEN.
001120 01  EREL-EMBGOUT-RECORD          PIC X(172).
001130 FD  EREL-STN-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  EREL-STN-RECORD.
001160     COPY CIPHSTNR.
001170 FD  EREL-ROUTE1-FILE
001180     LABEL RECORDS ARE STANDARD
001190     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001200         DEPENDING ON EREL-SEG-LEN.
001210 01  EREL-ROUTE1-RECORD           PIC X(148).
001220 FD  EREL-ROUTE2-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001250         DEPENDING ON EREL-SEG-LEN.
001260 01  EREL-ROUTE2-RECORD           PIC X(148).
001270 FD  EREL-ROUTE3-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001300         DEPENDING ON EREL-SEG-LEN.
001310 01  EREL-ROUTE3-RECORD           PIC X(148).
001320 FD  EREL-DFLT-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001350         DEPENDING ON EREL-SEG-LEN.
001360 01  EREL-DFLT-RECORD             PIC X(148).
001370 FD  EREL-FLASH-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001400         DEPENDING ON EREL-SEG-LEN.
001410 01  EREL-FLASH-RECORD            PIC X(148).
001420 FD  EREL-HELD-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD IS VARYING IN SIZE FROM 32 TO 160 CHARACTERS
001450         DEPENDING ON EREL-HELD-REC-LEN.
001460 01  EREL-HELD-RECORD.
001470     COPY CIPHHLDR.
001480 FD  EREL-REPORT-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  EREL-REPORT-RECORD           PIC X(132).
001510 FD  EREL-CTL-FILE
001520     LABEL RECORDS ARE STANDARD.
001530 01  EREL-CTL-RECORD.
001540     COPY CIPHCTLR.
001550 FD  EREL-RLSX-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  EREL-RLSX-RECORD.
001580     COPY CIPHRLSR.
001590 FD  EREL-RCTL-FILE
001600     LABEL RECORDS ARE STANDARD.
001610 01  EREL-RCTL-RECORD.
001620     COPY CIPHRCTR.
001630 WORKING-STORAGE SECTION.
001640*-----------------------------------------------------------------
001650* FILE I/O WORK AREAS
001660*-----------------------------------------------------------------
001670 01  EREL-EMBGIN-STATUS           PIC X(02) VALUE '00'.
001680 01  EREL-EMBGOUT-STATUS          PIC X(02) VALUE '00'.
001690 01  EREL-STN-STATUS              PIC X(02) VALUE '00'.
001700 01  EREL-ROUTE1-STATUS           PIC X(02) VALUE '00'.
001710 01  EREL-ROUTE2-STATUS           PIC X(02) VALUE '00'.
001720 01  EREL-ROUTE3-STATUS           PIC X(02) VALUE '00'.
001730 01  EREL-DFLT-STATUS             PIC X(02) VALUE '00'.
001740 01  EREL-FLASH-STATUS            PIC X(02) VALUE '00'.
001750 01  EREL-HELD-STATUS             PIC X(02) VALUE '00'.
001760 01  EREL-REPORT-STATUS           PIC X(02) VALUE '00'.
001770 01  EREL-CTL-STATUS              PIC X(02) VALUE '00'.
001780 01  EREL-RLSX-STATUS             PIC X(02) VALUE '00'.
001790 01  EREL-EMBGIN-REC-LEN          PIC 9(04) COMP VALUE ZERO.
001800 01  EREL-SEG-LEN                 PIC 9(04) COMP VALUE ZERO.
001810 01  EREL-HELD-REC-LEN            PIC 9(04) COMP VALUE ZERO.
001820 01  EREL-SWITCHES.
001830     05  EREL-EOF-SW              PIC X(01) VALUE 'N'.
001840         88  EREL-EOF                       VALUE 'Y'.
001850     05  EREL-EMBGIN-SW           PIC X(01) VALUE 'N'.
001860         88  EREL-EMBGIN-AVAIL              VALUE 'Y'.
001870     05  EREL-STN-OPEN-SW         PIC X(01) VALUE 'N'.
001880         88  EREL-STN-OPEN                  VALUE 'Y'.
001890     05  EREL-FLASH-COPY-SW       PIC X(01) VALUE 'N'.
001900         88  EREL-FLASH-COPY                VALUE 'Y'.
001910*-----------------------------------------------------------------
001920* AS-OF STAMP - A COPY IS DUE WHEN ITS RELEASE DATE/TIME IS NOT
001930* LATER THAN THIS. IT DEFAULTS TO THE RUN DATE AND TIME-OF-DAY; A
001940* PARM DATE WITH NO TIME MEANS THE CLOSE OF THAT DAY (2359).
001950*-----------------------------------------------------------------
001960 01  EREL-ASOF-STAMP.
001970     05  EREL-ASOF-DATE           PIC 9(08) VALUE ZERO.
001980     05  EREL-ASOF-TIME           PIC 9(04) VALUE ZERO.
001990 01  EREL-TIME-OF-DAY             PIC 9(08) VALUE ZERO.
002000*-----------------------------------------------------------------
002010* RELEASE PASS CONTROL - THE EMBARGO DATASET IS READ ONCE PER
002020* PRECEDENCE, FLASH (F), IMMEDIATE (I) THEN ROUTINE (R), SO EACH
002030* STATION'S RELEASED TRAFFIC GOES OUT HIGHEST PRECEDENCE FIRST.
002040* ANY PRECEDENCE OTHER THAN F OR I IS TAKEN ON THE ROUTINE PASS.
002050*-----------------------------------------------------------------
002060 01  EREL-PASS-PREC               PIC X(01) VALUE SPACE.
002070 01  EREL-REC-PREC                PIC X(01) VALUE SPACE.
002080*-----------------------------------------------------------------
002090* DISPOSITION - DECIDED ON EACH COPY'S FIRST SEGMENT AND APPLIED
002100* TO ITS CONTINUATIONS, WHICH FOLLOW IT ON THE DATASET.
002110*    1-3 = DUE, RELEASE TO CIPHOT1-3
002120*    D   = DUE, STATION NOT ON THE MASTER OR NO VALID ROUTED DD -
002130*          RELEASE TO THE DEFAULT OUTPUT, AS THE CIPHER STEP DOES
002140*    H   = DUE, STATION SUSPENDED - MOVE TO HELD TRAFFIC
002150*    C   = DUE, STATION CLOSED - KEEP ON EMBARGO FOR ATTENTION
002160*    E   = NOT YET DUE - KEEP ON EMBARGO
002170* THE STATION PART IS LOOKED UP ONLY WHEN THE STATION CHANGES.
002180*-----------------------------------------------------------------
002190 01  EREL-DISP                    PIC X(01) VALUE 'E'.
002200     88  EREL-DISP-RELEASE                  VALUE '1' '2' '3' 'D'.
002210     88  EREL-DISP-TO-HELD                  VALUE 'H'.
002220     88  EREL-DISP-CLOSED                   VALUE 'C'.
002230     88  EREL-DISP-NOT-DUE                  VALUE 'E'.
002240 01  EREL-STN-DISP                PIC X(01) VALUE SPACE.
002250 01  EREL-LAST-STATION            PIC X(03) VALUE HIGH-VALUES.
002260 01  EREL-LAST-DD                 PIC X(08) VALUE SPACES.
002270 01  EREL-LAST-FLASH-ID           PIC 9(06) VALUE ZERO.
002280*-----------------------------------------------------------------
002290* EMBARGOED SEGMENT WORK AREA - THE SEGMENT AS THE CIPHER STEP
002300* WROTE IT
002310*-----------------------------------------------------------------
002320 01  EREL-SEG-AREA.
002330     COPY CIPHOUTR.
002340*-----------------------------------------------------------------
002350* CONTROL COUNTS (COPY COUNTS ARE TAKEN ON FIRST SEGMENTS)
002360*-----------------------------------------------------------------
002370 77  EREL-SEG-READ-COUNT          PIC 9(06) COMP VALUE ZERO.
002380 77  EREL-SEG-RELEASED-COUNT      PIC 9(06) COMP VALUE ZERO.
002390 77  EREL-SEG-HELD-COUNT          PIC 9(06) COMP VALUE ZERO.
002400 77  EREL-SEG-KEPT-COUNT          PIC 9(06) COMP VALUE ZERO.
002410 77  EREL-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
002420 77  EREL-RELEASED-COUNT          PIC 9(06) COMP VALUE ZERO.
002430 77  EREL-FLASH-COUNT             PIC 9(06) COMP VALUE ZERO.
002440 77  EREL-TO-HELD-COUNT           PIC 9(06) COMP VALUE ZERO.
002450 77  EREL-KEPT-COUNT              PIC 9(06) COMP VALUE ZERO.
002460 77  EREL-NOT-DUE-COUNT           PIC 9(06) COMP VALUE ZERO.
002470 77  EREL-CLOSED-COUNT            PIC 9(06) COMP VALUE ZERO.
002480 77  EREL-RETURN-CODE             PIC 9(02) VALUE ZERO.
002490 01  EREL-CURRENT-DATE            PIC 9(08) VALUE ZERO.
002500 01  EREL-CTL-NAME                PIC X(12) VALUE SPACES.
002510 01  EREL-CTL-VALUE               PIC 9(09) VALUE ZERO.
002520*-----------------------------------------------------------------
002530* RUN CONTROL WORK AREAS. THIS STEP IS KNOWN ON THE RUN CONTROL BY
002540* PROGRAM AND SOURCE; IT MAY NOT START UNTIL ITS PREREQUISITE STEP
002550* (EITHER ONE, OR BOTH WHERE MARKED) HAS COMPLETED FOR THE CURRENT
002560* BUSINESS DATE, AND MAY NOT RUN AGAIN ONCE COMPLETE UNLESS THE
002570* RERUN-AFTER STEP HAS COMPLETED SINCE. A CC AT OR OVER THE FAIL
002580* LEVEL STAMPS THE STEP FAILED, WHICH LEAVES IT FREE TO RERUN.
002590*-----------------------------------------------------------------
002600 01  EREL-RCTL-STATUS             PIC X(02) VALUE '00'.
002610 01  EREL-RCTL-AREA.
002620     05  EREL-RCTL-STEP-ID.
002630         10  EREL-RCTL-PROGRAM    PIC X(08) VALUE 'CIPHEREL'.
002640         10  EREL-RCTL-SOURCE     PIC X(08) VALUE SPACES.
002650     05  EREL-RCTL-PREREQ-1.
002660         10  EREL-RCTL-PREREQ-1-PGM PIC X(08) VALUE 'CEASARCP'.
002670         10  EREL-RCTL-PREREQ-1-SRC PIC X(08) VALUE 'CIPHIN'.
002680     05  EREL-RCTL-PREREQ-2.
002690         10  EREL-RCTL-PREREQ-2-PGM PIC X(08) VALUE 'CIPHMRGE'.
002700         10  EREL-RCTL-PREREQ-2-SRC PIC X(08) VALUE 'RECOMB'.
002710     05  EREL-RCTL-RERUN-AFTER.
002720         10  EREL-RCTL-RERUN-PGM  PIC X(08) VALUE SPACES.
002730         10  EREL-RCTL-RERUN-SRC  PIC X(08) VALUE SPACES.
002740     05  EREL-RCTL-FAIL-CC        PIC 9(02) VALUE 08.
002750     05  EREL-RCTL-CC             PIC 9(02) VALUE ZERO.
002760     05  EREL-RCTL-BUS-DATE       PIC 9(08) VALUE ZERO.
002770     05  EREL-RCTL-DATE           PIC 9(08) VALUE ZERO.
002780     05  EREL-RCTL-TIME           PIC 9(08) VALUE ZERO.
002790     05  EREL-RCTL-FIND-ID        PIC X(16) VALUE SPACES.
002800     05  EREL-RCTL-FIND-NAME REDEFINES EREL-RCTL-FIND-ID.
002810         10  EREL-RCTL-FIND-PROGRAM PIC X(08).
002820         10  EREL-RCTL-FIND-SOURCE PIC X(08).
002830     05  EREL-RCTL-STEP-NAME      PIC X(17) VALUE SPACES.
002840     05  EREL-RCTL-MISSING        PIC X(40) VALUE SPACES.
002850     05  EREL-RCTL-MESSAGE        PIC X(100) VALUE SPACES.
002860     05  EREL-RCTL-NEED-SW        PIC X(01) VALUE 'E'.
002870         88  EREL-RCTL-NEED-EITHER          VALUE 'E'.
002880         88  EREL-RCTL-NEED-BOTH            VALUE 'B'.
002890     05  EREL-RCTL-MET-SW         PIC X(01) VALUE 'N'.
002900         88  EREL-RCTL-PREREQ-MET           VALUE 'Y'.
002910     05  EREL-RCTL-DONE-SW        PIC X(01) VALUE 'N'.
002920         88  EREL-RCTL-STEP-DONE            VALUE 'Y'.
002930     05  EREL-RCTL-REWORK-SW      PIC X(01) VALUE 'N'.
002940         88  EREL-RCTL-REWORK               VALUE 'Y'.
002950 77  EREL-RCTL-IDX                PIC S9(04) COMP VALUE ZERO.
002960 77  EREL-RCTL-FOUND-IDX          PIC S9(04) COMP VALUE ZERO.
002970 77  EREL-RCTL-STEP-IDX           PIC S9(04) COMP VALUE ZERO.
002980*-----------------------------------------------------------------
002990* RELEASE REPORT LINES
003000*-----------------------------------------------------------------
003010 01  EREL-RPT-HEADING-1.
003020     05  FILLER                   PIC X(42) VALUE
003030         'CIPHEREL EMBARGO RELEASE                  '.
003040     05  FILLER                   PIC X(06) VALUE 'AS OF '.
003050     05  EREL-HDG-DATE            PIC 9(08).
003060     05  FILLER                   PIC X(01) VALUE SPACE.
003070     05  EREL-HDG-TIME            PIC 9(04).
003080     05  FILLER                   PIC X(71) VALUE SPACES.
003090 01  EREL-RPT-HEADING-2.
003100     05  FILLER                   PIC X(05) VALUE 'STA'.
003110     05  FILLER                   PIC X(08) VALUE 'REC-ID'.
003120     05  FILLER                   PIC X(05) VALUE 'PREC'.
003130     05  FILLER                   PIC X(15) VALUE 'RELEASE'.
003140     05  FILLER                   PIC X(99) VALUE 'DISPOSITION'.
003150 01  EREL-RPT-DETAIL.
003160     05  EREL-RPT-STATION         PIC X(03).
003170     05  FILLER                   PIC X(02) VALUE SPACES.
003180     05  EREL-RPT-REC-ID          PIC 9(06).
003190     05  FILLER                   PIC X(02) VALUE SPACES.
003200     05  EREL-RPT-PREC            PIC X(01).
003210     05  FILLER                   PIC X(04) VALUE SPACES.
003220     05  EREL-RPT-REL-DATE        PIC 9(08).
003230     05  FILLER                   PIC X(01) VALUE SPACE.
003240     05  EREL-RPT-REL-TIME        PIC 9(04).
003250     05  FILLER                   PIC X(02) VALUE SPACES.
003260     05  EREL-RPT-DISP            PIC X(99).
003270 01  EREL-RPT-TOTAL-LINE.
003280     05  EREL-RPT-TOTAL-LABEL     PIC X(34).
003290     05  EREL-RPT-TOTAL-COUNT     PIC ZZZ,ZZ9.
003300     05  FILLER                   PIC X(91) VALUE SPACES.
003310 LINKAGE SECTION.
003320*-----------------------------------------------------------------
003330* EREL-PARM-AREA - OPTIONAL:
003340*    COLS  1-8   AS-OF DATE CCYYMMDD (BLANK = TODAY)
003350*    COLS  9-12  AS-OF TIME HHMM (BLANK = NOW, OR 2359 WHEN A
003360*                DATE IS GIVEN)
003370*-----------------------------------------------------------------
003380 01  EREL-PARM-AREA.
003390     05  EREL-PARM-LEN            PIC S9(04) COMP.
003400     05  EREL-PARM-DATA.
003410         10  EREL-PARM-DATE       PIC X(08).
003420         10  EREL-PARM-TIME       PIC X(04).
003430 PROCEDURE DIVISION USING EREL-PARM-AREA.
003440*=================================================================
003450* 0000-MAINLINE - RELEASE EVERY EMBARGOED COPY NOW DUE ONE
003460* PRECEDENCE AT A TIME, CARRY THE REST FORWARD, AND REPORT AND
003470* POST THE COUNTS.
003480*=================================================================
003490 0000-MAINLINE.
003500     PERFORM 0800-CHECK-RUN-CONTROL THRU 0800-EXIT.
003510     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003530     MOVE 'F' TO EREL-PASS-PREC.
003540     PERFORM 2000-RELEASE-PASS THRU 2000-EXIT.
003550     MOVE 'I' TO EREL-PASS-PREC.
003560     PERFORM 2000-RELEASE-PASS THRU 2000-EXIT.
003570     MOVE 'R' TO EREL-PASS-PREC.
003580     PERFORM 2000-RELEASE-PASS THRU 2000-EXIT.
003590     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003600     PERFORM 8500-WRITE-CONTROL THRU 8500-EXIT.
003610     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003620     PERFORM 8600-STAMP-RUN-CONTROL THRU 8600-EXIT.
003630     GO TO 9999-EXIT.
003640*-----------------------------------------------------------------
003650* 0800-CHECK-RUN-CONTROL - BEFORE ANY DATASET IS OPENED, MAKE
003660* SURE THIS STEP MAY RUN FOR THE CURRENT BUSINESS DATE: ITS
003670* PREREQUISITE MUST HAVE COMPLETED, AND THE STEP ITSELF MUST NOT
003680* HAVE COMPLETED ALREADY (UNLESS ITS RERUN-AFTER STEP HAS SINCE
003690* COMPLETED AGAIN - A FRESH REWORK CYCLE). A REFUSED STEP ENDS
003700* CC=16 WITHOUT TOUCHING ANYTHING; ONE THAT MAY RUN IS MARKED
003710* STARTED.
003720*-----------------------------------------------------------------
003730 0800-CHECK-RUN-CONTROL.
003740     MOVE EREL-RCTL-STEP-ID TO EREL-RCTL-FIND-ID.
003750     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
003760     OPEN I-O EREL-RCTL-FILE.
003770     IF EREL-RCTL-STATUS NOT = '00'
003780         DISPLAY '*** UNABLE TO OPEN RUN CONTROL, STATUS='
003790             EREL-RCTL-STATUS ' ***'
003800         MOVE 12 TO EREL-RETURN-CODE
003810         GO TO 9999-EXIT
003820     END-IF.
003830     MOVE ZERO TO RCT-BUS-DATE.
003840     READ EREL-RCTL-FILE
003850         INVALID KEY
003860             MOVE '23' TO EREL-RCTL-STATUS
003870     END-READ.
003880     IF EREL-RCTL-STATUS NOT = '00'
003890         MOVE 'NO BUSINESS DATE IS OPEN ON THE RUN CONTROL'
003900             TO EREL-RCTL-MESSAGE
003910         GO TO 0800-REFUSE
003920     END-IF.
003930     MOVE RCT-CURRENT-DATE TO EREL-RCTL-BUS-DATE.
003940     MOVE EREL-RCTL-BUS-DATE TO RCT-BUS-DATE.
003950     READ EREL-RCTL-FILE
003960         INVALID KEY
003970             MOVE '23' TO EREL-RCTL-STATUS
003980     END-READ.
003990     IF EREL-RCTL-STATUS NOT = '00'
004000         STRING 'BUSINESS DATE ' EREL-RCTL-BUS-DATE
004010             ' IS NOT ON THE RUN CONTROL'
004020             DELIMITED BY SIZE INTO EREL-RCTL-MESSAGE
004030         END-STRING
004040         GO TO 0800-REFUSE
004050     END-IF.
004060     IF RCT-STEP-COUNT NOT NUMERIC
004070         MOVE ZERO TO RCT-STEP-COUNT
004080     END-IF.
004090     MOVE EREL-RCTL-STEP-ID TO EREL-RCTL-FIND-ID.
004100     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
004110     MOVE EREL-RCTL-FOUND-IDX TO EREL-RCTL-STEP-IDX.
004120     IF EREL-RCTL-STEP-IDX > ZERO
004130         IF RCT-STEP-COMPLETE (EREL-RCTL-STEP-IDX)
004140             PERFORM 0830-CHECK-REWORK THRU 0830-EXIT
004150             IF NOT EREL-RCTL-REWORK
004160                 STRING EREL-RCTL-STEP-NAME DELIMITED BY SPACE
004170                     ' ALREADY COMPLETED FOR BUSINESS DATE '
004180                     EREL-RCTL-BUS-DATE ' - RERUN REFUSED'
004190                     DELIMITED BY SIZE INTO EREL-RCTL-MESSAGE
004200                 END-STRING
004210                 GO TO 0800-REFUSE
004220             END-IF
004230         END-IF
004240     END-IF.
004250     PERFORM 0820-CHECK-PREREQ THRU 0820-EXIT.
004260     IF NOT EREL-RCTL-PREREQ-MET
004270         STRING 'RUN OUT OF ORDER - '
004280             EREL-RCTL-MISSING DELIMITED BY '  '
004290             ' NOT COMPLETE FOR BUSINESS DATE '
004300             EREL-RCTL-BUS-DATE DELIMITED BY SIZE
004310             INTO EREL-RCTL-MESSAGE
004320         END-STRING
004330         GO TO 0800-REFUSE
004340     END-IF.
004350     IF EREL-RCTL-STEP-IDX = ZERO
004360         IF RCT-STEP-COUNT NOT < 30
004370             STRING 'NO ROOM FOR ANOTHER STEP ON BUSINESS DATE '
004380                 EREL-RCTL-BUS-DATE
004390                 DELIMITED BY SIZE INTO EREL-RCTL-MESSAGE
004400             END-STRING
004410             GO TO 0800-REFUSE
004420         END-IF
004430         ADD 1 TO RCT-STEP-COUNT
004440         MOVE RCT-STEP-COUNT TO EREL-RCTL-STEP-IDX
004450         MOVE EREL-RCTL-STEP-ID
004460             TO RCT-STEP-ID (EREL-RCTL-STEP-IDX)
004470     END-IF.
004480     SET RCT-STEP-STARTED (EREL-RCTL-STEP-IDX) TO TRUE.
004490     MOVE ZERO TO RCT-STEP-CC (EREL-RCTL-STEP-IDX).
004500     ACCEPT EREL-RCTL-DATE FROM DATE YYYYMMDD.
004510     ACCEPT EREL-RCTL-TIME FROM TIME.
004520     MOVE EREL-RCTL-DATE TO RCT-STEP-DATE (EREL-RCTL-STEP-IDX).
004530     MOVE EREL-RCTL-TIME TO RCT-STEP-TIME (EREL-RCTL-STEP-IDX).
004540     REWRITE EREL-RCTL-RECORD
004550         INVALID KEY
004560             MOVE '99' TO EREL-RCTL-STATUS
004570     END-REWRITE.
004580     CLOSE EREL-RCTL-FILE.
004590     IF EREL-RCTL-STATUS NOT = '00'
004600         DISPLAY '*** RUN CONTROL UPDATE FAILED, STATUS='
004610             EREL-RCTL-STATUS ' ***'
004620         MOVE 12 TO EREL-RETURN-CODE
004630         GO TO 9999-EXIT
004640     END-IF.
004650     GO TO 0800-EXIT.
004660 0800-REFUSE.
004670     CLOSE EREL-RCTL-FILE.
004680     MOVE EREL-RCTL-STEP-ID TO EREL-RCTL-FIND-ID.
004690     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
004700     DISPLAY '*** ' EREL-RCTL-MESSAGE.
004710     DISPLAY '*** ' EREL-RCTL-STEP-NAME
004720         ' REFUSED BY THE RUN CONTROL - NOTHING PROCESSED ***'.
004730     MOVE 16 TO EREL-RETURN-CODE.
004740     GO TO 9999-EXIT.
004750 0800-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------------
004780* 0810-FIND-STEP - LOCATE EREL-RCTL-FIND-ID AMONG THE STEPS
004790* RECORDED FOR THE BUSINESS DATE. EREL-RCTL-FOUND-IDX IS ZERO IF
004800* IT IS NOT THERE.
004810*-----------------------------------------------------------------
004820 0810-FIND-STEP.
004830     MOVE ZERO TO EREL-RCTL-FOUND-IDX.
004840     PERFORM 0815-MATCH-STEP THRU 0815-EXIT
004850         VARYING EREL-RCTL-IDX FROM 1 BY 1
004860             UNTIL EREL-RCTL-IDX > RCT-STEP-COUNT
004870                 OR EREL-RCTL-FOUND-IDX > ZERO.
004880 0810-EXIT.
004890     EXIT.
004900 0815-MATCH-STEP.
004910     IF RCT-STEP-ID (EREL-RCTL-IDX) = EREL-RCTL-FIND-ID
004920         MOVE EREL-RCTL-IDX TO EREL-RCTL-FOUND-IDX
004930     END-IF.
004940 0815-EXIT.
004950     EXIT.
004960*-----------------------------------------------------------------
004970* 0820-CHECK-PREREQ - THE PREREQUISITE IS MET WHEN EITHER STEP
004980* NAMED HAS COMPLETED (OR, FOR EREL-RCTL-NEED-BOTH, BOTH HAVE). NO
004990* PREREQUISITE NAMED MEANS NONE IS NEEDED.
005000*-----------------------------------------------------------------
005010 0820-CHECK-PREREQ.
005020     SET EREL-RCTL-PREREQ-MET TO TRUE.
005030     MOVE SPACES TO EREL-RCTL-MISSING.
005040     IF EREL-RCTL-PREREQ-1 = SPACES
005050         GO TO 0820-EXIT
005060     END-IF.
005070     MOVE EREL-RCTL-PREREQ-1 TO EREL-RCTL-FIND-ID.
005080     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
005090     IF EREL-RCTL-STEP-DONE
005100         IF EREL-RCTL-NEED-EITHER OR EREL-RCTL-PREREQ-2 = SPACES
005110             GO TO 0820-EXIT
005120         END-IF
005130     ELSE
005140         PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT
005150         MOVE EREL-RCTL-STEP-NAME TO EREL-RCTL-MISSING
005160         IF EREL-RCTL-NEED-BOTH OR EREL-RCTL-PREREQ-2 = SPACES
005170             MOVE 'N' TO EREL-RCTL-MET-SW
005180             GO TO 0820-EXIT
005190         END-IF
005200     END-IF.
005210     MOVE EREL-RCTL-PREREQ-2 TO EREL-RCTL-FIND-ID.
005220     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
005230     IF EREL-RCTL-STEP-DONE
005240         GO TO 0820-EXIT
005250     END-IF.
005260     MOVE 'N' TO EREL-RCTL-MET-SW.
005270     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
005280     IF EREL-RCTL-MISSING = SPACES
005290         MOVE EREL-RCTL-STEP-NAME TO EREL-RCTL-MISSING
005300     ELSE
005310         STRING EREL-RCTL-MISSING DELIMITED BY SPACE
005320             ' OR ' DELIMITED BY SIZE
005330             EREL-RCTL-STEP-NAME DELIMITED BY SPACE
005340             INTO EREL-RCTL-MESSAGE
005350         END-STRING
005360         MOVE EREL-RCTL-MESSAGE TO EREL-RCTL-MISSING
005370         MOVE SPACES TO EREL-RCTL-MESSAGE
005380     END-IF.
005390 0820-EXIT.
005400     EXIT.
005410 0825-TEST-COMPLETE.
005420     MOVE 'N' TO EREL-RCTL-DONE-SW.
005430     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
005440     IF EREL-RCTL-FOUND-IDX > ZERO
005450         IF RCT-STEP-COMPLETE (EREL-RCTL-FOUND-IDX)
005460             SET EREL-RCTL-STEP-DONE TO TRUE
005470         END-IF
005480     END-IF.
005490 0825-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------------
005520* 0830-CHECK-REWORK - A COMPLETED STEP MAY RUN AGAIN ONLY WHEN ITS
005530* RERUN-AFTER STEP HAS COMPLETED LATER THAN IT DID.
005540*-----------------------------------------------------------------
005550 0830-CHECK-REWORK.
005560     MOVE 'N' TO EREL-RCTL-REWORK-SW.
005570     IF EREL-RCTL-RERUN-AFTER = SPACES
005580         GO TO 0830-EXIT
005590     END-IF.
005600     MOVE EREL-RCTL-RERUN-AFTER TO EREL-RCTL-FIND-ID.
005610     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
005620     IF EREL-RCTL-STEP-DONE
005630         IF RCT-STEP-STAMP (EREL-RCTL-FOUND-IDX) >
005640             RCT-STEP-STAMP (EREL-RCTL-STEP-IDX)
005650             SET EREL-RCTL-REWORK TO TRUE
005660         END-IF
005670     END-IF.
005680 0830-EXIT.
005690     EXIT.
005700*-----------------------------------------------------------------
005710* 0840-FORMAT-STEP-NAME - PROGRAM/SOURCE OF EREL-RCTL-FIND-ID FOR
005720* THE OPERATOR MESSAGES.
005730*-----------------------------------------------------------------
005740 0840-FORMAT-STEP-NAME.
005750     MOVE SPACES TO EREL-RCTL-STEP-NAME.
005760     IF EREL-RCTL-FIND-SOURCE = SPACES
005770         MOVE EREL-RCTL-FIND-PROGRAM TO EREL-RCTL-STEP-NAME
005780     ELSE
005790         STRING EREL-RCTL-FIND-PROGRAM DELIMITED BY SPACE
005800             '/' DELIMITED BY SIZE
005810             EREL-RCTL-FIND-SOURCE DELIMITED BY SPACE
005820             INTO EREL-RCTL-STEP-NAME
005830         END-STRING
005840     END-IF.
005850 0840-EXIT.
005860     EXIT.
005870*-----------------------------------------------------------------
005880* 0500-PARSE-PARM - SET THE AS-OF STAMP FROM THE PARM, OR FROM THE
005890* CLOCK WHEN THE PARM DOES NOT GIVE A USABLE DATE.
005900*-----------------------------------------------------------------
005910 0500-PARSE-PARM.
005920     ACCEPT EREL-CURRENT-DATE FROM DATE YYYYMMDD.
005930     ACCEPT EREL-TIME-OF-DAY FROM TIME.
005940     MOVE EREL-CURRENT-DATE TO EREL-ASOF-DATE.
005950     MOVE EREL-TIME-OF-DAY (1:4) TO EREL-ASOF-TIME.
005960     IF EREL-PARM-LEN < 8
005970         GO TO 0500-EXIT
005980     END-IF.
005990     IF EREL-PARM-DATE NOT NUMERIC
006000         OR EREL-PARM-DATE = ZERO
006010         GO TO 0500-EXIT
006020     END-IF.
006030     MOVE EREL-PARM-DATE TO EREL-ASOF-DATE.
006040     MOVE 2359 TO EREL-ASOF-TIME.
006050     IF EREL-PARM-LEN >= 12
006060         IF EREL-PARM-TIME NUMERIC
006070             MOVE EREL-PARM-TIME TO EREL-ASOF-TIME
006080         END-IF
006090     END-IF.
006100 0500-EXIT.
006110     EXIT.
006120*-----------------------------------------------------------------
006130* 1000-INITIALIZE - OPEN THE REPORT, THE STATION MASTER, THE NEW
006140* EMBARGO DATASET, THE HELD-TRAFFIC DATASET, THE RELEASE INDEX AND
006150* THE ROUTED, DEFAULT AND FLASH DATASETS. ALL BUT THE NEW EMBARGO
006160* DATASET ARE EXTENDED SO RELEASED TRAFFIC FOLLOWS WHATEVER IS
006170* ALREADY THERE (STATUS 35 - NO DATASET YET - STARTS ONE). A
006180* MISSING EMBARGO DATASET (STATUS 35) MEANS NOTHING IS EMBARGOED.
006190*-----------------------------------------------------------------
006200 1000-INITIALIZE.
006210     OPEN OUTPUT EREL-REPORT-FILE.
006220     IF EREL-REPORT-STATUS NOT = '00'
006230         DISPLAY '*** UNABLE TO OPEN ERELRPT, STATUS='
006240             EREL-REPORT-STATUS ' ***'
006250         MOVE 12 TO EREL-RETURN-CODE
006260         GO TO 9999-EXIT
006270     END-IF.
006280     MOVE EREL-ASOF-DATE TO EREL-HDG-DATE.
006290     MOVE EREL-ASOF-TIME TO EREL-HDG-TIME.
006300     MOVE EREL-RPT-HEADING-1 TO EREL-REPORT-RECORD.
006310     WRITE EREL-REPORT-RECORD.
006320     MOVE EREL-RPT-HEADING-2 TO EREL-REPORT-RECORD.
006330     WRITE EREL-REPORT-RECORD.
006340     OPEN INPUT EREL-STN-FILE.
006350     IF EREL-STN-STATUS NOT = '00'
006360         DISPLAY '*** UNABLE TO OPEN CIPHSTNS, STATUS='
006370             EREL-STN-STATUS ' ***'
006380         MOVE 12 TO EREL-RETURN-CODE
006390         GO TO 9999-EXIT
006400     END-IF.
006410     SET EREL-STN-OPEN TO TRUE.
006420     OPEN INPUT EREL-EMBGIN-FILE.
006430     IF EREL-EMBGIN-STATUS = '00'
006440         SET EREL-EMBGIN-AVAIL TO TRUE
006450         CLOSE EREL-EMBGIN-FILE
006460     ELSE
006470         IF EREL-EMBGIN-STATUS NOT = '35'
006480             DISPLAY '*** UNABLE TO OPEN EMBGIN, STATUS='
006490                 EREL-EMBGIN-STATUS ' ***'
006500             MOVE 12 TO EREL-RETURN-CODE
006510             GO TO 9999-EXIT
006520         END-IF
006530     END-IF.
006540     OPEN OUTPUT EREL-EMBGOUT-FILE.
006550     IF EREL-EMBGOUT-STATUS NOT = '00'
006560         DISPLAY '*** UNABLE TO OPEN EMBGOUT, STATUS='
006570             EREL-EMBGOUT-STATUS ' ***'
006580         MOVE 12 TO EREL-RETURN-CODE
006590         GO TO 9999-EXIT
006600     END-IF.
006610     OPEN EXTEND EREL-HELD-FILE.
006620     IF EREL-HELD-STATUS = '35'
006630         OPEN OUTPUT EREL-HELD-FILE
006640     END-IF.
006650     IF EREL-HELD-STATUS NOT = '00'
006660         DISPLAY '*** UNABLE TO OPEN CIPHHELD, STATUS='
006670             EREL-HELD-STATUS ' ***'
006680         MOVE 12 TO EREL-RETURN-CODE
006690         GO TO 9999-EXIT
006700     END-IF.
006710     OPEN EXTEND EREL-RLSX-FILE.
006720     IF EREL-RLSX-STATUS = '35'
006730         OPEN OUTPUT EREL-RLSX-FILE
006740     END-IF.
006750     IF EREL-RLSX-STATUS NOT = '00'
006760         DISPLAY '*** UNABLE TO OPEN CIPHRLSX, STATUS='
006770             EREL-RLSX-STATUS ' ***'
006780         MOVE 12 TO EREL-RETURN-CODE
006790         GO TO 9999-EXIT
006800     END-IF.
006810     OPEN EXTEND EREL-ROUTE1-FILE.
006820     IF EREL-ROUTE1-STATUS = '35'
006830         OPEN OUTPUT EREL-ROUTE1-FILE
006840     END-IF.
006850     OPEN EXTEND EREL-ROUTE2-FILE.
006860     IF EREL-ROUTE2-STATUS = '35'
006870         OPEN OUTPUT EREL-ROUTE2-FILE
006880     END-IF.
006890     OPEN EXTEND EREL-ROUTE3-FILE.
006900     IF EREL-ROUTE3-STATUS = '35'
006910         OPEN OUTPUT EREL-ROUTE3-FILE
006920     END-IF.
006930     OPEN EXTEND EREL-DFLT-FILE.
006940     IF EREL-DFLT-STATUS = '35'
006950         OPEN OUTPUT EREL-DFLT-FILE
006960     END-IF.
006970     OPEN EXTEND EREL-FLASH-FILE.
006980     IF EREL-FLASH-STATUS = '35'
006990         OPEN OUTPUT EREL-FLASH-FILE
007000     END-IF.
007010     IF EREL-ROUTE1-STATUS NOT = '00'
007020         OR EREL-ROUTE2-STATUS NOT = '00'
007030         OR EREL-ROUTE3-STATUS NOT = '00'
007040         OR EREL-DFLT-STATUS NOT = '00'
007050         OR EREL-FLASH-STATUS NOT = '00'
007060         DISPLAY '*** UNABLE TO OPEN ROUTED DATASETS, STATUS='
007070             EREL-ROUTE1-STATUS '/' EREL-ROUTE2-STATUS '/'
007080             EREL-ROUTE3-STATUS '/' EREL-DFLT-STATUS '/'
007090             EREL-FLASH-STATUS ' ***'
007100         MOVE 12 TO EREL-RETURN-CODE
007110         GO TO 9999-EXIT
007120     END-IF.
007130 1000-EXIT.
007140     EXIT.
007150*-----------------------------------------------------------------
007160* 2000-RELEASE-PASS - ONE READ OF THE EMBARGO DATASET, TAKING ONLY
007170* THE SEGMENTS OF THE PASS PRECEDENCE. EVERY SEGMENT IS DEALT
007180* WITH ON EXACTLY ONE PASS, SO EACH IS RELEASED OR CARRIED
007190* FORWARD ONCE.
007200*-----------------------------------------------------------------
007210 2000-RELEASE-PASS.
007220     IF NOT EREL-EMBGIN-AVAIL
007230         GO TO 2000-EXIT
007240     END-IF.
007250     OPEN INPUT EREL-EMBGIN-FILE.
007260     IF EREL-EMBGIN-STATUS NOT = '00'
007270         DISPLAY '*** UNABLE TO REOPEN EMBGIN, STATUS='
007280             EREL-EMBGIN-STATUS ' ***'
007290         MOVE 12 TO EREL-RETURN-CODE
007300         GO TO 9999-EXIT
007310     END-IF.
007320     MOVE 'N' TO EREL-EOF-SW.
007330     MOVE 'E' TO EREL-DISP.
007340     PERFORM 2100-READ-EMBARGO THRU 2100-EXIT.
007350     PERFORM 3000-PROCESS-EMBARGO THRU 3000-EXIT
007360         UNTIL EREL-EOF.
007370     CLOSE EREL-EMBGIN-FILE.
007380 2000-EXIT.
007390     EXIT.
007400*-----------------------------------------------------------------
007410* 2100-READ-EMBARGO - READ THE NEXT EMBARGOED SEGMENT.
007420*-----------------------------------------------------------------
007430 2100-READ-EMBARGO.
007440     READ EREL-EMBGIN-FILE
007450         AT END
007460             SET EREL-EOF TO TRUE
007470     END-READ.
007480 2100-EXIT.
007490     EXIT.
007500*-----------------------------------------------------------------
007510* 3000-PROCESS-EMBARGO - RELEASE, MOVE TO HELD OR CARRY FORWARD
007520* ONE EMBARGOED SEGMENT OF THIS PASS'S PRECEDENCE. THE COPY IS
007530* DECIDED, REPORTED AND COUNTED ON ITS FIRST SEGMENT.
007540*-----------------------------------------------------------------
007550 3000-PROCESS-EMBARGO.
007560     IF EMB-PRECEDENCE = 'F' OR EMB-PRECEDENCE = 'I'
007570         MOVE EMB-PRECEDENCE TO EREL-REC-PREC
007580     ELSE
007590         MOVE 'R' TO EREL-REC-PREC
007600     END-IF.
007610     IF EREL-REC-PREC NOT = EREL-PASS-PREC
007620         GO TO 3000-READ-NEXT
007630     END-IF.
007640     ADD 1 TO EREL-SEG-READ-COUNT.
007650     MOVE SPACES TO EREL-SEG-AREA.
007660     MOVE EMB-SEG TO EREL-SEG-AREA.
007670     COMPUTE EREL-SEG-LEN = EREL-EMBGIN-REC-LEN - 24.
007680     IF OUT-FIRST-SEG
007690         PERFORM 3100-DECIDE-COPY THRU 3100-EXIT
007700     END-IF.
007710     EVALUATE TRUE
007720         WHEN EREL-DISP-RELEASE
007730             PERFORM 3200-RELEASE-SEG THRU 3200-EXIT
007740         WHEN EREL-DISP-TO-HELD
007750             PERFORM 3300-HOLD-SEG THRU 3300-EXIT
007760         WHEN OTHER
007770             WRITE EREL-EMBGOUT-RECORD FROM EREL-EMBGIN-RECORD
007780             ADD 1 TO EREL-SEG-KEPT-COUNT
007790     END-EVALUATE.
007800     IF OUT-FIRST-SEG
007810         PERFORM 7000-REPORT-COPY THRU 7000-EXIT
007820     END-IF.
007830 3000-READ-NEXT.
007840     PERFORM 2100-READ-EMBARGO THRU 2100-EXIT.
007850 3000-EXIT.
007860     EXIT.
007870*-----------------------------------------------------------------
007880* 3100-DECIDE-COPY - A COPY NOT YET DUE STAYS ON EMBARGO; A DUE
007890* COPY TAKES ITS STATION'S DISPOSITION. A DUE FLASH MESSAGE GOES
007900* TO THE FLASH OUTPUT WITH THE FIRST OF ITS COPIES RELEASED, ONCE,
007910* AS THE CIPHER STEP WOULD HAVE SENT IT.
007920*-----------------------------------------------------------------
007930 3100-DECIDE-COPY.
007940     ADD 1 TO EREL-READ-COUNT.
007950     MOVE 'N' TO EREL-FLASH-COPY-SW.
007960     IF EMB-RELEASE-STAMP > EREL-ASOF-STAMP
007970         MOVE 'E' TO EREL-DISP
007980         GO TO 3100-EXIT
007990     END-IF.
008000     IF EMB-STATION NOT = EREL-LAST-STATION
008010         PERFORM 3110-LOOKUP-STATION THRU 3110-EXIT
008020     END-IF.
008030     MOVE EREL-STN-DISP TO EREL-DISP.
008040     IF EREL-DISP-RELEASE
008050         AND EMB-PRECEDENCE = 'F'
008060         AND OUT-REC-ID NOT = EREL-LAST-FLASH-ID
008070         SET EREL-FLASH-COPY TO TRUE
008080         MOVE OUT-REC-ID TO EREL-LAST-FLASH-ID
008090         ADD 1 TO EREL-FLASH-COUNT
008100     END-IF.
008110 3100-EXIT.
008120     EXIT.
008130*-----------------------------------------------------------------
008140* 3110-LOOKUP-STATION - WORK OUT WHERE THIS STATION'S DUE TRAFFIC
008150* GOES FROM ITS CURRENT STATION MASTER RECORD, THE SAME WAY THE
008160* CIPHER STEP ROUTES: AN ACTIVE STATION TO ITS ROUTED DD, ANYTHING
008170* NOT ON THE MASTER OR WITHOUT A VALID ROUTED DD TO THE DEFAULT.
008180*-----------------------------------------------------------------
008190 3110-LOOKUP-STATION.
008200     MOVE EMB-STATION TO EREL-LAST-STATION.
008210     MOVE 'CIPHOTD' TO EREL-LAST-DD.
008220     MOVE 'D' TO EREL-STN-DISP.
008230     IF EMB-STATION = SPACES
008240         GO TO 3110-EXIT
008250     END-IF.
008260     MOVE EMB-STATION TO STN-CODE.
008270     READ EREL-STN-FILE
008280         INVALID KEY
008290             GO TO 3110-EXIT
008300     END-READ.
008310     EVALUATE TRUE
008320         WHEN STN-SUSPENDED
008330             MOVE 'H' TO EREL-STN-DISP
008340         WHEN STN-CLOSED
008350             MOVE 'C' TO EREL-STN-DISP
008360         WHEN STN-ROUTE-DD = 'CIPHOT1'
008370             MOVE '1' TO EREL-STN-DISP
008380             MOVE STN-ROUTE-DD TO EREL-LAST-DD
008390         WHEN STN-ROUTE-DD = 'CIPHOT2'
008400             MOVE '2' TO EREL-STN-DISP
008410             MOVE STN-ROUTE-DD TO EREL-LAST-DD
008420         WHEN STN-ROUTE-DD = 'CIPHOT3'
008430             MOVE '3' TO EREL-STN-DISP
008440             MOVE STN-ROUTE-DD TO EREL-LAST-DD
008450     END-EVALUATE.
008460 3110-EXIT.
008470     EXIT.
008480*-----------------------------------------------------------------
008490* 3200-RELEASE-SEG - APPEND THE SEGMENT, UNCHANGED, TO THE
008500* STATION'S ROUTED DATASET (AND THE FLASH OUTPUT FOR THE COPY
008510* CHOSEN TO CARRY A FLASH MESSAGE THERE).
008520*-----------------------------------------------------------------
008530 3200-RELEASE-SEG.
008540     EVALUATE EREL-DISP
008550         WHEN '1'
008560             MOVE EREL-SEG-AREA TO EREL-ROUTE1-RECORD
008570             WRITE EREL-ROUTE1-RECORD
008580         WHEN '2'
008590             MOVE EREL-SEG-AREA TO EREL-ROUTE2-RECORD
008600             WRITE EREL-ROUTE2-RECORD
008610         WHEN '3'
008620             MOVE EREL-SEG-AREA TO EREL-ROUTE3-RECORD
008630             WRITE EREL-ROUTE3-RECORD
008640         WHEN OTHER
008650             MOVE EREL-SEG-AREA TO EREL-DFLT-RECORD
008660             WRITE EREL-DFLT-RECORD
008670     END-EVALUATE.
008680     IF EREL-FLASH-COPY
008690         MOVE EREL-SEG-AREA TO EREL-FLASH-RECORD
008700         WRITE EREL-FLASH-RECORD
008710     END-IF.
008720     ADD 1 TO EREL-SEG-RELEASED-COUNT.
008730 3200-EXIT.
008740     EXIT.
008750*-----------------------------------------------------------------
008760* 3300-HOLD-SEG - THE COPY IS DUE BUT ITS STATION IS SUSPENDED:
008770* PARK THE SEGMENT ON THE HELD-TRAFFIC DATASET, TAGGED THE WAY THE
008780* CIPHER STEP TAGS IT, FOR CIPHHREL TO RELEASE ON REACTIVATION.
008790*-----------------------------------------------------------------
008800 3300-HOLD-SEG.
008810     MOVE SPACES TO EREL-HELD-RECORD.
008820     MOVE EMB-STATION TO HLD-STATION.
008830     MOVE EMB-PRECEDENCE TO HLD-PRECEDENCE.
008840     MOVE EREL-CURRENT-DATE TO HLD-HELD-DATE.
008850     MOVE EREL-SEG-AREA TO HLD-SEG.
008860     COMPUTE EREL-HELD-REC-LEN = 12 + EREL-SEG-LEN.
008870     WRITE EREL-HELD-RECORD.
008880     ADD 1 TO EREL-SEG-HELD-COUNT.
008890 3300-EXIT.
008900     EXIT.
008910*-----------------------------------------------------------------
008920* 7000-REPORT-COPY - ONE LINE PER EMBARGOED COPY WITH WHAT
008930* HAPPENED TO IT, AND THE COPY COUNTS.
008940*-----------------------------------------------------------------
008950 7000-REPORT-COPY.
008960     MOVE EMB-STATION TO EREL-RPT-STATION.
008970     MOVE OUT-REC-ID TO EREL-RPT-REC-ID.
008980     MOVE EMB-PRECEDENCE TO EREL-RPT-PREC.
008990     MOVE EMB-RELEASE-DATE TO EREL-RPT-REL-DATE.
009000     MOVE EMB-RELEASE-TIME TO EREL-RPT-REL-TIME.
009010     MOVE SPACES TO EREL-RPT-DISP.
009020     EVALUATE TRUE
009030         WHEN EREL-DISP-RELEASE
009040             ADD 1 TO EREL-RELEASED-COUNT
009050             PERFORM 7100-WRITE-INDEX THRU 7100-EXIT
009060             IF EREL-FLASH-COPY
009070                 STRING 'RELEASED TO ' DELIMITED BY SIZE
009080                        EREL-LAST-DD DELIMITED BY SPACE
009090                        ' AND CIPHOTF' DELIMITED BY SIZE
009100                     INTO EREL-RPT-DISP
009110                 END-STRING
009120             ELSE
009130                 STRING 'RELEASED TO ' DELIMITED BY SIZE
009140                        EREL-LAST-DD DELIMITED BY SPACE
009150                     INTO EREL-RPT-DISP
009160                 END-STRING
009170             END-IF
009180         WHEN EREL-DISP-TO-HELD
009190             ADD 1 TO EREL-TO-HELD-COUNT
009200             MOVE 'DUE - STATION SUSPENDED, MOVED TO HELD TRAFFIC'
009210                 TO EREL-RPT-DISP
009220         WHEN EREL-DISP-CLOSED
009230             ADD 1 TO EREL-KEPT-COUNT
009240             ADD 1 TO EREL-CLOSED-COUNT
009250             MOVE 'DUE - STATION CLOSED, KEPT, RE-ROUTE OR CANCEL'
009260                 TO EREL-RPT-DISP
009270         WHEN OTHER
009280             ADD 1 TO EREL-KEPT-COUNT
009290             ADD 1 TO EREL-NOT-DUE-COUNT
009300             MOVE 'STILL UNDER EMBARGO' TO EREL-RPT-DISP
009310     END-EVALUATE.
009320     MOVE EREL-RPT-DETAIL TO EREL-REPORT-RECORD.
009330     WRITE EREL-REPORT-RECORD.
009340 7000-EXIT.
009350     EXIT.
009360*-----------------------------------------------------------------
009370* 7100-WRITE-INDEX - ONE RELEASE INDEX RECORD PER RELEASED COPY.
009380*-----------------------------------------------------------------
009390 7100-WRITE-INDEX.
009400     MOVE SPACES TO EREL-RLSX-RECORD.
009410     MOVE OUT-REC-ID TO RLS-REC-ID.
009420     IF OUT-CHECK-VALUE NUMERIC
009430         MOVE OUT-CHECK-VALUE TO RLS-CHECK-VALUE
009440     ELSE
009450         MOVE ZERO TO RLS-CHECK-VALUE
009460     END-IF.
009470     MOVE EMB-STATION TO RLS-STATION.
009480     MOVE EMB-PRECEDENCE TO RLS-PRECEDENCE.
009490     MOVE 'CIPHEMBG' TO RLS-SOURCE.
009500     MOVE EMB-HELD-DATE TO RLS-HELD-DATE.
009510     MOVE EREL-CURRENT-DATE TO RLS-RELEASE-DATE.
009520     WRITE EREL-RLSX-RECORD.
009530 7100-EXIT.
009540     EXIT.
009550*-----------------------------------------------------------------
009560* 8000-PRINT-TOTALS - CONTROL COUNTS AT THE FOOT OF THE REPORT.
009570* A DUE COPY STILL HELD FOR A CLOSED STATION WILL NEVER RELEASE ON
009580* ITS OWN, SO IT ENDS THE STEP CC=4 FOR ATTENTION.
009590*-----------------------------------------------------------------
009600 8000-PRINT-TOTALS.
009610     MOVE SPACES TO EREL-REPORT-RECORD.
009620     WRITE EREL-REPORT-RECORD.
009630     MOVE 'EMBARGOED SEGMENTS READ  . . . .  '
009640         TO EREL-RPT-TOTAL-LABEL.
009650     MOVE EREL-SEG-READ-COUNT TO EREL-RPT-TOTAL-COUNT.
009660     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
009670     MOVE 'SEGMENTS RELEASED  . . . . . . .  '
009680         TO EREL-RPT-TOTAL-LABEL.
009690     MOVE EREL-SEG-RELEASED-COUNT TO EREL-RPT-TOTAL-COUNT.
009700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
009710     MOVE 'SEGMENTS MOVED TO HELD TRAFFIC .  '
009720         TO EREL-RPT-TOTAL-LABEL.
009730     MOVE EREL-SEG-HELD-COUNT TO EREL-RPT-TOTAL-COUNT.
009740     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
009750     MOVE 'SEGMENTS STILL UNDER EMBARGO . .  '
009760         TO EREL-RPT-TOTAL-LABEL.
009770     MOVE EREL-SEG-KEPT-COUNT TO EREL-RPT-TOTAL-COUNT.
009780     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
009790     MOVE 'EMBARGOED COPIES READ  . . . . .  '
009800         TO EREL-RPT-TOTAL-LABEL.
009810     MOVE EREL-READ-COUNT TO EREL-RPT-TOTAL-COUNT.
009820     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
009830     MOVE 'COPIES RELEASED  . . . . . . . .  '
009840         TO EREL-RPT-TOTAL-LABEL.
009850     MOVE EREL-RELEASED-COUNT TO EREL-RPT-TOTAL-COUNT.
009860     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
009870     MOVE '  FLASH MESSAGES TO CIPHOTF  . .  '
009880         TO EREL-RPT-TOTAL-LABEL.
009890     MOVE EREL-FLASH-COUNT TO EREL-RPT-TOTAL-COUNT.
009900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
009910     MOVE 'COPIES MOVED TO HELD TRAFFIC . .  '
009920         TO EREL-RPT-TOTAL-LABEL.
009930     MOVE EREL-TO-HELD-COUNT TO EREL-RPT-TOTAL-COUNT.
009940     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
009950     MOVE 'COPIES STILL HELD  . . . . . . .  '
009960         TO EREL-RPT-TOTAL-LABEL.
009970     MOVE EREL-KEPT-COUNT TO EREL-RPT-TOTAL-COUNT.
009980     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
009990     MOVE '  NOT YET DUE  . . . . . . . . .  '
010000         TO EREL-RPT-TOTAL-LABEL.
010010     MOVE EREL-NOT-DUE-COUNT TO EREL-RPT-TOTAL-COUNT.
010020     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
010030     MOVE '  DUE, STATION CLOSED  . . . . .  '
010040         TO EREL-RPT-TOTAL-LABEL.
010050     MOVE EREL-CLOSED-COUNT TO EREL-RPT-TOTAL-COUNT.
010060     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
010070     IF EREL-CLOSED-COUNT > ZERO
010080         MOVE 4 TO EREL-RETURN-CODE
010090     END-IF.
010100 8000-EXIT.
010110     EXIT.
010120 8100-WRITE-TOTAL.
010130     MOVE EREL-RPT-TOTAL-LINE TO EREL-REPORT-RECORD.
010140     WRITE EREL-REPORT-RECORD.
010150 8100-EXIT.
010160     EXIT.
010170*-----------------------------------------------------------------
010180* 8500-WRITE-CONTROL - APPEND THE COPY COUNTS TO THE SHARED
010190* CONTROL-TOTAL DATASET: COPIES READ, AND WHERE THEY WENT -
010200* RELEASED, MOVED TO HELD TRAFFIC OR KEPT ON EMBARGO - SO CIPHBAL
010210* CAN PROVE EVERY EMBARGOED COPY WAS ACCOUNTED FOR. A CONTROL
010220* DATASET THAT CANNOT BE OPENED IS REPORTED AND SKIPPED - THE
010230* PRINTED TOTALS STILL STAND.
010240*-----------------------------------------------------------------
010250 8500-WRITE-CONTROL.
010260     OPEN EXTEND EREL-CTL-FILE.
010270     IF EREL-CTL-STATUS = '35'
010280         OPEN OUTPUT EREL-CTL-FILE
010290     END-IF.
010300     IF EREL-CTL-STATUS NOT = '00'
010310         DISPLAY '*** CONTROL DATASET OPEN FAILED, STATUS='
010320             EREL-CTL-STATUS ' ***'
010330         GO TO 8500-EXIT
010340     END-IF.
010350     MOVE 'READ' TO EREL-CTL-NAME.
010360     MOVE EREL-READ-COUNT TO EREL-CTL-VALUE.
010370     PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT.
010380     MOVE 'RELEASED' TO EREL-CTL-NAME.
010390     MOVE EREL-RELEASED-COUNT TO EREL-CTL-VALUE.
010400     PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT.
010410     MOVE 'TOHELD' TO EREL-CTL-NAME.
010420     MOVE EREL-TO-HELD-COUNT TO EREL-CTL-VALUE.
010430     PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT.
010440     MOVE 'KEPT' TO EREL-CTL-NAME.
010450     MOVE EREL-KEPT-COUNT TO EREL-CTL-VALUE.
010460     PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT.
010470     CLOSE EREL-CTL-FILE.
010480 8500-EXIT.
010490     EXIT.
010500 8510-WRITE-CTL-ROW.
010510     MOVE SPACES TO EREL-CTL-RECORD.
010520     MOVE 'CIPHEREL' TO CTL-PROGRAM.
010530     MOVE EREL-CURRENT-DATE TO CTL-RUN-DATE.
010540     MOVE 'CIPHEMBG' TO CTL-SOURCE.
010550     MOVE EREL-CTL-NAME TO CTL-COUNT-NAME.
010560     MOVE EREL-CTL-VALUE TO CTL-COUNT-VALUE.
010570     WRITE EREL-CTL-RECORD.
010580 8510-EXIT.
010590     EXIT.
010600*-----------------------------------------------------------------
010610* 8600-STAMP-RUN-CONTROL - RECORD HOW THIS STEP ENDED AGAINST THE
010620* BUSINESS DATE IT WAS CHECKED IN UNDER: COMPLETE BELOW THE FAIL
010630* LEVEL, FAILED AT OR OVER IT. A FAILURE TO STAMP IS REPORTED AND
010640* ENDS THE STEP CC=8 AT LEAST.
010650*-----------------------------------------------------------------
010660 8600-STAMP-RUN-CONTROL.
010670     MOVE EREL-RETURN-CODE TO EREL-RCTL-CC.
010680     OPEN I-O EREL-RCTL-FILE.
010690     IF EREL-RCTL-STATUS NOT = '00'
010700         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
010710             EREL-RCTL-STATUS ' ***'
010720         GO TO 8600-FAILED
010730     END-IF.
010740     MOVE EREL-RCTL-BUS-DATE TO RCT-BUS-DATE.
010750     READ EREL-RCTL-FILE
010760         INVALID KEY
010770             MOVE '23' TO EREL-RCTL-STATUS
010780     END-READ.
010790     IF EREL-RCTL-STATUS = '00'
010800         MOVE EREL-RCTL-STEP-ID TO EREL-RCTL-FIND-ID
010810         PERFORM 0810-FIND-STEP THRU 0810-EXIT
010820         MOVE EREL-RCTL-FOUND-IDX TO EREL-RCTL-STEP-IDX
010830     END-IF.
010840     IF EREL-RCTL-STATUS NOT = '00' OR EREL-RCTL-STEP-IDX = ZERO
010850         DISPLAY '*** RUN CONTROL NOT STAMPED - STEP NOT FOUND '
010860             'FOR BUSINESS DATE ' EREL-RCTL-BUS-DATE ' ***'
010870         CLOSE EREL-RCTL-FILE
010880         GO TO 8600-FAILED
010890     END-IF.
010900     IF EREL-RCTL-CC < EREL-RCTL-FAIL-CC
010910         SET RCT-STEP-COMPLETE (EREL-RCTL-STEP-IDX) TO TRUE
010920     ELSE
010930         SET RCT-STEP-FAILED (EREL-RCTL-STEP-IDX) TO TRUE
010940     END-IF.
010950     MOVE EREL-RCTL-CC TO RCT-STEP-CC (EREL-RCTL-STEP-IDX).
010960     ACCEPT EREL-RCTL-DATE FROM DATE YYYYMMDD.
010970     ACCEPT EREL-RCTL-TIME FROM TIME.
010980     MOVE EREL-RCTL-DATE TO RCT-STEP-DATE (EREL-RCTL-STEP-IDX).
010990     MOVE EREL-RCTL-TIME TO RCT-STEP-TIME (EREL-RCTL-STEP-IDX).
011000     REWRITE EREL-RCTL-RECORD
011010         INVALID KEY
011020             MOVE '99' TO EREL-RCTL-STATUS
011030     END-REWRITE.
011040     CLOSE EREL-RCTL-FILE.
011050     IF EREL-RCTL-STATUS NOT = '00'
011060         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
011070             EREL-RCTL-STATUS ' ***'
011080         GO TO 8600-FAILED
011090     END-IF.
011100     GO TO 8600-EXIT.
011110 8600-FAILED.
011120     IF EREL-RETURN-CODE < 8
011130         MOVE 8 TO EREL-RETURN-CODE
011140     END-IF.
011150 8600-EXIT.
011160     EXIT.
011170*-----------------------------------------------------------------
011180* 9000-TERMINATE - CLOSE THE DATASETS BEFORE THE JOB STEP ENDS.
011190*-----------------------------------------------------------------
011200 9000-TERMINATE.
011210     IF EREL-STN-OPEN
011220         CLOSE EREL-STN-FILE
011230     END-IF.
011240     CLOSE EREL-EMBGOUT-FILE.
011250     CLOSE EREL-HELD-FILE.
011260     CLOSE EREL-ROUTE1-FILE.
011270     CLOSE EREL-ROUTE2-FILE.
011280     CLOSE EREL-ROUTE3-FILE.
011290     CLOSE EREL-DFLT-FILE.
011300     CLOSE EREL-FLASH-FILE.
011310     CLOSE EREL-RLSX-FILE.
011320     CLOSE EREL-REPORT-FILE.
011330 9000-EXIT.
011340     EXIT.
011350*-----------------------------------------------------------------
011360* 9999-EXIT - SINGLE PROGRAM EXIT POINT.
011370*-----------------------------------------------------------------
011380 9999-EXIT.
011390     MOVE EREL-RETURN-CODE TO RETURN-CODE.
011400     STOP RUN.
