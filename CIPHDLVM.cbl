000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CIPHDLVM.
000120 AUTHOR.        R ANGELO.
000130 INSTALLATION.  MESSAGE CENTER - CRYPTO SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/2026  RA   ORIGINAL. MONTHLY DELIVERY PERFORMANCE REPORT
000210*                   OVER THE DELIVERY HISTORY (CIPHDLHR) THE
000220*                   CIPHACK JOB WRITES FOR EVERY MESSAGE A STATION
000230*                   ACKNOWLEDGES. FOR THE MONTH'S ACKNOWLEDGMENTS
000240*                   IT SHOWS, PER STATION AND PRECEDENCE CLASS AND
000250*                   PER CLASS OVER ALL STATIONS, THE MESSAGE
000260*                   VOLUME, AVERAGE AND WORST DAYS TO ACKNOWLEDGE,
000270*                   HOW MANY MESSAGES HAD TO BE RETRANSMITTED (AND
000280*                   THE RATE), THE RETRANSMISSIONS SENT, AND HOW
000290*                   MANY AGED PAST THE STATION'S LIMIT. FLASH
000300*                   TRAFFIC THAT TOOK MORE THAN ONE DAY TO BE
000310*                   ACKNOWLEDGED IS LISTED MESSAGE BY MESSAGE
000320*                   AHEAD OF THE TABLES.
000330*-----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 REPOSITORY.        FUNCTION ALL INTRINSIC.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT DLVM-HIST-FILE   ASSIGN TO DLVHIST
000420            ORGANIZATION IS SEQUENTIAL
000430            FILE STATUS IS DLVM-HIST-STATUS.
000440     SELECT DLVM-REPORT-FILE ASSIGN TO DLVMRPT
000450            ORGANIZATION IS SEQUENTIAL
000460            FILE STATUS IS DLVM-REPORT-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  DLVM-HIST-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 01  DLVM-HIST-RECORD.
000520     COPY CIPHDLHR.
000530 FD  DLVM-REPORT-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  DLVM-REPORT-RECORD           PIC X(132).
000560 WORKING-STORAGE SECTION.
000570*-----------------------------------------------------------------
000580* FILE I/O WORK AREAS
000590*-----------------------------------------------------------------
000600 01  DLVM-HIST-STATUS             PIC X(02) VALUE '00'.
000610 01  DLVM-REPORT-STATUS           PIC X(02) VALUE '00'.
000620 01  DLVM-SWITCHES.
000630     05  DLVM-EOF-SW              PIC X(01) VALUE 'N'.
000640         88  DLVM-EOF                       VALUE 'Y'.
000650*-----------------------------------------------------------------
000660* REPORT MONTH - FROM THE PARM, OR THE MONTH BEFORE THE RUN DATE.
000670* A HISTORY RECORD BELONGS TO THE MONTH IT WAS ACKNOWLEDGED IN.
000680*-----------------------------------------------------------------
000690 01  DLVM-CURRENT-DATE            PIC 9(08) VALUE ZERO.
000700 01  DLVM-CURRENT-PARTS REDEFINES DLVM-CURRENT-DATE.
000710     05  DLVM-CURRENT-CCYY        PIC 9(04).
000720     05  DLVM-CURRENT-MM          PIC 9(02).
000730     05  DLVM-CURRENT-DD          PIC 9(02).
000740 01  DLVM-REPORT-MONTH            PIC 9(06) VALUE ZERO.
000750 01  DLVM-REPORT-PARTS REDEFINES DLVM-REPORT-MONTH.
000760     05  DLVM-REPORT-CCYY         PIC 9(04).
000770     05  DLVM-REPORT-MM           PIC 9(02).
000780 01  DLVM-ACK-DATE                PIC 9(08) VALUE ZERO.
000790 01  DLVM-ACK-PARTS REDEFINES DLVM-ACK-DATE.
000800     05  DLVM-ACK-MONTH           PIC 9(06).
000810     05  DLVM-ACK-DD              PIC 9(02).
000820 77  DLVM-ACK-DAYS                PIC 9(04) COMP VALUE ZERO.
000830 77  DLVM-RETRAN                  PIC 9(04) COMP VALUE ZERO.
000840 77  DLVM-FLASH-LIMIT             PIC 9(04) COMP VALUE 1.
000850*-----------------------------------------------------------------
000860* PRECEDENCE CLASSES - ONE SLOT EACH FOR FLASH, IMMEDIATE,
000870* ROUTINE, AND TRAFFIC WHOSE PRECEDENCE WAS NOT KNOWN WHEN SENT.
000880*-----------------------------------------------------------------
000890 01  DLVM-CLASS-NAME-VALUES.
000900     05  FILLER                   PIC X(10) VALUE 'FLASH'.
000910     05  FILLER                   PIC X(10) VALUE 'IMMEDIATE'.
000920     05  FILLER                   PIC X(10) VALUE 'ROUTINE'.
000930     05  FILLER                   PIC X(10) VALUE 'UNKNOWN'.
000940 01  DLVM-CLASS-NAMES REDEFINES DLVM-CLASS-NAME-VALUES.
000950     05  DLVM-CLASS-NAME          PIC X(10) OCCURS 4 TIMES.
000960 77  DLVM-CL-IDX                  PIC 9(02) COMP VALUE ZERO.
000970*-----------------------------------------------------------------
000980* STATION TABLE - ONE ROW PER STATION IN THE MONTH, KEPT IN
000990* STATION-CODE ORDER AS ROWS ARE CLAIMED, WITH ONE SET OF
001000* DELIVERY FIGURES PER PRECEDENCE CLASS. EVERY SET OF FIGURES IN
001010* THE PROGRAM HAS THIS SAME LAYOUT, SO ANY OF THEM CAN BE MOVED
001020* TO DLVM-ACC FOR PRINTING.
001030*-----------------------------------------------------------------
001040 01  DLVM-STATION-TABLE.
001050     05  DLVM-ST-ENTRY OCCURS 300 TIMES.
001060         10  DLVM-ST-CODE         PIC X(03).
001070         10  DLVM-ST-CLASS OCCURS 4 TIMES.
001080             15  DLVM-SC-VOLUME   PIC 9(06) COMP.
001090             15  DLVM-SC-DAYS     PIC 9(08) COMP.
001100             15  DLVM-SC-WORST    PIC 9(04) COMP.
001110             15  DLVM-SC-RXMT-MSGS PIC 9(06) COMP.
001120             15  DLVM-SC-RXMT-TOTAL PIC 9(06) COMP.
001130             15  DLVM-SC-AGED     PIC 9(06) COMP.
001140 77  DLVM-ST-USED                 PIC 9(04) COMP VALUE ZERO.
001150 77  DLVM-ST-IDX                  PIC 9(04) COMP.
001160 77  DLVM-ST-FOUND                PIC 9(04) COMP.
001170 77  DLVM-ST-POS                  PIC 9(04) COMP.
001180*-----------------------------------------------------------------
001190* CLASS TOTALS OVER ALL STATIONS, THE STATION AND GRAND TOTALS,
001200* AND THE SET OF FIGURES BEING PRINTED.
001210*-----------------------------------------------------------------
001220 01  DLVM-CLASS-TOTALS.
001230     05  DLVM-CT-CLASS OCCURS 4 TIMES.
001240         10  DLVM-CT-VOLUME       PIC 9(06) COMP.
001250         10  DLVM-CT-DAYS         PIC 9(08) COMP.
001260         10  DLVM-CT-WORST        PIC 9(04) COMP.
001270         10  DLVM-CT-RXMT-MSGS    PIC 9(06) COMP.
001280         10  DLVM-CT-RXMT-TOTAL   PIC 9(06) COMP.
001290         10  DLVM-CT-AGED         PIC 9(06) COMP.
001300 01  DLVM-TOT.
001310     05  DLVM-TOT-VOLUME          PIC 9(06) COMP.
001320     05  DLVM-TOT-DAYS            PIC 9(08) COMP.
001330     05  DLVM-TOT-WORST           PIC 9(04) COMP.
001340     05  DLVM-TOT-RXMT-MSGS       PIC 9(06) COMP.
001350     05  DLVM-TOT-RXMT-TOTAL      PIC 9(06) COMP.
001360     05  DLVM-TOT-AGED            PIC 9(06) COMP.
001370 01  DLVM-ACC.
001380     05  DLVM-ACC-VOLUME          PIC 9(06) COMP.
001390     05  DLVM-ACC-DAYS            PIC 9(08) COMP.
001400     05  DLVM-ACC-WORST           PIC 9(04) COMP.
001410     05  DLVM-ACC-RXMT-MSGS       PIC 9(06) COMP.
001420     05  DLVM-ACC-RXMT-TOTAL      PIC 9(06) COMP.
001430     05  DLVM-ACC-AGED            PIC 9(06) COMP.
001440 01  DLVM-AVERAGE                 PIC 9(04)V9 VALUE ZERO.
001450 01  DLVM-PERCENT                 PIC 9(03)V9 VALUE ZERO.
001460*-----------------------------------------------------------------
001470* CONTROL COUNTS
001480*-----------------------------------------------------------------
001490 77  DLVM-READ-COUNT              PIC 9(07) COMP VALUE ZERO.
001500 77  DLVM-MONTH-COUNT             PIC 9(07) COMP VALUE ZERO.
001510 77  DLVM-OTHER-MONTH-COUNT       PIC 9(07) COMP VALUE ZERO.
001520 77  DLVM-INVALID-COUNT           PIC 9(07) COMP VALUE ZERO.
001530 77  DLVM-OVERFLOW-COUNT          PIC 9(07) COMP VALUE ZERO.
001540 77  DLVM-FLASH-LATE-COUNT        PIC 9(07) COMP VALUE ZERO.
001550 77  DLVM-RETURN-CODE             PIC 9(02) VALUE ZERO.
001560*-----------------------------------------------------------------
001570* REPORT LINES
001580*-----------------------------------------------------------------
001590 01  DLVM-RPT-HEADING-1.
001600     05  FILLER                   PIC X(42) VALUE
001610         'CIPHDLVM MONTHLY DELIVERY PERFORMANCE     '.
001620     05  FILLER                   PIC X(06) VALUE 'MONTH '.
001630     05  DLVM-HDG-CCYY            PIC 9(04).
001640     05  FILLER                   PIC X(01) VALUE '-'.
001650     05  DLVM-HDG-MM              PIC 9(02).
001660     05  FILLER                   PIC X(11) VALUE '  RUN DATE '.
001670     05  DLVM-HDG-DATE            PIC 9(08).
001680     05  FILLER                   PIC X(58) VALUE SPACES.
001690 01  DLVM-RPT-FLASH-HEADING.
001700     05  FILLER                   PIC X(46) VALUE
001710         '  STN   REC-ID   SENT        ACKED       DELAY'.
001720     05  FILLER                   PIC X(86) VALUE SPACES.
001730 01  DLVM-RPT-FLASH-LINE.
001740     05  FILLER                   PIC X(02) VALUE SPACES.
001750     05  DLVM-FL-STATION          PIC X(03).
001760     05  FILLER                   PIC X(03) VALUE SPACES.
001770     05  DLVM-FL-REC-ID           PIC 9(06).
001780     05  FILLER                   PIC X(03) VALUE SPACES.
001790     05  DLVM-FL-SENT             PIC 9(08).
001800     05  FILLER                   PIC X(04) VALUE SPACES.
001810     05  DLVM-FL-ACKED            PIC 9(08).
001820     05  FILLER                   PIC X(05) VALUE SPACES.
001830     05  DLVM-FL-DAYS             PIC ZZZ9.
001840     05  FILLER                   PIC X(09) VALUE ' DAY(S), '.
001850     05  DLVM-FL-RETRAN           PIC Z9.
001860     05  FILLER                   PIC X(15) VALUE
001870         ' RETRANSMIT(S) '.
001880     05  FILLER                   PIC X(63) VALUE SPACES.
001890 01  DLVM-RPT-STAT-HEADING-1.
001900     05  FILLER                   PIC X(46) VALUE
001910         '  STN   PRECEDENCE  VOLUME      AVG   WORST   '.
001920     05  FILLER                   PIC X(45) VALUE
001930         ' RETRAN   RETRAN    RETRAN      AGED     AGED'.
001940     05  FILLER                   PIC X(41) VALUE SPACES.
001950 01  DLVM-RPT-STAT-HEADING-2.
001960     05  FILLER                   PIC X(46) VALUE
001970         '                               DAYS    DAYS   '.
001980     05  FILLER                   PIC X(45) VALUE
001990         '   MSGS     RATE     TOTAL      MSGS      PCT'.
002000     05  FILLER                   PIC X(41) VALUE SPACES.
002010 01  DLVM-RPT-STAT-LINE.
002020     05  FILLER                   PIC X(02) VALUE SPACES.
002030     05  DLVM-SL-STATION          PIC X(03).
002040     05  FILLER                   PIC X(03) VALUE SPACES.
002050     05  DLVM-SL-CLASS            PIC X(10).
002060     05  FILLER                   PIC X(01) VALUE SPACES.
002070     05  DLVM-SL-VOLUME           PIC ZZZ,ZZ9.
002080     05  FILLER                   PIC X(03) VALUE SPACES.
002090     05  DLVM-SL-AVERAGE          PIC ZZZ9.9.
002100     05  FILLER                   PIC X(03) VALUE SPACES.
002110     05  DLVM-SL-WORST            PIC ZZZZ9.
002120     05  FILLER                   PIC X(03) VALUE SPACES.
002130     05  DLVM-SL-RXMT-MSGS        PIC ZZZ,ZZ9.
002140     05  FILLER                   PIC X(03) VALUE SPACES.
002150     05  DLVM-SL-RXMT-RATE        PIC ZZ9.9.
002160     05  FILLER                   PIC X(01) VALUE '%'.
002170     05  FILLER                   PIC X(03) VALUE SPACES.
002180     05  DLVM-SL-RXMT-TOTAL       PIC ZZZ,ZZ9.
002190     05  FILLER                   PIC X(03) VALUE SPACES.
002200     05  DLVM-SL-AGED             PIC ZZZ,ZZ9.
002210     05  FILLER                   PIC X(03) VALUE SPACES.
002220     05  DLVM-SL-AGED-PCT         PIC ZZ9.9.
002230     05  FILLER                   PIC X(01) VALUE '%'.
002240     05  FILLER                   PIC X(41) VALUE SPACES.
002250 01  DLVM-RPT-TOTAL-LINE.
002260     05  DLVM-RPT-TOTAL-LABEL     PIC X(34).
002270     05  DLVM-RPT-TOTAL-COUNT     PIC ZZZ,ZZ9.
002280     05  FILLER                   PIC X(91) VALUE SPACES.
002290 LINKAGE SECTION.
002300*-----------------------------------------------------------------
002310* DLVM-PARM-AREA - OPTIONAL:
002320*    COLS 1-6   REPORT MONTH, CCYYMM (BLANK = THE MONTH BEFORE THE
002330*               RUN DATE, SO THE JOB CAN BE SCHEDULED ON THE 1ST).
002340*-----------------------------------------------------------------
002350 01  DLVM-PARM-AREA.
002360     05  DLVM-PARM-LEN            PIC S9(04) COMP.
002370     05  DLVM-PARM-DATA.
002380         10  DLVM-PARM-MONTH      PIC 9(06).
002390 PROCEDURE DIVISION USING DLVM-PARM-AREA.
002400*=================================================================
002410* 0000-MAINLINE - ONE PASS OVER THE DELIVERY HISTORY: LIST LATE
002420* FLASH TRAFFIC AS IT IS FOUND AND TALLY THE REST, THEN PRINT THE
002430* STATION AND PRECEDENCE TABLES.
002440*=================================================================
002450 0000-MAINLINE.
002460     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
002470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002480     PERFORM 2000-TALLY-RECORD THRU 2000-EXIT
002490         UNTIL DLVM-EOF.
002500     PERFORM 5000-END-FLASH-LIST THRU 5000-EXIT.
002510     PERFORM 6000-PRINT-STATIONS THRU 6000-EXIT.
002520     PERFORM 7000-PRINT-CLASSES THRU 7000-EXIT.
002530     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002550     GO TO 9999-EXIT.
002560*-----------------------------------------------------------------
002570* 0500-PARSE-PARM - PICK UP THE REPORT MONTH, OR TAKE THE MONTH
002580* BEFORE THE RUN DATE.
002590*-----------------------------------------------------------------
002600 0500-PARSE-PARM.
002610     ACCEPT DLVM-CURRENT-DATE FROM DATE YYYYMMDD.
002620     IF DLVM-PARM-LEN >= 6
002630         IF DLVM-PARM-MONTH NUMERIC
002640             MOVE DLVM-PARM-MONTH TO DLVM-REPORT-MONTH
002650         END-IF
002660     END-IF.
002670     IF DLVM-REPORT-MONTH > ZERO
002680         IF DLVM-REPORT-MM < 1 OR DLVM-REPORT-MM > 12
002690             DISPLAY '*** PARM MONTH ' DLVM-REPORT-MONTH
002700                 ' IS NOT A VALID CCYYMM ***'
002710             MOVE 12 TO DLVM-RETURN-CODE
002720             GO TO 9999-EXIT
002730         END-IF
002740         GO TO 0500-EXIT
002750     END-IF.
002760     IF DLVM-CURRENT-MM = 1
002770         COMPUTE DLVM-REPORT-CCYY = DLVM-CURRENT-CCYY - 1
002780         MOVE 12 TO DLVM-REPORT-MM
002790     ELSE
002800         MOVE DLVM-CURRENT-CCYY TO DLVM-REPORT-CCYY
002810         COMPUTE DLVM-REPORT-MM = DLVM-CURRENT-MM - 1
002820     END-IF.
002830 0500-EXIT.
002840     EXIT.
002850*-----------------------------------------------------------------
002860* 1000-INITIALIZE - OPEN THE DATASETS, CLEAR THE CLASS TOTALS,
002870* PRINT THE HEADINGS AND PRIME THE READ.
002880*-----------------------------------------------------------------
002890 1000-INITIALIZE.
002900     OPEN INPUT DLVM-HIST-FILE.
002910     IF DLVM-HIST-STATUS NOT = '00'
002920         DISPLAY '*** UNABLE TO OPEN DLVHIST, STATUS='
002930             DLVM-HIST-STATUS ' ***'
002940         MOVE 12 TO DLVM-RETURN-CODE
002950         GO TO 9999-EXIT
002960     END-IF.
002970     OPEN OUTPUT DLVM-REPORT-FILE.
002980     IF DLVM-REPORT-STATUS NOT = '00'
002990         DISPLAY '*** UNABLE TO OPEN DLVMRPT, STATUS='
003000             DLVM-REPORT-STATUS ' ***'
003010         MOVE 12 TO DLVM-RETURN-CODE
003020         GO TO 9999-EXIT
003030     END-IF.
003040     PERFORM 1100-CLEAR-CLASS-TOTAL THRU 1100-EXIT
003050         VARYING DLVM-CL-IDX FROM 1 BY 1
003060             UNTIL DLVM-CL-IDX > 4.
003070     MOVE DLVM-REPORT-CCYY TO DLVM-HDG-CCYY.
003080     MOVE DLVM-REPORT-MM TO DLVM-HDG-MM.
003090     MOVE DLVM-CURRENT-DATE TO DLVM-HDG-DATE.
003100     MOVE DLVM-RPT-HEADING-1 TO DLVM-REPORT-RECORD.
003110     WRITE DLVM-REPORT-RECORD.
003120     MOVE SPACES TO DLVM-REPORT-RECORD.
003130     WRITE DLVM-REPORT-RECORD.
003140     MOVE 'FLASH TRAFFIC ACKNOWLEDGED AFTER MORE THAN ONE DAY:'
003150         TO DLVM-REPORT-RECORD.
003160     WRITE DLVM-REPORT-RECORD.
003170     MOVE DLVM-RPT-FLASH-HEADING TO DLVM-REPORT-RECORD.
003180     WRITE DLVM-REPORT-RECORD.
003190     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003200 1000-EXIT.
003210     EXIT.
003220 1100-CLEAR-CLASS-TOTAL.
003230     MOVE ZERO TO DLVM-CT-VOLUME (DLVM-CL-IDX).
003240     MOVE ZERO TO DLVM-CT-DAYS (DLVM-CL-IDX).
003250     MOVE ZERO TO DLVM-CT-WORST (DLVM-CL-IDX).
003260     MOVE ZERO TO DLVM-CT-RXMT-MSGS (DLVM-CL-IDX).
003270     MOVE ZERO TO DLVM-CT-RXMT-TOTAL (DLVM-CL-IDX).
003280     MOVE ZERO TO DLVM-CT-AGED (DLVM-CL-IDX).
003290 1100-EXIT.
003300     EXIT.
003310 2100-READ-HISTORY.
003320     READ DLVM-HIST-FILE
003330         AT END
003340             SET DLVM-EOF TO TRUE
003350     END-READ.
003360 2100-EXIT.
003370     EXIT.
003380*-----------------------------------------------------------------
003390* 2000-TALLY-RECORD - ONE DELIVERY HISTORY RECORD. ONLY THOSE
003400* ACKNOWLEDGED IN THE REPORT MONTH COUNT. A FLASH MESSAGE THAT
003410* TOOK MORE THAN A DAY IS LISTED; EVERY RECORD IS CREDITED TO ITS
003420* STATION'S ROW AND TO ITS CLASS TOTAL.
003430*-----------------------------------------------------------------
003440 2000-TALLY-RECORD.
003450     ADD 1 TO DLVM-READ-COUNT.
003460     IF DLH-ACK-DATE NOT NUMERIC OR DLH-STATION = SPACES
003470         ADD 1 TO DLVM-INVALID-COUNT
003480         GO TO 2000-READ-NEXT
003490     END-IF.
003500     MOVE DLH-ACK-DATE TO DLVM-ACK-DATE.
003510     IF DLVM-ACK-MONTH NOT = DLVM-REPORT-MONTH
003520         ADD 1 TO DLVM-OTHER-MONTH-COUNT
003530         GO TO 2000-READ-NEXT
003540     END-IF.
003550     ADD 1 TO DLVM-MONTH-COUNT.
003560     IF DLH-ACK-DAYS NUMERIC
003570         MOVE DLH-ACK-DAYS TO DLVM-ACK-DAYS
003580     ELSE
003590         MOVE ZERO TO DLVM-ACK-DAYS
003600     END-IF.
003610     IF DLH-RETRAN-COUNT NUMERIC
003620         MOVE DLH-RETRAN-COUNT TO DLVM-RETRAN
003630     ELSE
003640         MOVE ZERO TO DLVM-RETRAN
003650     END-IF.
003660     EVALUATE TRUE
003670         WHEN DLH-PREC-FLASH
003680             MOVE 1 TO DLVM-CL-IDX
003690         WHEN DLH-PREC-IMMEDIATE
003700             MOVE 2 TO DLVM-CL-IDX
003710         WHEN DLH-PREC-ROUTINE
003720             MOVE 3 TO DLVM-CL-IDX
003730         WHEN OTHER
003740             MOVE 4 TO DLVM-CL-IDX
003750     END-EVALUATE.
003760     IF DLH-PREC-FLASH AND DLVM-ACK-DAYS > DLVM-FLASH-LIMIT
003770         PERFORM 2200-LIST-LATE-FLASH THRU 2200-EXIT
003780     END-IF.
003790     ADD 1 TO DLVM-CT-VOLUME (DLVM-CL-IDX).
003800     ADD DLVM-ACK-DAYS TO DLVM-CT-DAYS (DLVM-CL-IDX).
003810     IF DLVM-ACK-DAYS > DLVM-CT-WORST (DLVM-CL-IDX)
003820         MOVE DLVM-ACK-DAYS TO DLVM-CT-WORST (DLVM-CL-IDX)
003830     END-IF.
003840     IF DLVM-RETRAN > ZERO
003850         ADD 1 TO DLVM-CT-RXMT-MSGS (DLVM-CL-IDX)
003860         ADD DLVM-RETRAN TO DLVM-CT-RXMT-TOTAL (DLVM-CL-IDX)
003870     END-IF.
003880     IF DLH-AGED
003890         ADD 1 TO DLVM-CT-AGED (DLVM-CL-IDX)
003900     END-IF.
003910     PERFORM 3000-TALLY-STATION THRU 3000-EXIT.
003920 2000-READ-NEXT.
003930     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
003940 2000-EXIT.
003950     EXIT.
003960*-----------------------------------------------------------------
003970* 2200-LIST-LATE-FLASH - CALL OUT ONE FLASH MESSAGE THE STATION
003980* TOOK MORE THAN A DAY TO ACKNOWLEDGE.
003990*-----------------------------------------------------------------
004000 2200-LIST-LATE-FLASH.
004010     ADD 1 TO DLVM-FLASH-LATE-COUNT.
004020     MOVE DLH-STATION TO DLVM-FL-STATION.
004030     MOVE DLH-REC-ID TO DLVM-FL-REC-ID.
004040     MOVE DLH-SENT-DATE TO DLVM-FL-SENT.
004050     MOVE DLH-ACK-DATE TO DLVM-FL-ACKED.
004060     MOVE DLVM-ACK-DAYS TO DLVM-FL-DAYS.
004070     MOVE DLVM-RETRAN TO DLVM-FL-RETRAN.
004080     MOVE DLVM-RPT-FLASH-LINE TO DLVM-REPORT-RECORD.
004090     WRITE DLVM-REPORT-RECORD.
004100 2200-EXIT.
004110     EXIT.
004120*-----------------------------------------------------------------
004130* 3000-TALLY-STATION - CREDIT THE RECORD TO ITS STATION'S ROW,
004140* CLAIMING A NEW ROW IN CODE ORDER FOR A STATION NOT SEEN YET. A
004150* STATION PAST THE TABLE LIMIT STILL COUNTS IN THE CLASS TOTALS.
004160*-----------------------------------------------------------------
004170 3000-TALLY-STATION.
004180     MOVE ZERO TO DLVM-ST-FOUND.
004190     PERFORM 3010-MATCH-STATION THRU 3010-EXIT
004200         VARYING DLVM-ST-IDX FROM 1 BY 1
004210             UNTIL DLVM-ST-IDX > DLVM-ST-USED
004220                 OR DLVM-ST-FOUND > ZERO.
004230     IF DLVM-ST-FOUND = ZERO
004240         IF DLVM-ST-USED >= 300
004250             ADD 1 TO DLVM-OVERFLOW-COUNT
004260             GO TO 3000-EXIT
004270         END-IF
004280         PERFORM 3100-CLAIM-STATION THRU 3100-EXIT
004290     END-IF.
004300     ADD 1 TO DLVM-SC-VOLUME (DLVM-ST-FOUND DLVM-CL-IDX).
004310     ADD DLVM-ACK-DAYS
004320         TO DLVM-SC-DAYS (DLVM-ST-FOUND DLVM-CL-IDX).
004330     IF DLVM-ACK-DAYS > DLVM-SC-WORST (DLVM-ST-FOUND DLVM-CL-IDX)
004340         MOVE DLVM-ACK-DAYS
004350             TO DLVM-SC-WORST (DLVM-ST-FOUND DLVM-CL-IDX)
004360     END-IF.
004370     IF DLVM-RETRAN > ZERO
004380         ADD 1 TO DLVM-SC-RXMT-MSGS (DLVM-ST-FOUND DLVM-CL-IDX)
004390         ADD DLVM-RETRAN
004400             TO DLVM-SC-RXMT-TOTAL (DLVM-ST-FOUND DLVM-CL-IDX)
004410     END-IF.
004420     IF DLH-AGED
004430         ADD 1 TO DLVM-SC-AGED (DLVM-ST-FOUND DLVM-CL-IDX)
004440     END-IF.
004450 3000-EXIT.
004460     EXIT.
004470 3010-MATCH-STATION.
004480     IF DLVM-ST-CODE (DLVM-ST-IDX) = DLH-STATION
004490         MOVE DLVM-ST-IDX TO DLVM-ST-FOUND
004500     END-IF.
004510 3010-EXIT.
004520     EXIT.
004530*-----------------------------------------------------------------
004540* 3100-CLAIM-STATION - OPEN A ROW FOR A NEW STATION AHEAD OF THE
004550* FIRST ROW WITH A HIGHER CODE, MOVING THE ROWS BELOW IT DOWN ONE,
004560* SO THE TABLE PRINTS IN STATION ORDER.
004570*-----------------------------------------------------------------
004580 3100-CLAIM-STATION.
004590     COMPUTE DLVM-ST-POS = DLVM-ST-USED + 1.
004600     PERFORM 3110-FIND-SLOT THRU 3110-EXIT
004610         VARYING DLVM-ST-IDX FROM DLVM-ST-USED BY -1
004620             UNTIL DLVM-ST-IDX < 1.
004630     ADD 1 TO DLVM-ST-USED.
004640     PERFORM 3120-SHIFT-ROW THRU 3120-EXIT
004650         VARYING DLVM-ST-IDX FROM DLVM-ST-USED BY -1
004660             UNTIL DLVM-ST-IDX <= DLVM-ST-POS.
004670     MOVE DLVM-ST-POS TO DLVM-ST-FOUND.
004680     MOVE DLH-STATION TO DLVM-ST-CODE (DLVM-ST-FOUND).
004690     PERFORM 3130-CLEAR-ROW THRU 3130-EXIT
004700         VARYING DLVM-CL-IDX FROM 1 BY 1
004710             UNTIL DLVM-CL-IDX > 4.
004720     PERFORM 3140-RESET-CLASS THRU 3140-EXIT.
004730 3100-EXIT.
004740     EXIT.
004750 3110-FIND-SLOT.
004760     IF DLVM-ST-CODE (DLVM-ST-IDX) > DLH-STATION
004770         MOVE DLVM-ST-IDX TO DLVM-ST-POS
004780     END-IF.
004790 3110-EXIT.
004800     EXIT.
004810 3120-SHIFT-ROW.
004820     MOVE DLVM-ST-ENTRY (DLVM-ST-IDX - 1)
004830         TO DLVM-ST-ENTRY (DLVM-ST-IDX).
004840 3120-EXIT.
004850     EXIT.
004860 3130-CLEAR-ROW.
004870     MOVE ZERO TO DLVM-SC-VOLUME (DLVM-ST-FOUND DLVM-CL-IDX).
004880     MOVE ZERO TO DLVM-SC-DAYS (DLVM-ST-FOUND DLVM-CL-IDX).
004890     MOVE ZERO TO DLVM-SC-WORST (DLVM-ST-FOUND DLVM-CL-IDX).
004900     MOVE ZERO TO DLVM-SC-RXMT-MSGS (DLVM-ST-FOUND DLVM-CL-IDX).
004910     MOVE ZERO TO DLVM-SC-RXMT-TOTAL (DLVM-ST-FOUND DLVM-CL-IDX).
004920     MOVE ZERO TO DLVM-SC-AGED (DLVM-ST-FOUND DLVM-CL-IDX).
004930 3130-EXIT.
004940     EXIT.
004950*-----------------------------------------------------------------
004960* 3140-RESET-CLASS - THE CLEAR LOOP ABOVE USED THE CLASS INDEX;
004970* PUT BACK THE RECORD'S OWN CLASS.
004980*-----------------------------------------------------------------
004990 3140-RESET-CLASS.
005000     EVALUATE TRUE
005010         WHEN DLH-PREC-FLASH
005020             MOVE 1 TO DLVM-CL-IDX
005030         WHEN DLH-PREC-IMMEDIATE
005040             MOVE 2 TO DLVM-CL-IDX
005050         WHEN DLH-PREC-ROUTINE
005060             MOVE 3 TO DLVM-CL-IDX
005070         WHEN OTHER
005080             MOVE 4 TO DLVM-CL-IDX
005090     END-EVALUATE.
005100 3140-EXIT.
005110     EXIT.
005120*-----------------------------------------------------------------
005130* 5000-END-FLASH-LIST - CLOSE OFF THE LATE FLASH SECTION.
005140*-----------------------------------------------------------------
005150 5000-END-FLASH-LIST.
005160     IF DLVM-FLASH-LATE-COUNT = ZERO
005170         MOVE '  NONE - ALL FLASH ACKNOWLEDGED WITHIN A DAY'
005180             TO DLVM-REPORT-RECORD
005190         WRITE DLVM-REPORT-RECORD
005200     END-IF.
005210 5000-EXIT.
005220     EXIT.
005230*-----------------------------------------------------------------
005240* 6000-PRINT-STATIONS - PER STATION, ONE LINE FOR EACH PRECEDENCE
005250* CLASS IT HANDLED IN THE MONTH AND A LINE FOR ALL ITS TRAFFIC.
005260*-----------------------------------------------------------------
005270 6000-PRINT-STATIONS.
005280     MOVE SPACES TO DLVM-REPORT-RECORD.
005290     WRITE DLVM-REPORT-RECORD.
005300     MOVE 'DELIVERY PERFORMANCE BY STATION AND PRECEDENCE:'
005310         TO DLVM-REPORT-RECORD.
005320     WRITE DLVM-REPORT-RECORD.
005330     MOVE DLVM-RPT-STAT-HEADING-1 TO DLVM-REPORT-RECORD.
005340     WRITE DLVM-REPORT-RECORD.
005350     MOVE DLVM-RPT-STAT-HEADING-2 TO DLVM-REPORT-RECORD.
005360     WRITE DLVM-REPORT-RECORD.
005370     IF DLVM-ST-USED = ZERO
005380         MOVE '  NO DELIVERY HISTORY FOR THE MONTH'
005390             TO DLVM-REPORT-RECORD
005400         WRITE DLVM-REPORT-RECORD
005410         GO TO 6000-EXIT
005420     END-IF.
005430     PERFORM 6100-PRINT-STATION THRU 6100-EXIT
005440         VARYING DLVM-ST-IDX FROM 1 BY 1
005450             UNTIL DLVM-ST-IDX > DLVM-ST-USED.
005460 6000-EXIT.
005470     EXIT.
005480 6100-PRINT-STATION.
005490     MOVE SPACES TO DLVM-REPORT-RECORD.
005500     WRITE DLVM-REPORT-RECORD.
005510     PERFORM 6300-CLEAR-TOTAL THRU 6300-EXIT.
005520     PERFORM 6200-PRINT-STATION-CLASS THRU 6200-EXIT
005530         VARYING DLVM-CL-IDX FROM 1 BY 1
005540             UNTIL DLVM-CL-IDX > 4.
005550     MOVE DLVM-TOT TO DLVM-ACC.
005560     MOVE DLVM-ST-CODE (DLVM-ST-IDX) TO DLVM-SL-STATION.
005570     MOVE 'ALL' TO DLVM-SL-CLASS.
005580     PERFORM 6500-PRINT-STAT-LINE THRU 6500-EXIT.
005590 6100-EXIT.
005600     EXIT.
005610 6200-PRINT-STATION-CLASS.
005620     IF DLVM-SC-VOLUME (DLVM-ST-IDX DLVM-CL-IDX) = ZERO
005630         GO TO 6200-EXIT
005640     END-IF.
005650     MOVE DLVM-ST-CLASS (DLVM-ST-IDX DLVM-CL-IDX) TO DLVM-ACC.
005660     MOVE DLVM-ST-CODE (DLVM-ST-IDX) TO DLVM-SL-STATION.
005670     MOVE DLVM-CLASS-NAME (DLVM-CL-IDX) TO DLVM-SL-CLASS.
005680     PERFORM 6500-PRINT-STAT-LINE THRU 6500-EXIT.
005690     PERFORM 6400-ADD-TO-TOTAL THRU 6400-EXIT.
005700 6200-EXIT.
005710     EXIT.
005720 6300-CLEAR-TOTAL.
005730     MOVE ZERO TO DLVM-TOT-VOLUME.
005740     MOVE ZERO TO DLVM-TOT-DAYS.
005750     MOVE ZERO TO DLVM-TOT-WORST.
005760     MOVE ZERO TO DLVM-TOT-RXMT-MSGS.
005770     MOVE ZERO TO DLVM-TOT-RXMT-TOTAL.
005780     MOVE ZERO TO DLVM-TOT-AGED.
005790 6300-EXIT.
005800     EXIT.
005810*-----------------------------------------------------------------
005820* 6400-ADD-TO-TOTAL - ROLL THE FIGURES JUST PRINTED (DLVM-ACC)
005830* INTO THE RUNNING TOTAL. THE WORST DELAY IS THE HIGHEST SEEN.
005840*-----------------------------------------------------------------
005850 6400-ADD-TO-TOTAL.
005860     ADD DLVM-ACC-VOLUME TO DLVM-TOT-VOLUME.
005870     ADD DLVM-ACC-DAYS TO DLVM-TOT-DAYS.
005880     IF DLVM-ACC-WORST > DLVM-TOT-WORST
005890         MOVE DLVM-ACC-WORST TO DLVM-TOT-WORST
005900     END-IF.
005910     ADD DLVM-ACC-RXMT-MSGS TO DLVM-TOT-RXMT-MSGS.
005920     ADD DLVM-ACC-RXMT-TOTAL TO DLVM-TOT-RXMT-TOTAL.
005930     ADD DLVM-ACC-AGED TO DLVM-TOT-AGED.
005940 6400-EXIT.
005950     EXIT.
005960*-----------------------------------------------------------------
005970* 6500-PRINT-STAT-LINE - EDIT AND PRINT ONE SET OF FIGURES. THE
005980* AVERAGE IS DAYS TO ACKNOWLEDGE PER MESSAGE; THE RETRANSMIT RATE
005990* AND AGED PERCENTAGE ARE SHARES OF THE MESSAGE VOLUME.
006000*-----------------------------------------------------------------
006010 6500-PRINT-STAT-LINE.
006020     MOVE DLVM-ACC-VOLUME TO DLVM-SL-VOLUME.
006030     MOVE DLVM-ACC-WORST TO DLVM-SL-WORST.
006040     MOVE DLVM-ACC-RXMT-MSGS TO DLVM-SL-RXMT-MSGS.
006050     MOVE DLVM-ACC-RXMT-TOTAL TO DLVM-SL-RXMT-TOTAL.
006060     MOVE DLVM-ACC-AGED TO DLVM-SL-AGED.
006070     IF DLVM-ACC-VOLUME = ZERO
006080         MOVE ZERO TO DLVM-SL-AVERAGE
006090         MOVE ZERO TO DLVM-SL-RXMT-RATE
006100         MOVE ZERO TO DLVM-SL-AGED-PCT
006110         GO TO 6500-WRITE
006120     END-IF.
006130     COMPUTE DLVM-AVERAGE ROUNDED =
006140         DLVM-ACC-DAYS / DLVM-ACC-VOLUME.
006150     MOVE DLVM-AVERAGE TO DLVM-SL-AVERAGE.
006160     COMPUTE DLVM-PERCENT ROUNDED =
006170         DLVM-ACC-RXMT-MSGS * 100 / DLVM-ACC-VOLUME.
006180     MOVE DLVM-PERCENT TO DLVM-SL-RXMT-RATE.
006190     COMPUTE DLVM-PERCENT ROUNDED =
006200         DLVM-ACC-AGED * 100 / DLVM-ACC-VOLUME.
006210     MOVE DLVM-PERCENT TO DLVM-SL-AGED-PCT.
006220 6500-WRITE.
006230     MOVE DLVM-RPT-STAT-LINE TO DLVM-REPORT-RECORD.
006240     WRITE DLVM-REPORT-RECORD.
006250 6500-EXIT.
006260     EXIT.
006270*-----------------------------------------------------------------
006280* 7000-PRINT-CLASSES - EACH PRECEDENCE CLASS OVER ALL STATIONS,
006290* THEN ALL TRAFFIC FOR THE MONTH.
006300*-----------------------------------------------------------------
006310 7000-PRINT-CLASSES.
006320     MOVE SPACES TO DLVM-REPORT-RECORD.
006330     WRITE DLVM-REPORT-RECORD.
006340     MOVE 'DELIVERY PERFORMANCE BY PRECEDENCE - ALL STATIONS:'
006350         TO DLVM-REPORT-RECORD.
006360     WRITE DLVM-REPORT-RECORD.
006370     MOVE DLVM-RPT-STAT-HEADING-1 TO DLVM-REPORT-RECORD.
006380     WRITE DLVM-REPORT-RECORD.
006390     MOVE DLVM-RPT-STAT-HEADING-2 TO DLVM-REPORT-RECORD.
006400     WRITE DLVM-REPORT-RECORD.
006410     PERFORM 6300-CLEAR-TOTAL THRU 6300-EXIT.
006420     PERFORM 7100-PRINT-CLASS THRU 7100-EXIT
006430         VARYING DLVM-CL-IDX FROM 1 BY 1
006440             UNTIL DLVM-CL-IDX > 4.
006450     MOVE DLVM-TOT TO DLVM-ACC.
006460     MOVE 'ALL' TO DLVM-SL-STATION.
006470     MOVE 'ALL' TO DLVM-SL-CLASS.
006480     PERFORM 6500-PRINT-STAT-LINE THRU 6500-EXIT.
006490 7000-EXIT.
006500     EXIT.
006510 7100-PRINT-CLASS.
006520     MOVE DLVM-CT-CLASS (DLVM-CL-IDX) TO DLVM-ACC.
006530     MOVE 'ALL' TO DLVM-SL-STATION.
006540     MOVE DLVM-CLASS-NAME (DLVM-CL-IDX) TO DLVM-SL-CLASS.
006550     PERFORM 6500-PRINT-STAT-LINE THRU 6500-EXIT.
006560     PERFORM 6400-ADD-TO-TOTAL THRU 6400-EXIT.
006570 7100-EXIT.
006580     EXIT.
006590*-----------------------------------------------------------------
006600* 8000-PRINT-TOTALS - CONTROL COUNTS AND THE ALERT CODE: 4 WHEN
006610* ANY FLASH MESSAGE TOOK MORE THAN A DAY TO BE ACKNOWLEDGED.
006620*-----------------------------------------------------------------
006630 8000-PRINT-TOTALS.
006640     MOVE SPACES TO DLVM-REPORT-RECORD.
006650     WRITE DLVM-REPORT-RECORD.
006660     MOVE 'HISTORY RECORDS READ . . . . . .  '
006670         TO DLVM-RPT-TOTAL-LABEL.
006680     MOVE DLVM-READ-COUNT TO DLVM-RPT-TOTAL-COUNT.
006690     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006700     MOVE 'ACKNOWLEDGED IN THE MONTH  . . .  '
006710         TO DLVM-RPT-TOTAL-LABEL.
006720     MOVE DLVM-MONTH-COUNT TO DLVM-RPT-TOTAL-COUNT.
006730     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006740     MOVE 'OTHER MONTHS - NOT REPORTED  . .  '
006750         TO DLVM-RPT-TOTAL-LABEL.
006760     MOVE DLVM-OTHER-MONTH-COUNT TO DLVM-RPT-TOTAL-COUNT.
006770     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006780     MOVE 'INVALID RECORDS SKIPPED  . . . .  '
006790         TO DLVM-RPT-TOTAL-LABEL.
006800     MOVE DLVM-INVALID-COUNT TO DLVM-RPT-TOTAL-COUNT.
006810     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006820     MOVE 'STATIONS REPORTED  . . . . . . .  '
006830         TO DLVM-RPT-TOTAL-LABEL.
006840     MOVE DLVM-ST-USED TO DLVM-RPT-TOTAL-COUNT.
006850     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006860     IF DLVM-OVERFLOW-COUNT > ZERO
006870         MOVE 'RECORDS PAST STATION TABLE LIMIT   '
006880             TO DLVM-RPT-TOTAL-LABEL
006890         MOVE DLVM-OVERFLOW-COUNT TO DLVM-RPT-TOTAL-COUNT
006900         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
006910     END-IF.
006920     MOVE 'FLASH ACKNOWLEDGED AFTER A DAY . .'
006930         TO DLVM-RPT-TOTAL-LABEL.
006940     MOVE DLVM-FLASH-LATE-COUNT TO DLVM-RPT-TOTAL-COUNT.
006950     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006960     IF DLVM-FLASH-LATE-COUNT > ZERO
006970         MOVE 4 TO DLVM-RETURN-CODE
006980     END-IF.
006990 8000-EXIT.
007000     EXIT.
007010 8100-WRITE-TOTAL.
007020     MOVE DLVM-RPT-TOTAL-LINE TO DLVM-REPORT-RECORD.
007030     WRITE DLVM-REPORT-RECORD.
007040 8100-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------------
007070* 9000-TERMINATE - CLOSE THE DATASETS BEFORE THE JOB STEP ENDS.
007080*-----------------------------------------------------------------
007090 9000-TERMINATE.
007100     CLOSE DLVM-HIST-FILE.
007110     CLOSE DLVM-REPORT-FILE.
007120 9000-EXIT.
007130     EXIT.
007140*-----------------------------------------------------------------
007150* 9999-EXIT - SINGLE PROGRAM EXIT POINT.
007160*-----------------------------------------------------------------
007170 9999-EXIT.
007180     MOVE DLVM-RETURN-CODE TO RETURN-CODE.
007190     STOP RUN.
