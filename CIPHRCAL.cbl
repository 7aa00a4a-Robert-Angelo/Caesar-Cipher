000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CIPHRCAL.
000120 AUTHOR.        R ANGELO.
000130 INSTALLATION.  MESSAGE CENTER - CRYPTO SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/2026  RA   ORIGINAL. BUSINESS-DATE RUN CALENDAR. LISTS
000210*                   EVERY BUSINESS DATE ON THE RUN CONTROL
000220*                   (CIPHRCTL, CIPHRCTR LAYOUT) WITH THE FEED'S
000230*                   SOURCE SYSTEM, WHEN THE DATE WAS OPENED AND
000240*                   WHETHER ITS STREAM FINISHED. A DATE IS
000250*                   COMPLETE WHEN THE EDIT, THE CIPHER PASS (OR
000260*                   THE SLICE RECOMBINE), THE VERIFY AND THE
000270*                   BALANCE HAVE ALL COMPLETED AND NO STEP IS LEFT
000280*                   STARTED OR FAILED. FOR ANY OTHER DATE EVERY
000290*                   STEP IS LISTED WITH ITS STATUS, CC AND TIME,
000300*                   AND EACH REQUIRED STEP THAT NEVER RAN IS
000310*                   NAMED. DATES WITH NO FEED BETWEEN TWO
000320*                   ACCEPTED DATES ARE SHOWN AS SKIPPED.
000330*-----------------------------------------------------------------
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.   IBM-370.
000370 OBJECT-COMPUTER.   IBM-370.
000380 REPOSITORY.        FUNCTION ALL INTRINSIC.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RCAL-RCTL-FILE   ASSIGN TO CIPHRCTL
000420            ORGANIZATION IS INDEXED
000430            ACCESS MODE IS SEQUENTIAL
000440            RECORD KEY IS RCT-BUS-DATE
000450            FILE STATUS IS RCAL-RCTL-STATUS.
000460     SELECT RCAL-REPORT-FILE ASSIGN TO RCALRPT
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS RCAL-REPORT-STATUS.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  RCAL-RCTL-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01  RCAL-RCTL-RECORD.
000540     COPY CIPHRCTR.
000550 FD  RCAL-REPORT-FILE
000560     LABEL RECORDS ARE STANDARD.
000570 01  RCAL-REPORT-RECORD           PIC X(132).
000580 WORKING-STORAGE SECTION.
000590*-----------------------------------------------------------------
000600* FILE I/O WORK AREAS
000610*-----------------------------------------------------------------
000620 01  RCAL-RCTL-STATUS             PIC X(02) VALUE '00'.
000630 01  RCAL-REPORT-STATUS           PIC X(02) VALUE '00'.
000640 01  RCAL-SWITCHES.
000650     05  RCAL-EOF-SW              PIC X(01) VALUE 'N'.
000660         88  RCAL-EOF                       VALUE 'Y'.
000670     05  RCAL-DATE-SW             PIC X(01) VALUE 'C'.
000680         88  RCAL-DATE-COMPLETE             VALUE 'C'.
000690         88  RCAL-DATE-INCOMPLETE           VALUE 'I'.
000700     05  RCAL-CIPHER-SW           PIC X(01) VALUE 'N'.
000710         88  RCAL-CIPHER-DONE               VALUE 'Y'.
000720     05  RCAL-CIPHER-SEEN-SW      PIC X(01) VALUE 'N'.
000730         88  RCAL-CIPHER-SEEN               VALUE 'Y'.
000740     05  RCAL-VERIFY-SW           PIC X(01) VALUE 'N'.
000750         88  RCAL-VERIFY-DONE               VALUE 'Y'.
000760     05  RCAL-VERIFY-SEEN-SW      PIC X(01) VALUE 'N'.
000770         88  RCAL-VERIFY-SEEN               VALUE 'Y'.
000780     05  RCAL-BAL-SW              PIC X(01) VALUE 'N'.
000790         88  RCAL-BAL-DONE                  VALUE 'Y'.
000800     05  RCAL-BAL-SEEN-SW         PIC X(01) VALUE 'N'.
000810         88  RCAL-BAL-SEEN                  VALUE 'Y'.
000820     05  RCAL-EDIT-SW             PIC X(01) VALUE 'N'.
000830         88  RCAL-EDIT-DONE                 VALUE 'Y'.
000840*-----------------------------------------------------------------
000850* DATE WORK AREAS - DAY COUNTS ARE TAKEN OVER INTEGER DATES SO
000860* MONTH AND YEAR ENDS COUNT CORRECTLY.
000870*-----------------------------------------------------------------
000880 01  RCAL-CURRENT-DATE            PIC 9(08) VALUE ZERO.
000890 01  RCAL-CURRENT-BUS-DATE        PIC 9(08) VALUE ZERO.
000900 01  RCAL-FROM-DATE               PIC 9(08) VALUE ZERO.
000910 01  RCAL-PRIOR-DATE              PIC 9(08) VALUE ZERO.
000920 01  RCAL-GAP-FIRST               PIC 9(08) VALUE ZERO.
000930 01  RCAL-GAP-LAST                PIC 9(08) VALUE ZERO.
000940 01  RCAL-DAYS-BACK               PIC 9(03) VALUE ZERO.
000950 01  RCAL-TIME-WORK               PIC 9(08) VALUE ZERO.
000960 77  RCAL-DATE-INT                PIC 9(08) COMP VALUE ZERO.
000970 77  RCAL-PRIOR-INT               PIC 9(08) COMP VALUE ZERO.
000980 77  RCAL-GAP-DAYS                PIC 9(07) COMP VALUE ZERO.
000990*-----------------------------------------------------------------
001000* PER-DATE WORK AREAS
001010*-----------------------------------------------------------------
001020 01  RCAL-STEP-NAME               PIC X(17) VALUE SPACES.
001030 77  RCAL-STEP-IDX                PIC S9(04) COMP VALUE ZERO.
001040 77  RCAL-STEP-LIMIT              PIC S9(04) COMP VALUE ZERO.
001050 77  RCAL-STARTED-STEPS           PIC 9(04) COMP VALUE ZERO.
001060 77  RCAL-FAILED-STEPS            PIC 9(04) COMP VALUE ZERO.
001070 77  RCAL-MISSING-STEPS           PIC 9(04) COMP VALUE ZERO.
001080 01  RCAL-REASON-LINE.
001090     05  RCAL-RSN-STARTED         PIC Z9.
001100     05  FILLER                   PIC X(20) VALUE
001110         ' STARTED NOT ENDED, '.
001120     05  RCAL-RSN-FAILED          PIC Z9.
001130     05  FILLER                   PIC X(09) VALUE ' FAILED, '.
001140     05  RCAL-RSN-MISSING         PIC Z9.
001150     05  FILLER                   PIC X(17) VALUE
001160         ' REQUIRED NOT RUN'.
001170     05  RCAL-RSN-CURRENT         PIC X(16) VALUE SPACES.
001180*-----------------------------------------------------------------
001190* RUN TOTALS
001200*-----------------------------------------------------------------
001210 77  RCAL-ON-FILE-COUNT           PIC 9(06) COMP VALUE ZERO.
001220 77  RCAL-LISTED-COUNT            PIC 9(06) COMP VALUE ZERO.
001230 77  RCAL-COMPLETE-COUNT          PIC 9(06) COMP VALUE ZERO.
001240 77  RCAL-INCOMPLETE-COUNT        PIC 9(06) COMP VALUE ZERO.
001250 77  RCAL-SKIPPED-COUNT           PIC 9(06) COMP VALUE ZERO.
001260 77  RCAL-STARTED-COUNT           PIC 9(06) COMP VALUE ZERO.
001270 77  RCAL-FAILED-COUNT            PIC 9(06) COMP VALUE ZERO.
001280 77  RCAL-NOT-RUN-COUNT           PIC 9(06) COMP VALUE ZERO.
001290 77  RCAL-RETURN-CODE             PIC 9(02) VALUE ZERO.
001300*-----------------------------------------------------------------
001310* REPORT LINES
001320*-----------------------------------------------------------------
001330 01  RCAL-RPT-HEADING-1.
001340     05  FILLER                   PIC X(35) VALUE
001350         'CIPHRCAL BUSINESS-DATE RUN CALENDAR'.
001360     05  FILLER                   PIC X(07) VALUE '  DATE '.
001370     05  RCAL-HDG-DATE            PIC 9(08).
001380     05  FILLER                   PIC X(25) VALUE
001390         '  CURRENT BUSINESS DATE '.
001400     05  RCAL-HDG-BUS-DATE        PIC 9(08).
001410     05  FILLER                   PIC X(07) VALUE '  FROM '.
001420     05  RCAL-HDG-FROM            PIC X(10).
001430     05  FILLER                   PIC X(32) VALUE SPACES.
001440 01  RCAL-RPT-HEADING-2.
001450     05  FILLER                   PIC X(10) VALUE 'BUS DATE'.
001460     05  FILLER                   PIC X(10) VALUE 'SOURCE'.
001470     05  FILLER                   PIC X(10) VALUE 'OPENED'.
001480     05  FILLER                   PIC X(07) VALUE 'AT'.
001490     05  FILLER                   PIC X(07) VALUE 'STEPS'.
001500     05  FILLER                   PIC X(12) VALUE 'STATUS'.
001510     05  FILLER                   PIC X(76) VALUE 'DETAIL'.
001520 01  RCAL-RPT-DETAIL.
001530     05  RCAL-RPT-BUS-DATE        PIC 9(08).
001540     05  FILLER                   PIC X(02) VALUE SPACES.
001550     05  RCAL-RPT-SOURCE          PIC X(08).
001560     05  FILLER                   PIC X(02) VALUE SPACES.
001570     05  RCAL-RPT-OPENED          PIC 9(08).
001580     05  FILLER                   PIC X(02) VALUE SPACES.
001590     05  RCAL-RPT-OPEN-TIME       PIC X(05).
001600     05  FILLER                   PIC X(02) VALUE SPACES.
001610     05  RCAL-RPT-STEPS           PIC ZZ9.
001620     05  FILLER                   PIC X(04) VALUE SPACES.
001630     05  RCAL-RPT-STATUS          PIC X(10).
001640     05  FILLER                   PIC X(02) VALUE SPACES.
001650     05  RCAL-RPT-DETAIL-TEXT     PIC X(76).
001660 01  RCAL-RPT-GAP-LINE.
001670     05  RCAL-GAP-FROM            PIC 9(08).
001680     05  FILLER                   PIC X(03) VALUE ' - '.
001690     05  RCAL-GAP-TO              PIC 9(08).
001700     05  FILLER                   PIC X(26) VALUE SPACES.
001710     05  FILLER                   PIC X(12) VALUE 'SKIPPED'.
001720     05  FILLER                   PIC X(20) VALUE
001730         'NO FEED ACCEPTED -  '.
001740     05  RCAL-GAP-COUNT           PIC ZZZ9.
001750     05  FILLER                   PIC X(21) VALUE
001760         ' BUSINESS DATE(S)    '.
001770     05  FILLER                   PIC X(30) VALUE SPACES.
001780 01  RCAL-RPT-STEP-LINE.
001790     05  FILLER                   PIC X(10) VALUE SPACES.
001800     05  RCAL-STP-NAME            PIC X(17).
001810     05  FILLER                   PIC X(02) VALUE SPACES.
001820     05  RCAL-STP-STATUS          PIC X(08).
001830     05  FILLER                   PIC X(02) VALUE SPACES.
001840     05  RCAL-STP-CC-AREA.
001850         10  RCAL-STP-CC-LIT      PIC X(03).
001860         10  RCAL-STP-CC          PIC 99.
001870     05  FILLER                   PIC X(02) VALUE SPACES.
001880     05  RCAL-STP-DATE-X          PIC X(08).
001890     05  RCAL-STP-DATE REDEFINES RCAL-STP-DATE-X
001900                                  PIC 9(08).
001910     05  FILLER                   PIC X(01) VALUE SPACES.
001920     05  RCAL-STP-TIME            PIC X(08).
001930     05  FILLER                   PIC X(69) VALUE SPACES.
001940 01  RCAL-RPT-TOTAL-LINE.
001950     05  RCAL-RPT-TOTAL-LABEL     PIC X(34).
001960     05  RCAL-RPT-TOTAL-COUNT     PIC ZZZ,ZZ9.
001970     05  FILLER                   PIC X(91) VALUE SPACES.
001980 LINKAGE SECTION.
001990*-----------------------------------------------------------------
002000* RCAL-PARM-AREA - OPTIONAL:
002010*    COLS 1-3   DAYS BACK FROM TODAY TO LIST (BLANK/000 = EVERY
002020*               BUSINESS DATE ON THE RUN CONTROL).
002030*-----------------------------------------------------------------
002040 01  RCAL-PARM-AREA.
002050     05  RCAL-PARM-LEN            PIC S9(04) COMP.
002060     05  RCAL-PARM-DATA.
002070         10  RCAL-PARM-DAYS       PIC 9(03).
002080 PROCEDURE DIVISION USING RCAL-PARM-AREA.
002090*=================================================================
002100* 0000-MAINLINE - READ THE RUN CONTROL IN BUSINESS-DATE ORDER AND
002110* LIST EACH DATE IN RANGE, WITH THE STEPS OF ANY DATE WHOSE STREAM
002120* DID NOT FINISH.
002130*=================================================================
002140 0000-MAINLINE.
002150     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     PERFORM 2000-LIST-DATE THRU 2000-EXIT
002180         UNTIL RCAL-EOF.
002190     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002210     GO TO 9999-EXIT.
002220*-----------------------------------------------------------------
002230* 0500-PARSE-PARM - PICK UP THE NUMBER OF DAYS TO LIST, IF ANY.
002240*-----------------------------------------------------------------
002250 0500-PARSE-PARM.
002260     IF RCAL-PARM-LEN >= 3
002270         IF RCAL-PARM-DAYS NUMERIC
002280             MOVE RCAL-PARM-DAYS TO RCAL-DAYS-BACK
002290         END-IF
002300     END-IF.
002310 0500-EXIT.
002320     EXIT.
002330*-----------------------------------------------------------------
002340* 1000-INITIALIZE - OPEN THE RUN CONTROL AND THE REPORT, TAKE THE
002350* CURRENT BUSINESS DATE FROM THE CONTROL RECORD (KEY ZERO, FIRST
002360* IN KEY ORDER) AND PRINT THE HEADINGS.
002370*-----------------------------------------------------------------
002380 1000-INITIALIZE.
002390     ACCEPT RCAL-CURRENT-DATE FROM DATE YYYYMMDD.
002400     IF RCAL-DAYS-BACK > ZERO
002410         COMPUTE RCAL-FROM-DATE = DATE-OF-INTEGER(
002420             INTEGER-OF-DATE(RCAL-CURRENT-DATE) - RCAL-DAYS-BACK)
002430     END-IF.
002440     OPEN OUTPUT RCAL-REPORT-FILE.
002450     IF RCAL-REPORT-STATUS NOT = '00'
002460         DISPLAY '*** UNABLE TO OPEN RCALRPT, STATUS='
002470             RCAL-REPORT-STATUS ' ***'
002480         MOVE 12 TO RCAL-RETURN-CODE
002490         GO TO 9999-EXIT
002500     END-IF.
002510     OPEN INPUT RCAL-RCTL-FILE.
002520     IF RCAL-RCTL-STATUS NOT = '00'
002530         DISPLAY '*** UNABLE TO OPEN RUN CONTROL, STATUS='
002540             RCAL-RCTL-STATUS ' ***'
002550         MOVE 12 TO RCAL-RETURN-CODE
002560         GO TO 9999-EXIT
002570     END-IF.
002580     PERFORM 2100-READ-RCTL THRU 2100-EXIT.
002590     IF NOT RCAL-EOF AND RCT-CONTROL-REC
002600         MOVE RCT-CURRENT-DATE TO RCAL-CURRENT-BUS-DATE
002610         PERFORM 2100-READ-RCTL THRU 2100-EXIT
002620     END-IF.
002630     MOVE RCAL-CURRENT-DATE TO RCAL-HDG-DATE.
002640     MOVE RCAL-CURRENT-BUS-DATE TO RCAL-HDG-BUS-DATE.
002650     IF RCAL-FROM-DATE > ZERO
002660         MOVE RCAL-FROM-DATE TO RCAL-HDG-FROM
002670     ELSE
002680         MOVE 'FIRST DATE' TO RCAL-HDG-FROM
002690     END-IF.
002700     MOVE RCAL-RPT-HEADING-1 TO RCAL-REPORT-RECORD.
002710     WRITE RCAL-REPORT-RECORD.
002720     MOVE RCAL-RPT-HEADING-2 TO RCAL-REPORT-RECORD.
002730     WRITE RCAL-REPORT-RECORD.
002740 1000-EXIT.
002750     EXIT.
002760*-----------------------------------------------------------------
002770* 2000-LIST-DATE - ONE BUSINESS DATE: SHOW ANY SKIPPED DATES
002780* BEFORE IT, JUDGE ITS STREAM AND PRINT ITS LINE, AND FOR A DATE
002790* THAT DID NOT FINISH PRINT ITS STEPS AND ANY STEP NEVER RUN.
002800*-----------------------------------------------------------------
002810 2000-LIST-DATE.
002820     ADD 1 TO RCAL-ON-FILE-COUNT.
002830     IF RCT-BUS-DATE < RCAL-FROM-DATE
002840         GO TO 2000-READ-NEXT
002850     END-IF.
002860     ADD 1 TO RCAL-LISTED-COUNT.
002870     IF RCAL-PRIOR-DATE > ZERO
002880         PERFORM 2200-CHECK-GAP THRU 2200-EXIT
002890     END-IF.
002900     MOVE RCT-BUS-DATE TO RCAL-PRIOR-DATE.
002910     PERFORM 3000-JUDGE-DATE THRU 3000-EXIT.
002920     MOVE RCT-BUS-DATE TO RCAL-RPT-BUS-DATE.
002930     MOVE RCT-SOURCE-SYSTEM TO RCAL-RPT-SOURCE.
002940     MOVE RCT-OPENED-DATE TO RCAL-RPT-OPENED.
002950     MOVE RCT-OPENED-TIME TO RCAL-TIME-WORK.
002960     MOVE SPACES TO RCAL-RPT-OPEN-TIME.
002970     STRING RCAL-TIME-WORK (1:2) ':' RCAL-TIME-WORK (3:2)
002980         DELIMITED BY SIZE INTO RCAL-RPT-OPEN-TIME
002990     END-STRING.
003000     MOVE RCAL-STEP-LIMIT TO RCAL-RPT-STEPS.
003010     MOVE SPACES TO RCAL-RPT-DETAIL-TEXT.
003020     IF RCAL-DATE-COMPLETE
003030         ADD 1 TO RCAL-COMPLETE-COUNT
003040         MOVE 'COMPLETE' TO RCAL-RPT-STATUS
003050         MOVE 'ALL STEPS COMPLETE' TO RCAL-RPT-DETAIL-TEXT
003060     ELSE
003070         ADD 1 TO RCAL-INCOMPLETE-COUNT
003080         MOVE 'INCOMPLETE' TO RCAL-RPT-STATUS
003090         PERFORM 2300-BUILD-REASON THRU 2300-EXIT
003100     END-IF.
003110     MOVE RCAL-RPT-DETAIL TO RCAL-REPORT-RECORD.
003120     WRITE RCAL-REPORT-RECORD.
003130     IF RCAL-DATE-INCOMPLETE
003140         PERFORM 4000-PRINT-STEP THRU 4000-EXIT
003150             VARYING RCAL-STEP-IDX FROM 1 BY 1
003160                 UNTIL RCAL-STEP-IDX > RCAL-STEP-LIMIT
003170         PERFORM 4100-PRINT-NOT-RUN THRU 4100-EXIT
003180     END-IF.
003190 2000-READ-NEXT.
003200     PERFORM 2100-READ-RCTL THRU 2100-EXIT.
003210 2000-EXIT.
003220     EXIT.
003230 2100-READ-RCTL.
003240     READ RCAL-RCTL-FILE
003250         AT END
003260             SET RCAL-EOF TO TRUE
003270     END-READ.
003280 2100-EXIT.
003290     EXIT.
003300*-----------------------------------------------------------------
003310* 2200-CHECK-GAP - ANY CALENDAR DAYS BETWEEN THE PRIOR DATE LISTED
003320* AND THIS ONE HAD NO FEED ACCEPTED. THEY ARE SHOWN, NOT JUDGED -
003330* THE EDIT ALREADY REFUSES A SKIP THE OPERATOR DID NOT INTEND.
003340*-----------------------------------------------------------------
003350 2200-CHECK-GAP.
003360     COMPUTE RCAL-PRIOR-INT = INTEGER-OF-DATE(RCAL-PRIOR-DATE).
003370     COMPUTE RCAL-DATE-INT = INTEGER-OF-DATE(RCT-BUS-DATE).
003380     IF RCAL-DATE-INT - RCAL-PRIOR-INT < 2
003390         GO TO 2200-EXIT
003400     END-IF.
003410     COMPUTE RCAL-GAP-DAYS = RCAL-DATE-INT - RCAL-PRIOR-INT - 1.
003420     COMPUTE RCAL-GAP-FIRST = DATE-OF-INTEGER(RCAL-PRIOR-INT + 1).
003430     COMPUTE RCAL-GAP-LAST = DATE-OF-INTEGER(RCAL-DATE-INT - 1).
003440     MOVE RCAL-GAP-FIRST TO RCAL-GAP-FROM.
003450     MOVE RCAL-GAP-LAST TO RCAL-GAP-TO.
003460     MOVE RCAL-GAP-DAYS TO RCAL-GAP-COUNT.
003470     ADD RCAL-GAP-DAYS TO RCAL-SKIPPED-COUNT.
003480     MOVE RCAL-RPT-GAP-LINE TO RCAL-REPORT-RECORD.
003490     WRITE RCAL-REPORT-RECORD.
003500 2200-EXIT.
003510     EXIT.
003520*-----------------------------------------------------------------
003530* 2300-BUILD-REASON - SUMMARIZE WHY A DATE IS INCOMPLETE.
003540*-----------------------------------------------------------------
003550 2300-BUILD-REASON.
003560     MOVE RCAL-STARTED-STEPS TO RCAL-RSN-STARTED.
003570     MOVE RCAL-FAILED-STEPS TO RCAL-RSN-FAILED.
003580     MOVE RCAL-MISSING-STEPS TO RCAL-RSN-MISSING.
003590     IF RCT-BUS-DATE = RCAL-CURRENT-BUS-DATE
003600         MOVE '  (CURRENT DATE)' TO RCAL-RSN-CURRENT
003610     ELSE
003620         MOVE SPACES TO RCAL-RSN-CURRENT
003630     END-IF.
003640     MOVE RCAL-REASON-LINE TO RCAL-RPT-DETAIL-TEXT.
003650 2300-EXIT.
003660     EXIT.
003670*-----------------------------------------------------------------
003680* 3000-JUDGE-DATE - A DATE'S STREAM IS COMPLETE WHEN THE EDIT, THE
003690* CIPHER PASS (CEASARCP ON CIPHIN, OR THE CIPHMRGE SLICE
003700* RECOMBINE), THE VERIFY AND THE BALANCE HAVE ALL COMPLETED, AND
003710* NO STEP RECORDED FOR THE DATE IS LEFT STARTED OR FAILED.
003720*-----------------------------------------------------------------
003730 3000-JUDGE-DATE.
003740     MOVE 'N' TO RCAL-EDIT-SW.
003750     MOVE 'N' TO RCAL-CIPHER-SW.
003760     MOVE 'N' TO RCAL-CIPHER-SEEN-SW.
003770     MOVE 'N' TO RCAL-VERIFY-SW.
003780     MOVE 'N' TO RCAL-VERIFY-SEEN-SW.
003790     MOVE 'N' TO RCAL-BAL-SW.
003800     MOVE 'N' TO RCAL-BAL-SEEN-SW.
003810     MOVE ZERO TO RCAL-STARTED-STEPS.
003820     MOVE ZERO TO RCAL-FAILED-STEPS.
003830     MOVE ZERO TO RCAL-MISSING-STEPS.
003840     IF RCT-STEP-COUNT NUMERIC
003850         MOVE RCT-STEP-COUNT TO RCAL-STEP-LIMIT
003860     ELSE
003870         MOVE ZERO TO RCAL-STEP-LIMIT
003880     END-IF.
003890     IF RCAL-STEP-LIMIT > 30
003900         MOVE 30 TO RCAL-STEP-LIMIT
003910     END-IF.
003920     PERFORM 3100-CLASSIFY-STEP THRU 3100-EXIT
003930         VARYING RCAL-STEP-IDX FROM 1 BY 1
003940             UNTIL RCAL-STEP-IDX > RCAL-STEP-LIMIT.
003950     IF NOT RCAL-CIPHER-SEEN
003960         ADD 1 TO RCAL-MISSING-STEPS
003970     END-IF.
003980     IF NOT RCAL-VERIFY-SEEN
003990         ADD 1 TO RCAL-MISSING-STEPS
004000     END-IF.
004010     IF NOT RCAL-BAL-SEEN
004020         ADD 1 TO RCAL-MISSING-STEPS
004030     END-IF.
004040     ADD RCAL-MISSING-STEPS TO RCAL-NOT-RUN-COUNT.
004050     IF RCAL-EDIT-DONE AND RCAL-CIPHER-DONE
004060         AND RCAL-VERIFY-DONE AND RCAL-BAL-DONE
004070         AND RCAL-STARTED-STEPS = ZERO
004080         AND RCAL-FAILED-STEPS = ZERO
004090         SET RCAL-DATE-COMPLETE TO TRUE
004100     ELSE
004110         SET RCAL-DATE-INCOMPLETE TO TRUE
004120     END-IF.
004130 3000-EXIT.
004140     EXIT.
004150*-----------------------------------------------------------------
004160* 3100-CLASSIFY-STEP - COUNT A STEP LEFT STARTED OR FAILED, AND
004170* NOTE WHICH OF THE REQUIRED STEPS HAVE RUN AND COMPLETED.
004180*-----------------------------------------------------------------
004190 3100-CLASSIFY-STEP.
004200     IF RCT-STEP-STARTED (RCAL-STEP-IDX)
004210         ADD 1 TO RCAL-STARTED-STEPS
004220         ADD 1 TO RCAL-STARTED-COUNT
004230     END-IF.
004240     IF RCT-STEP-FAILED (RCAL-STEP-IDX)
004250         ADD 1 TO RCAL-FAILED-STEPS
004260         ADD 1 TO RCAL-FAILED-COUNT
004270     END-IF.
004280     EVALUATE TRUE
004290         WHEN RCT-STEP-PROGRAM (RCAL-STEP-IDX) = 'CIPHEDIT'
004300             IF RCT-STEP-COMPLETE (RCAL-STEP-IDX)
004310                 SET RCAL-EDIT-DONE TO TRUE
004320             END-IF
004330         WHEN RCT-STEP-PROGRAM (RCAL-STEP-IDX) = 'CEASARCP'
004340             AND RCT-STEP-SOURCE (RCAL-STEP-IDX) = 'CIPHIN'
004350         WHEN RCT-STEP-PROGRAM (RCAL-STEP-IDX) = 'CIPHMRGE'
004360             AND RCT-STEP-SOURCE (RCAL-STEP-IDX) = 'RECOMB'
004370             SET RCAL-CIPHER-SEEN TO TRUE
004380             IF RCT-STEP-COMPLETE (RCAL-STEP-IDX)
004390                 SET RCAL-CIPHER-DONE TO TRUE
004400             END-IF
004410         WHEN RCT-STEP-PROGRAM (RCAL-STEP-IDX) = 'CIPHVRFY'
004420             SET RCAL-VERIFY-SEEN TO TRUE
004430             IF RCT-STEP-COMPLETE (RCAL-STEP-IDX)
004440                 SET RCAL-VERIFY-DONE TO TRUE
004450             END-IF
004460         WHEN RCT-STEP-PROGRAM (RCAL-STEP-IDX) = 'CIPHBAL'
004470             SET RCAL-BAL-SEEN TO TRUE
004480             IF RCT-STEP-COMPLETE (RCAL-STEP-IDX)
004490                 SET RCAL-BAL-DONE TO TRUE
004500             END-IF
004510     END-EVALUATE.
004520 3100-EXIT.
004530     EXIT.
004540*-----------------------------------------------------------------
004550* 4000-PRINT-STEP - ONE STEP OF AN INCOMPLETE DATE: WHO, HOW IT
004560* STANDS, ITS CC AND WHEN IT STARTED (STILL STARTED) OR ENDED.
004570*-----------------------------------------------------------------
004580 4000-PRINT-STEP.
004590     MOVE SPACES TO RCAL-STEP-NAME.
004600     IF RCT-STEP-SOURCE (RCAL-STEP-IDX) = SPACES
004610         MOVE RCT-STEP-PROGRAM (RCAL-STEP-IDX) TO RCAL-STEP-NAME
004620     ELSE
004630         STRING RCT-STEP-PROGRAM (RCAL-STEP-IDX)
004640                 DELIMITED BY SPACE
004650             '/' DELIMITED BY SIZE
004660             RCT-STEP-SOURCE (RCAL-STEP-IDX) DELIMITED BY SPACE
004670             INTO RCAL-STEP-NAME
004680         END-STRING
004690     END-IF.
004700     MOVE RCAL-STEP-NAME TO RCAL-STP-NAME.
004710     MOVE 'CC=' TO RCAL-STP-CC-LIT.
004720     MOVE RCT-STEP-CC (RCAL-STEP-IDX) TO RCAL-STP-CC.
004730     EVALUATE TRUE
004740         WHEN RCT-STEP-COMPLETE (RCAL-STEP-IDX)
004750             MOVE 'COMPLETE' TO RCAL-STP-STATUS
004760         WHEN RCT-STEP-FAILED (RCAL-STEP-IDX)
004770             MOVE 'FAILED' TO RCAL-STP-STATUS
004780         WHEN RCT-STEP-STARTED (RCAL-STEP-IDX)
004790             MOVE 'STARTED' TO RCAL-STP-STATUS
004800             MOVE SPACES TO RCAL-STP-CC-AREA
004810         WHEN OTHER
004820             MOVE 'UNKNOWN' TO RCAL-STP-STATUS
004830             MOVE SPACES TO RCAL-STP-CC-AREA
004840     END-EVALUATE.
004850     MOVE RCT-STEP-DATE (RCAL-STEP-IDX) TO RCAL-STP-DATE.
004860     MOVE RCT-STEP-TIME (RCAL-STEP-IDX) TO RCAL-TIME-WORK.
004870     MOVE SPACES TO RCAL-STP-TIME.
004880     STRING RCAL-TIME-WORK (1:2) ':' RCAL-TIME-WORK (3:2) ':'
004890         RCAL-TIME-WORK (5:2)
004900         DELIMITED BY SIZE INTO RCAL-STP-TIME
004910     END-STRING.
004920     MOVE RCAL-RPT-STEP-LINE TO RCAL-REPORT-RECORD.
004930     WRITE RCAL-REPORT-RECORD.
004940 4000-EXIT.
004950     EXIT.
004960*-----------------------------------------------------------------
004970* 4100-PRINT-NOT-RUN - NAME EACH REQUIRED STEP THAT NEVER RAN.
004980*-----------------------------------------------------------------
004990 4100-PRINT-NOT-RUN.
005000     IF NOT RCAL-CIPHER-SEEN
005010         MOVE 'CEASARCP/CIPHIN' TO RCAL-STEP-NAME
005020         PERFORM 4200-WRITE-NOT-RUN THRU 4200-EXIT
005030     END-IF.
005040     IF NOT RCAL-VERIFY-SEEN
005050         MOVE 'CIPHVRFY' TO RCAL-STEP-NAME
005060         PERFORM 4200-WRITE-NOT-RUN THRU 4200-EXIT
005070     END-IF.
005080     IF NOT RCAL-BAL-SEEN
005090         MOVE 'CIPHBAL' TO RCAL-STEP-NAME
005100         PERFORM 4200-WRITE-NOT-RUN THRU 4200-EXIT
005110     END-IF.
005120 4100-EXIT.
005130     EXIT.
005140 4200-WRITE-NOT-RUN.
005150     MOVE RCAL-STEP-NAME TO RCAL-STP-NAME.
005160     MOVE 'NOT RUN' TO RCAL-STP-STATUS.
005170     MOVE SPACES TO RCAL-STP-CC-AREA.
005180     MOVE SPACES TO RCAL-STP-DATE-X.
005190     MOVE SPACES TO RCAL-STP-TIME.
005200     MOVE RCAL-RPT-STEP-LINE TO RCAL-REPORT-RECORD.
005210     WRITE RCAL-REPORT-RECORD.
005220 4200-EXIT.
005230     EXIT.
005240*-----------------------------------------------------------------
005250* 8000-PRINT-TOTALS - RUN TOTALS. ANY INCOMPLETE DATE ENDS CC=4.
005260*-----------------------------------------------------------------
005270 8000-PRINT-TOTALS.
005280     MOVE SPACES TO RCAL-REPORT-RECORD.
005290     WRITE RCAL-REPORT-RECORD.
005300     MOVE 'BUSINESS DATES ON RUN CONTROL  .  '
005310         TO RCAL-RPT-TOTAL-LABEL.
005320     MOVE RCAL-ON-FILE-COUNT TO RCAL-RPT-TOTAL-COUNT.
005330     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005340     MOVE 'BUSINESS DATES LISTED  . . . . .  '
005350         TO RCAL-RPT-TOTAL-LABEL.
005360     MOVE RCAL-LISTED-COUNT TO RCAL-RPT-TOTAL-COUNT.
005370     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005380     MOVE 'STREAMS COMPLETE . . . . . . . .  '
005390         TO RCAL-RPT-TOTAL-LABEL.
005400     MOVE RCAL-COMPLETE-COUNT TO RCAL-RPT-TOTAL-COUNT.
005410     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005420     MOVE 'STREAMS INCOMPLETE . . . . . . .  '
005430         TO RCAL-RPT-TOTAL-LABEL.
005440     MOVE RCAL-INCOMPLETE-COUNT TO RCAL-RPT-TOTAL-COUNT.
005450     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005460     MOVE 'STEPS STARTED NOT ENDED  . . . .  '
005470         TO RCAL-RPT-TOTAL-LABEL.
005480     MOVE RCAL-STARTED-COUNT TO RCAL-RPT-TOTAL-COUNT.
005490     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005500     MOVE 'STEPS FAILED . . . . . . . . . .  '
005510         TO RCAL-RPT-TOTAL-LABEL.
005520     MOVE RCAL-FAILED-COUNT TO RCAL-RPT-TOTAL-COUNT.
005530     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005540     MOVE 'REQUIRED STEPS NOT RUN . . . . .  '
005550         TO RCAL-RPT-TOTAL-LABEL.
005560     MOVE RCAL-NOT-RUN-COUNT TO RCAL-RPT-TOTAL-COUNT.
005570     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005580     MOVE 'CALENDAR DAYS WITH NO FEED . . .  '
005590         TO RCAL-RPT-TOTAL-LABEL.
005600     MOVE RCAL-SKIPPED-COUNT TO RCAL-RPT-TOTAL-COUNT.
005610     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005620     IF RCAL-INCOMPLETE-COUNT > ZERO
005630         MOVE 4 TO RCAL-RETURN-CODE
005640         MOVE 'ONE OR MORE BUSINESS DATES DID NOT FINISH'
005650             TO RCAL-REPORT-RECORD
005660     ELSE
005670         MOVE 'EVERY BUSINESS DATE LISTED FINISHED ITS STREAM'
005680             TO RCAL-REPORT-RECORD
005690     END-IF.
005700     WRITE RCAL-REPORT-RECORD.
005710 8000-EXIT.
005720     EXIT.
005730 8100-WRITE-TOTAL.
005740     MOVE RCAL-RPT-TOTAL-LINE TO RCAL-REPORT-RECORD.
005750     WRITE RCAL-REPORT-RECORD.
005760 8100-EXIT.
005770     EXIT.
005780*-----------------------------------------------------------------
005790* 9000-TERMINATE - CLOSE THE DATASETS BEFORE THE JOB STEP ENDS.
005800*-----------------------------------------------------------------
005810 9000-TERMINATE.
005820     CLOSE RCAL-RCTL-FILE.
005830     CLOSE RCAL-REPORT-FILE.
005840 9000-EXIT.
005850     EXIT.
005860*-----------------------------------------------------------------
005870* 9999-EXIT - SINGLE PROGRAM EXIT POINT.
005880*-----------------------------------------------------------------
005890 9999-EXIT.
005900     MOVE RCAL-RETURN-CODE TO RETURN-CODE.
005910     STOP RUN.
