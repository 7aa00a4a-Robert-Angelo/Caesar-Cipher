000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CIPHSCOR.
000120 AUTHOR.        R ANGELO.
000130 INSTALLATION.  MESSAGE CENTER - CRYPTO SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/2026  RA   ORIGINAL. SUSPENSE CORRECTION. OPEN SUSPENSE
000210*                   RECORDS WERE BEING FIXED BY OVERTYPING
000220*                   SUS-KEY-ID, SUS-SHIFT-KEY OR SUS-DEST-STATION
000230*                   IN AN EDITOR, WITH NO RECORD OF WHO CHANGED
000240*                   WHAT. THIS PROGRAM APPLIES CORRECTION CARDS
000250*                   (REC-ID, FIELD, NEW VALUE, REQUESTER) TO THE
000260*                   OPEN RECORD IN PLACE, REFUSES RECORDS ALREADY
000270*                   REWORKED OR CANCELLED, VALIDATES A NEW KEY-ID
000280*                   AGAINST THE KEY STORE, AND PRINTS EVERY
000290*                   CORRECTION WITH ITS BEFORE AND AFTER IMAGE
000300*                   (SHIFT VALUES MASKED THE WAY CIPHKEYM MASKS
000310*                   THEM - THE CLEAR KEY NEVER PRINTS).
000320*  10/15/2026  RA   A NEW KEY-ID IS NOW ALSO REFUSED WHEN THE KEY
000330*                   IS NOT YET EFFECTIVE OR ITS TYPE DOES NOT SUIT
000340*                   THE OPERATION THE REWORK WILL RUN UNDER (PARM
000350*                   COLS 1-10, AS ON THE CIPHER STEP, BLANK =
000360*                   ENCRYPT) - THE CIPHER STEP WOULD ONLY SUSPENSE
000370*                   THE MESSAGE AGAIN UNDER KDAT OR KTYP.
000380*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000420 OBJECT-COMPUTER.   IBM-370.
000430 REPOSITORY.        FUNCTION ALL INTRINSIC.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT SCOR-TRAN-FILE   ASSIGN TO SCORTRAN
000470            ORGANIZATION IS SEQUENTIAL
000480            FILE STATUS IS SCOR-TRAN-STATUS.
000490     SELECT SCOR-SUSP-FILE   ASSIGN TO CIPHSUSP
000500            ORGANIZATION IS SEQUENTIAL
000510            FILE STATUS IS SCOR-SUSP-STATUS.
000520     SELECT SCOR-KEY-FILE    ASSIGN TO CIPHKEYS
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE IS RANDOM
000550            RECORD KEY IS KEY-ID
000560            FILE STATUS IS SCOR-KEY-STATUS.
000570     SELECT SCOR-REPORT-FILE ASSIGN TO SCORRPT
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS SCOR-REPORT-STATUS.
000600 DATA DIVISION.
000610 FILE SECTION.
000620*-----------------------------------------------------------------
000630* CORRECTION CARD - ONE FIELD CHANGE PER CARD.
000640*-----------------------------------------------------------------
000650 FD  SCOR-TRAN-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  SCOR-TRAN-RECORD.
000680     05  TRN-REC-ID               PIC X(06).
000690     05  TRN-REC-ID-NUM REDEFINES TRN-REC-ID
000700                                  PIC 9(06).
000710     05  TRN-FIELD                PIC X(08).
000720         88  TRN-FIELD-KEY-ID               VALUE 'KEY-ID'.
000730         88  TRN-FIELD-SHIFT                VALUE 'SHIFT'.
000740         88  TRN-FIELD-STATION              VALUE 'STATION'.
000750         88  TRN-FIELD-PREC                 VALUE 'PREC'.
000760     05  TRN-VALUE                PIC X(04).
000770     05  TRN-VALUE-SHIFT REDEFINES TRN-VALUE.
000780         10  TRN-SHIFT            PIC X(02).
000790         10  TRN-SHIFT-NUM REDEFINES TRN-SHIFT
000800                                  PIC 9(02).
000810         10  FILLER               PIC X(02).
000820     05  TRN-REQUESTER            PIC X(08).
000830     05  FILLER                   PIC X(54).
000840 FD  SCOR-SUSP-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  SCOR-SUSP-RECORD.
000870     COPY CIPHSUSR.
000880 FD  SCOR-KEY-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  SCOR-KEY-RECORD.
000910     COPY CIPHKEYR.
000920 FD  SCOR-REPORT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  SCOR-REPORT-RECORD           PIC X(132).
000950 WORKING-STORAGE SECTION.
000960*-----------------------------------------------------------------
000970* FILE I/O WORK AREAS
000980*-----------------------------------------------------------------
000990 01  SCOR-TRAN-STATUS             PIC X(02) VALUE '00'.
001000 01  SCOR-SUSP-STATUS             PIC X(02) VALUE '00'.
001010 01  SCOR-KEY-STATUS              PIC X(02) VALUE '00'.
001020 01  SCOR-REPORT-STATUS           PIC X(02) VALUE '00'.
001030 01  SCOR-SWITCHES.
001040     05  SCOR-EOF-SW              PIC X(01) VALUE 'N'.
001050         88  SCOR-EOF                       VALUE 'Y'.
001060     05  SCOR-TRAN-OK-SW          PIC X(01) VALUE 'Y'.
001070         88  SCOR-TRAN-OK                   VALUE 'Y'.
001080         88  SCOR-TRAN-REJECTED             VALUE 'N'.
001090     05  SCOR-KEYS-OPEN-SW        PIC X(01) VALUE 'N'.
001100         88  SCOR-KEYS-OPEN                 VALUE 'Y'.
001110     05  SCOR-CHANGED-SW          PIC X(01) VALUE 'N'.
001120         88  SCOR-RECORD-CHANGED            VALUE 'Y'.
001130*-----------------------------------------------------------------
001140* CORRECTION TABLE - THE EDITED DECK, HELD SO THE SUSPENSE DATASET
001150* CAN BE UPDATED IN ONE SEQUENTIAL PASS. STATE P = PENDING (NO
001160* RECORD MATCHED YET), A = APPLIED, D = ONLY A DISPOSED RECORD
001170* MATCHED (THE STATUS IT CARRIED IS KEPT FOR THE REPORT).
001180*-----------------------------------------------------------------
001190 01  SCOR-CORR-TABLE.
001200     05  SCOR-CORR-ENTRY OCCURS 500 TIMES.
001210         10  SCOR-TB-REC-ID       PIC 9(06).
001220         10  SCOR-TB-FIELD        PIC X(08).
001230         10  SCOR-TB-VALUE        PIC X(04).
001240         10  SCOR-TB-REQUESTER    PIC X(08).
001250         10  SCOR-TB-STATE        PIC X(01).
001260         10  SCOR-TB-SEEN-STATUS  PIC X(01).
001270 77  SCOR-CORR-USED               PIC 9(03) COMP VALUE ZERO.
001280 77  SCOR-CORR-IDX                PIC 9(03) COMP.
001290*-----------------------------------------------------------------
001300* CONTROL COUNTS
001310*-----------------------------------------------------------------
001320 77  SCOR-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
001330 77  SCOR-APPLIED-COUNT           PIC 9(06) COMP VALUE ZERO.
001340 77  SCOR-REWRITE-COUNT           PIC 9(06) COMP VALUE ZERO.
001350 77  SCOR-REJECT-COUNT            PIC 9(06) COMP VALUE ZERO.
001360 77  SCOR-REFUSED-COUNT           PIC 9(06) COMP VALUE ZERO.
001370 77  SCOR-NOTFOUND-COUNT          PIC 9(06) COMP VALUE ZERO.
001380 77  SCOR-RETURN-CODE             PIC 9(02) VALUE ZERO.
001390 01  SCOR-CURRENT-DATE            PIC 9(08) VALUE ZERO.
001400 01  SCOR-OPERATION               PIC X(10) VALUE SPACES.
001410     88  SCOR-OP-CAESAR                     VALUE 'ENCRYPT'
001420                                                  'DECRYPT'.
001430     88  SCOR-OP-VIGENERE                   VALUE 'VIGENC'
001440                                                  'VIGDEC'.
001450 01  SCOR-REJECT-REASON           PIC X(40) VALUE SPACES.
001460*-----------------------------------------------------------------
001470* BEFORE-IMAGE HOLD AREA - THE CORRECTABLE FIELDS AS THEY STOOD
001480* AHEAD OF THE CORRECTION, FOR THE BEFORE/AFTER REPORT LINES.
001490*-----------------------------------------------------------------
001500 01  SCOR-BEFORE-IMAGE.
001510     05  SCOR-BEF-KEY-ID          PIC X(04).
001520     05  SCOR-BEF-SHIFT           PIC X(02).
001530     05  SCOR-BEF-STATION         PIC X(03).
001540     05  SCOR-BEF-PRECEDENCE      PIC X(01).
001550*-----------------------------------------------------------------
001560* CORRECTION REPORT LINES. THE SHIFT COLUMN PRINTS A MASK, NEVER
001570* THE SHIFT ITSELF - ** WHEN A SHIFT IS CARRIED, - WHEN NONE IS.
001580*-----------------------------------------------------------------
001590 01  SCOR-RPT-HEADING-1.
001600     05  FILLER                   PIC X(42) VALUE
001610         'CIPHSCOR SUSPENSE CORRECTION REPORT       '.
001620     05  FILLER                   PIC X(05) VALUE 'DATE '.
001630     05  SCOR-HDG-DATE            PIC 9(08).
001640     05  FILLER                   PIC X(77) VALUE SPACES.
001650 01  SCOR-RPT-HEADING-2.
001660     05  FILLER                   PIC X(08) VALUE 'REC-ID'.
001670     05  FILLER                   PIC X(09) VALUE 'FIELD'.
001680     05  FILLER                   PIC X(06) VALUE 'VALUE'.
001690     05  FILLER                   PIC X(10) VALUE 'REQUESTER'.
001700     05  FILLER                   PIC X(08) VALUE 'IMAGE'.
001710     05  FILLER                   PIC X(07) VALUE 'KEY-ID'.
001720     05  FILLER                   PIC X(06) VALUE 'SHIFT'.
001730     05  FILLER                   PIC X(05) VALUE 'STA'.
001740     05  FILLER                   PIC X(05) VALUE 'PREC'.
001750     05  FILLER                   PIC X(07) VALUE 'REASON'.
001760     05  FILLER                   PIC X(05) VALUE 'STAT'.
001770     05  FILLER                   PIC X(56) VALUE 'DISPOSITION'.
001780 01  SCOR-RPT-DETAIL.
001790     05  SCOR-RPT-REC-ID          PIC X(06).
001800     05  FILLER                   PIC X(02) VALUE SPACES.
001810     05  SCOR-RPT-FIELD           PIC X(09).
001820     05  SCOR-RPT-VALUE           PIC X(06).
001830     05  SCOR-RPT-REQUESTER       PIC X(10).
001840     05  SCOR-RPT-IMAGE           PIC X(08).
001850     05  SCOR-RPT-KEY-ID          PIC X(07).
001860     05  SCOR-RPT-SHIFT           PIC X(06).
001870     05  SCOR-RPT-STATION         PIC X(05).
001880     05  SCOR-RPT-PREC            PIC X(05).
001890     05  SCOR-RPT-REASON          PIC X(07).
001900     05  SCOR-RPT-STATUS          PIC X(05).
001910     05  SCOR-RPT-DISP            PIC X(56).
001920 01  SCOR-RPT-TOTAL-LINE.
001930     05  SCOR-RPT-TOTAL-LABEL     PIC X(34).
001940     05  SCOR-RPT-TOTAL-COUNT     PIC ZZZ,ZZ9.
001950     05  FILLER                   PIC X(91) VALUE SPACES.
001960 LINKAGE SECTION.
001970*-----------------------------------------------------------------
001980* SCOR-PARM-AREA - THE OPERATION THE CIPHRWRK REWORK WILL RUN THE
001990* CORRECTED MESSAGES UNDER, IN THE SAME COLUMNS AS THE CIPHER
002000* STEP'S PARM:
002010*    COLS  1-10  OPERATION  (ENCRYPT/DECRYPT/VIGENC/VIGDEC,
002020*                            BLANK = ENCRYPT)
002030* A NEW KEY-ID MUST BE OF THE TYPE THAT OPERATION TAKES.
002040*-----------------------------------------------------------------
002050 01  SCOR-PARM-AREA.
002060     05  SCOR-PARM-LEN            PIC S9(04) COMP.
002070     05  SCOR-PARM-DATA.
002080         10  SCOR-PARM-OPERATION  PIC X(10).
002090 PROCEDURE DIVISION USING SCOR-PARM-AREA.
002100*=================================================================
002110* 0000-MAINLINE - EDIT THE CORRECTION DECK, APPLY IT TO THE OPEN
002120* SUSPENSE RECORDS IN ONE PASS, AND REPORT WHAT COULD NOT BE
002130* APPLIED.
002140*=================================================================
002150 0000-MAINLINE.
002160     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
002170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002180     PERFORM 2000-EDIT-TRAN THRU 2000-EXIT
002190         UNTIL SCOR-EOF.
002200     MOVE 'N' TO SCOR-EOF-SW.
002210     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT.
002220     PERFORM 3000-CORRECT-RECORD THRU 3000-EXIT
002230         UNTIL SCOR-EOF.
002240     PERFORM 6000-REPORT-UNAPPLIED THRU 6000-EXIT
002250         VARYING SCOR-CORR-IDX FROM 1 BY 1
002260             UNTIL SCOR-CORR-IDX > SCOR-CORR-USED.
002270     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002290     GO TO 9999-EXIT.
002300*-----------------------------------------------------------------
002310* 0500-PARSE-PARM - PICK UP THE REWORK OPERATION. ANYTHING BUT A
002320* KEYED OPERATION ENDS THE RUN BEFORE A DATASET IS OPENED.
002330*-----------------------------------------------------------------
002340 0500-PARSE-PARM.
002350     IF SCOR-PARM-LEN > ZERO
002360         IF SCOR-PARM-LEN < 10
002370             MOVE SCOR-PARM-DATA (1:SCOR-PARM-LEN)
002380                 TO SCOR-OPERATION
002390         ELSE
002400             MOVE SCOR-PARM-OPERATION TO SCOR-OPERATION
002410         END-IF
002420     END-IF.
002430     IF SCOR-OPERATION = SPACES
002440         MOVE 'ENCRYPT' TO SCOR-OPERATION
002450     END-IF.
002460     IF NOT SCOR-OP-CAESAR AND NOT SCOR-OP-VIGENERE
002470         DISPLAY '*** PARM OPERATION ' SCOR-OPERATION
002480             ' IS NOT A KEYED OPERATION ***'
002490         MOVE 12 TO SCOR-RETURN-CODE
002500         GO TO 9999-EXIT
002510     END-IF.
002520 0500-EXIT.
002530     EXIT.
002540*-----------------------------------------------------------------
002550* 1000-INITIALIZE - OPEN THE DECK, THE SUSPENSE DATASET (I-O, IT
002560* IS UPDATED IN PLACE), THE KEY STORE AND THE REPORT. A KEY STORE
002570* THAT CANNOT BE OPENED ONLY STOPS KEY-ID CORRECTIONS.
002580*-----------------------------------------------------------------
002590 1000-INITIALIZE.
002600     ACCEPT SCOR-CURRENT-DATE FROM DATE YYYYMMDD.
002610     OPEN INPUT SCOR-TRAN-FILE.
002620     IF SCOR-TRAN-STATUS NOT = '00'
002630         DISPLAY '*** UNABLE TO OPEN SCORTRAN, STATUS='
002640             SCOR-TRAN-STATUS ' ***'
002650         MOVE 12 TO SCOR-RETURN-CODE
002660         GO TO 9999-EXIT
002670     END-IF.
002680     OPEN I-O SCOR-SUSP-FILE.
002690     IF SCOR-SUSP-STATUS NOT = '00'
002700         DISPLAY '*** UNABLE TO OPEN SUSPENSE DATASET, STATUS='
002710             SCOR-SUSP-STATUS ' ***'
002720         MOVE 12 TO SCOR-RETURN-CODE
002730         GO TO 9999-EXIT
002740     END-IF.
002750     OPEN INPUT SCOR-KEY-FILE.
002760     IF SCOR-KEY-STATUS = '00'
002770         SET SCOR-KEYS-OPEN TO TRUE
002780     ELSE
002790         DISPLAY '*** KEY STORE NOT AVAILABLE, STATUS='
002800             SCOR-KEY-STATUS ' - KEY-ID CARDS REJECTED ***'
002810     END-IF.
002820     OPEN OUTPUT SCOR-REPORT-FILE.
002830     IF SCOR-REPORT-STATUS NOT = '00'
002840         DISPLAY '*** UNABLE TO OPEN SCORRPT, STATUS='
002850             SCOR-REPORT-STATUS ' ***'
002860         MOVE 12 TO SCOR-RETURN-CODE
002870         GO TO 9999-EXIT
002880     END-IF.
002890     MOVE SCOR-CURRENT-DATE TO SCOR-HDG-DATE.
002900     MOVE SCOR-RPT-HEADING-1 TO SCOR-REPORT-RECORD.
002910     WRITE SCOR-REPORT-RECORD.
002920     MOVE SCOR-RPT-HEADING-2 TO SCOR-REPORT-RECORD.
002930     WRITE SCOR-REPORT-RECORD.
002940     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
002950 1000-EXIT.
002960     EXIT.
002970*-----------------------------------------------------------------
002980* 2000-EDIT-TRAN - EDIT ONE CORRECTION CARD. A CARD THAT FAILS
002990* THE EDITS IS PRINTED WITH ITS REASON AND GOES NO FURTHER; A GOOD
003000* CARD IS HELD IN THE CORRECTION TABLE FOR THE SUSPENSE PASS.
003010*-----------------------------------------------------------------
003020 2000-EDIT-TRAN.
003030     ADD 1 TO SCOR-READ-COUNT.
003040     SET SCOR-TRAN-OK TO TRUE.
003050     MOVE SPACES TO SCOR-REJECT-REASON.
003060     PERFORM 2200-VALIDATE-TRAN THRU 2200-EXIT.
003070     IF SCOR-TRAN-OK AND SCOR-CORR-USED >= 500
003080         SET SCOR-TRAN-REJECTED TO TRUE
003090         MOVE 'CORRECTION TABLE FULL - RESUBMIT CARD'
003100             TO SCOR-REJECT-REASON
003110     END-IF.
003120     IF SCOR-TRAN-REJECTED
003130         ADD 1 TO SCOR-REJECT-COUNT
003140         PERFORM 7100-REPORT-REJECT THRU 7100-EXIT
003150     ELSE
003160         ADD 1 TO SCOR-CORR-USED
003170         MOVE TRN-REC-ID-NUM TO SCOR-TB-REC-ID (SCOR-CORR-USED)
003180         MOVE TRN-FIELD TO SCOR-TB-FIELD (SCOR-CORR-USED)
003190         MOVE TRN-VALUE TO SCOR-TB-VALUE (SCOR-CORR-USED)
003200         MOVE TRN-REQUESTER TO SCOR-TB-REQUESTER (SCOR-CORR-USED)
003210         MOVE 'P' TO SCOR-TB-STATE (SCOR-CORR-USED)
003220         MOVE SPACE TO SCOR-TB-SEEN-STATUS (SCOR-CORR-USED)
003230     END-IF.
003240     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
003250 2000-EXIT.
003260     EXIT.
003270*-----------------------------------------------------------------
003280* 2100-READ-TRAN - READ THE NEXT CORRECTION CARD.
003290*-----------------------------------------------------------------
003300 2100-READ-TRAN.
003310     READ SCOR-TRAN-FILE
003320         AT END
003330             SET SCOR-EOF TO TRUE
003340     END-READ.
003350 2100-EXIT.
003360     EXIT.
003370*-----------------------------------------------------------------
003380* 2200-VALIDATE-TRAN - CARD EDITS: A NUMERIC REC-ID, A KNOWN
003390* FIELD, A REQUESTER FOR THE AUDIT TRAIL, AND A NEW VALUE THE
003400* CIPHER STEP WILL ACCEPT FOR THAT FIELD.
003410*-----------------------------------------------------------------
003420 2200-VALIDATE-TRAN.
003430     IF TRN-REC-ID NOT NUMERIC
003440         SET SCOR-TRAN-REJECTED TO TRUE
003450         MOVE 'REC-ID NOT NUMERIC' TO SCOR-REJECT-REASON
003460         GO TO 2200-EXIT
003470     END-IF.
003480     IF TRN-REQUESTER = SPACES
003490         SET SCOR-TRAN-REJECTED TO TRUE
003500         MOVE 'REQUESTER MISSING' TO SCOR-REJECT-REASON
003510         GO TO 2200-EXIT
003520     END-IF.
003530     EVALUATE TRUE
003540         WHEN TRN-FIELD-KEY-ID
003550             PERFORM 2300-VALIDATE-KEY-ID THRU 2300-EXIT
003560         WHEN TRN-FIELD-SHIFT
003570             IF TRN-SHIFT NOT NUMERIC
003580                 OR TRN-SHIFT-NUM < 1 OR TRN-SHIFT-NUM > 25
003590                 SET SCOR-TRAN-REJECTED TO TRUE
003600                 MOVE 'SHIFT NOT 01-25' TO SCOR-REJECT-REASON
003610             END-IF
003620         WHEN TRN-FIELD-STATION
003630             IF TRN-VALUE (1:3) = SPACES
003640                 OR TRN-VALUE (4:1) NOT = SPACE
003650                 SET SCOR-TRAN-REJECTED TO TRUE
003660                 MOVE 'STATION CODE MISSING OR OVER 3 CHARACTERS'
003670                     TO SCOR-REJECT-REASON
003680             END-IF
003690         WHEN TRN-FIELD-PREC
003700             IF TRN-VALUE NOT = 'F' AND TRN-VALUE NOT = 'I'
003710                 AND TRN-VALUE NOT = 'R'
003720                 SET SCOR-TRAN-REJECTED TO TRUE
003730                 MOVE 'PRECEDENCE NOT F, I OR R'
003740                     TO SCOR-REJECT-REASON
003750             END-IF
003760         WHEN OTHER
003770             SET SCOR-TRAN-REJECTED TO TRUE
003780             MOVE 'UNKNOWN FIELD' TO SCOR-REJECT-REASON
003790     END-EVALUATE.
003800 2200-EXIT.
003810     EXIT.
003820*-----------------------------------------------------------------
003830* 2300-VALIDATE-KEY-ID - A NEW KEY-ID MUST BE ON THE KEY STORE,
003840* ALREADY EFFECTIVE, NOT YET EXPIRED, AND OF THE TYPE THE REWORK
003850* OPERATION TAKES, OR THE RERUN WOULD ONLY SUSPENSE THE MESSAGE
003860* AGAIN (KNOF/KDAT/KTYP). A BLANK KEY-ID IS ALLOWED: IT TAKES
003870* THE MESSAGE BACK TO THE SHIFT IT CARRIES.
003880*-----------------------------------------------------------------
003890 2300-VALIDATE-KEY-ID.
003900     IF TRN-VALUE = SPACES
003910         GO TO 2300-EXIT
003920     END-IF.
003930     IF NOT SCOR-KEYS-OPEN
003940         SET SCOR-TRAN-REJECTED TO TRUE
003950         MOVE 'KEY STORE NOT AVAILABLE' TO SCOR-REJECT-REASON
003960         GO TO 2300-EXIT
003970     END-IF.
003980     MOVE TRN-VALUE TO KEY-ID.
003990     READ SCOR-KEY-FILE
004000         INVALID KEY
004010             SET SCOR-TRAN-REJECTED TO TRUE
004020             MOVE 'KEY-ID NOT ON KEY STORE' TO SCOR-REJECT-REASON
004030     END-READ.
004040     IF SCOR-TRAN-REJECTED
004050         GO TO 2300-EXIT
004060     END-IF.
004070     IF KEY-EFFECTIVE-DATE > SCOR-CURRENT-DATE
004080         SET SCOR-TRAN-REJECTED TO TRUE
004090         MOVE 'KEY-ID NOT YET EFFECTIVE ON KEY STORE'
004100             TO SCOR-REJECT-REASON
004110         GO TO 2300-EXIT
004120     END-IF.
004130     IF KEY-EXPIRY-DATE > ZERO
004140         AND KEY-EXPIRY-DATE < SCOR-CURRENT-DATE
004150         SET SCOR-TRAN-REJECTED TO TRUE
004160         MOVE 'KEY-ID EXPIRED ON KEY STORE' TO SCOR-REJECT-REASON
004170         GO TO 2300-EXIT
004180     END-IF.
004190     IF (SCOR-OP-CAESAR AND NOT KEY-TYPE-CAESAR)
004200         OR (SCOR-OP-VIGENERE AND NOT KEY-TYPE-VIGENERE)
004210         SET SCOR-TRAN-REJECTED TO TRUE
004220         MOVE 'KEY TYPE DOES NOT MATCH REWORK OPERATION'
004230             TO SCOR-REJECT-REASON
004240     END-IF.
004250 2300-EXIT.
004260     EXIT.
004270*-----------------------------------------------------------------
004280* 3000-CORRECT-RECORD - APPLY EVERY HELD CORRECTION FOR THIS
004290* RECORD'S REC-ID, IN DECK ORDER, AND REWRITE THE RECORD ONCE. A
004300* RECORD ALREADY REWORKED OR CANCELLED IS NEVER TOUCHED. A BLANK
004310* STATUS (RECORD WRITTEN BEFORE THE FIELD EXISTED) READS AS OPEN.
004320*-----------------------------------------------------------------
004330 3000-CORRECT-RECORD.
004340     MOVE 'N' TO SCOR-CHANGED-SW.
004350     PERFORM 3200-MATCH-CORRECTION THRU 3200-EXIT
004360         VARYING SCOR-CORR-IDX FROM 1 BY 1
004370             UNTIL SCOR-CORR-IDX > SCOR-CORR-USED.
004380     IF SCOR-RECORD-CHANGED
004390         REWRITE SCOR-SUSP-RECORD
004400         IF SCOR-SUSP-STATUS NOT = '00'
004410             DISPLAY '*** SUSPENSE REWRITE FAILED, REC-ID='
004420                 SUS-REC-ID ' STATUS=' SCOR-SUSP-STATUS ' ***'
004430             MOVE 12 TO SCOR-RETURN-CODE
004440             GO TO 9999-EXIT
004450         END-IF
004460         ADD 1 TO SCOR-REWRITE-COUNT
004470     END-IF.
004480     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT.
004490 3000-EXIT.
004500     EXIT.
004510*-----------------------------------------------------------------
004520* 3100-READ-SUSPENSE - READ THE NEXT SUSPENSE RECORD.
004530*-----------------------------------------------------------------
004540 3100-READ-SUSPENSE.
004550     READ SCOR-SUSP-FILE
004560         AT END
004570             SET SCOR-EOF TO TRUE
004580     END-READ.
004590 3100-EXIT.
004600     EXIT.
004610 3200-MATCH-CORRECTION.
004620     IF SCOR-TB-REC-ID (SCOR-CORR-IDX) NOT = SUS-REC-ID
004630         GO TO 3200-EXIT
004640     END-IF.
004650     IF SUS-REWORKED OR SUS-CANCELLED
004660         IF SCOR-TB-STATE (SCOR-CORR-IDX) = 'P'
004670             MOVE 'D' TO SCOR-TB-STATE (SCOR-CORR-IDX)
004680             MOVE SUS-STATUS
004690                 TO SCOR-TB-SEEN-STATUS (SCOR-CORR-IDX)
004700         END-IF
004710         GO TO 3200-EXIT
004720     END-IF.
004730     PERFORM 4000-APPLY-CORRECTION THRU 4000-EXIT.
004740 3200-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------------
004770* 4000-APPLY-CORRECTION - HOLD THE BEFORE IMAGE, MOVE THE NEW
004780* VALUE INTO THE NAMED FIELD, AND PRINT BEFORE AND AFTER.
004790*-----------------------------------------------------------------
004800 4000-APPLY-CORRECTION.
004810     MOVE SUS-KEY-ID TO SCOR-BEF-KEY-ID.
004820     MOVE SUS-SHIFT-KEY TO SCOR-BEF-SHIFT.
004830     MOVE SUS-DEST-STATION TO SCOR-BEF-STATION.
004840     MOVE SUS-PRECEDENCE TO SCOR-BEF-PRECEDENCE.
004850     EVALUATE SCOR-TB-FIELD (SCOR-CORR-IDX)
004860         WHEN 'KEY-ID'
004870             MOVE SCOR-TB-VALUE (SCOR-CORR-IDX) TO SUS-KEY-ID
004880         WHEN 'SHIFT'
004890             MOVE SCOR-TB-VALUE (SCOR-CORR-IDX) (1:2)
004900                 TO SUS-SHIFT-KEY
004910         WHEN 'STATION'
004920             MOVE SCOR-TB-VALUE (SCOR-CORR-IDX) (1:3)
004930                 TO SUS-DEST-STATION
004940         WHEN 'PREC'
004950             MOVE SCOR-TB-VALUE (SCOR-CORR-IDX) (1:1)
004960                 TO SUS-PRECEDENCE
004970     END-EVALUATE.
004980     MOVE 'A' TO SCOR-TB-STATE (SCOR-CORR-IDX).
004990     SET SCOR-RECORD-CHANGED TO TRUE.
005000     ADD 1 TO SCOR-APPLIED-COUNT.
005010     PERFORM 7000-REPORT-APPLIED THRU 7000-EXIT.
005020 4000-EXIT.
005030     EXIT.
005040*-----------------------------------------------------------------
005050* 6000-REPORT-UNAPPLIED - AFTER THE PASS, ANY HELD CORRECTION
005060* THAT NEVER MET AN OPEN RECORD IS REPORTED: REFUSED WHEN ONLY A
005070* REWORKED OR CANCELLED RECORD CARRIED THE REC-ID, OTHERWISE NOT
005080* ON SUSPENSE.
005090*-----------------------------------------------------------------
005100 6000-REPORT-UNAPPLIED.
005110     IF SCOR-TB-STATE (SCOR-CORR-IDX) = 'A'
005120         GO TO 6000-EXIT
005130     END-IF.
005140     MOVE SPACES TO SCOR-RPT-DETAIL.
005150     PERFORM 7200-CARD-COLUMNS THRU 7200-EXIT.
005160     MOVE '(NONE)' TO SCOR-RPT-IMAGE.
005170     IF SCOR-TB-STATE (SCOR-CORR-IDX) = 'D'
005180         ADD 1 TO SCOR-REFUSED-COUNT
005190         MOVE SCOR-TB-SEEN-STATUS (SCOR-CORR-IDX)
005200             TO SCOR-RPT-STATUS
005210         IF SCOR-TB-SEEN-STATUS (SCOR-CORR-IDX) = 'C'
005220             MOVE 'REFUSED - RECORD ALREADY CANCELLED'
005230                 TO SCOR-RPT-DISP
005240         ELSE
005250             MOVE 'REFUSED - RECORD ALREADY REWORKED'
005260                 TO SCOR-RPT-DISP
005270         END-IF
005280     ELSE
005290         ADD 1 TO SCOR-NOTFOUND-COUNT
005300         MOVE 'REC-ID NOT ON SUSPENSE' TO SCOR-RPT-DISP
005310     END-IF.
005320     MOVE SCOR-RPT-DETAIL TO SCOR-REPORT-RECORD.
005330     WRITE SCOR-REPORT-RECORD.
005340 6000-EXIT.
005350     EXIT.
005360*-----------------------------------------------------------------
005370* 7000-REPORT-APPLIED - PRINT AN APPLIED CORRECTION AS A BEFORE
005380* LINE CARRYING THE DISPOSITION AND AN AFTER LINE.
005390*-----------------------------------------------------------------
005400 7000-REPORT-APPLIED.
005410     MOVE SPACES TO SCOR-RPT-DETAIL.
005420     PERFORM 7200-CARD-COLUMNS THRU 7200-EXIT.
005430     MOVE 'BEFORE' TO SCOR-RPT-IMAGE.
005440     MOVE SCOR-BEF-KEY-ID TO SCOR-RPT-KEY-ID.
005450     IF SCOR-BEF-SHIFT NUMERIC AND SCOR-BEF-SHIFT NOT = '00'
005460         MOVE '**' TO SCOR-RPT-SHIFT
005470     ELSE
005480         MOVE '-' TO SCOR-RPT-SHIFT
005490     END-IF.
005500     MOVE SCOR-BEF-STATION TO SCOR-RPT-STATION.
005510     MOVE SCOR-BEF-PRECEDENCE TO SCOR-RPT-PREC.
005520     MOVE SUS-REASON-CODE TO SCOR-RPT-REASON.
005530     MOVE SUS-STATUS TO SCOR-RPT-STATUS.
005540     MOVE 'APPLIED' TO SCOR-RPT-DISP.
005550     MOVE SCOR-RPT-DETAIL TO SCOR-REPORT-RECORD.
005560     WRITE SCOR-REPORT-RECORD.
005570     MOVE SPACES TO SCOR-RPT-DETAIL.
005580     MOVE SUS-REC-ID TO SCOR-RPT-REC-ID.
005590     MOVE 'AFTER' TO SCOR-RPT-IMAGE.
005600     MOVE SUS-KEY-ID TO SCOR-RPT-KEY-ID.
005610     IF SUS-SHIFT-KEY NUMERIC AND SUS-SHIFT-KEY > ZERO
005620         MOVE '**' TO SCOR-RPT-SHIFT
005630     ELSE
005640         MOVE '-' TO SCOR-RPT-SHIFT
005650     END-IF.
005660     MOVE SUS-DEST-STATION TO SCOR-RPT-STATION.
005670     MOVE SUS-PRECEDENCE TO SCOR-RPT-PREC.
005680     MOVE SUS-REASON-CODE TO SCOR-RPT-REASON.
005690     MOVE SUS-STATUS TO SCOR-RPT-STATUS.
005700     MOVE SCOR-RPT-DETAIL TO SCOR-REPORT-RECORD.
005710     WRITE SCOR-REPORT-RECORD.
005720 7000-EXIT.
005730     EXIT.
005740*-----------------------------------------------------------------
005750* 7100-REPORT-REJECT - PRINT A CARD THAT FAILED THE EDITS.
005760*-----------------------------------------------------------------
005770 7100-REPORT-REJECT.
005780     MOVE SPACES TO SCOR-RPT-DETAIL.
005790     MOVE TRN-REC-ID TO SCOR-RPT-REC-ID.
005800     MOVE TRN-FIELD TO SCOR-RPT-FIELD.
005810     IF TRN-FIELD-SHIFT AND TRN-VALUE NOT = SPACES
005820         MOVE '**' TO SCOR-RPT-VALUE
005830     ELSE
005840         MOVE TRN-VALUE TO SCOR-RPT-VALUE
005850     END-IF.
005860     MOVE TRN-REQUESTER TO SCOR-RPT-REQUESTER.
005870     MOVE '(NONE)' TO SCOR-RPT-IMAGE.
005880     MOVE SCOR-REJECT-REASON TO SCOR-RPT-DISP.
005890     MOVE SCOR-RPT-DETAIL TO SCOR-REPORT-RECORD.
005900     WRITE SCOR-REPORT-RECORD.
005910 7100-EXIT.
005920     EXIT.
005930*-----------------------------------------------------------------
005940* 7200-CARD-COLUMNS - THE CARD FIELDS OF A HELD CORRECTION. A NEW
005950* SHIFT VALUE IS MASKED LIKE THE SHIFT COLUMN.
005960*-----------------------------------------------------------------
005970 7200-CARD-COLUMNS.
005980     MOVE SCOR-TB-REC-ID (SCOR-CORR-IDX) TO SCOR-RPT-REC-ID.
005990     MOVE SCOR-TB-FIELD (SCOR-CORR-IDX) TO SCOR-RPT-FIELD.
006000     IF SCOR-TB-FIELD (SCOR-CORR-IDX) = 'SHIFT'
006010         MOVE '**' TO SCOR-RPT-VALUE
006020     ELSE
006030         MOVE SCOR-TB-VALUE (SCOR-CORR-IDX) TO SCOR-RPT-VALUE
006040     END-IF.
006050     MOVE SCOR-TB-REQUESTER (SCOR-CORR-IDX) TO SCOR-RPT-REQUESTER.
006060 7200-EXIT.
006070     EXIT.
006080*-----------------------------------------------------------------
006090* 8000-PRINT-TOTALS - END-OF-REPORT CONTROL COUNTS. CARDS READ
006100* MUST EQUAL APPLIED + REJECTED + REFUSED + NOT ON SUSPENSE.
006110*-----------------------------------------------------------------
006120 8000-PRINT-TOTALS.
006130     MOVE SPACES TO SCOR-REPORT-RECORD.
006140     WRITE SCOR-REPORT-RECORD.
006150     MOVE 'CORRECTION CARDS READ  . . . . .  '
006160         TO SCOR-RPT-TOTAL-LABEL.
006170     MOVE SCOR-READ-COUNT TO SCOR-RPT-TOTAL-COUNT.
006180     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006190     MOVE 'CORRECTIONS APPLIED  . . . . . .  '
006200         TO SCOR-RPT-TOTAL-LABEL.
006210     MOVE SCOR-APPLIED-COUNT TO SCOR-RPT-TOTAL-COUNT.
006220     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006230     MOVE 'SUSPENSE RECORDS REWRITTEN . . .  '
006240         TO SCOR-RPT-TOTAL-LABEL.
006250     MOVE SCOR-REWRITE-COUNT TO SCOR-RPT-TOTAL-COUNT.
006260     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006270     MOVE 'CARDS REJECTED ON EDIT . . . . .  '
006280         TO SCOR-RPT-TOTAL-LABEL.
006290     MOVE SCOR-REJECT-COUNT TO SCOR-RPT-TOTAL-COUNT.
006300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006310     MOVE 'REFUSED - REWORKED/CANCELLED . .  '
006320         TO SCOR-RPT-TOTAL-LABEL.
006330     MOVE SCOR-REFUSED-COUNT TO SCOR-RPT-TOTAL-COUNT.
006340     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006350     MOVE 'REC-ID NOT ON SUSPENSE . . . . .  '
006360         TO SCOR-RPT-TOTAL-LABEL.
006370     MOVE SCOR-NOTFOUND-COUNT TO SCOR-RPT-TOTAL-COUNT.
006380     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006390     IF SCOR-REJECT-COUNT > ZERO OR SCOR-REFUSED-COUNT > ZERO
006400         OR SCOR-NOTFOUND-COUNT > ZERO
006410         MOVE 4 TO SCOR-RETURN-CODE
006420     END-IF.
006430 8000-EXIT.
006440     EXIT.
006450 8100-WRITE-TOTAL.
006460     MOVE SCOR-RPT-TOTAL-LINE TO SCOR-REPORT-RECORD.
006470     WRITE SCOR-REPORT-RECORD.
006480 8100-EXIT.
006490     EXIT.
006500*-----------------------------------------------------------------
006510* 9000-TERMINATE - CLOSE THE DATASETS BEFORE THE JOB STEP ENDS.
006520*-----------------------------------------------------------------
006530 9000-TERMINATE.
006540     CLOSE SCOR-TRAN-FILE.
006550     CLOSE SCOR-SUSP-FILE.
006560     IF SCOR-KEYS-OPEN
006570         CLOSE SCOR-KEY-FILE
006580     END-IF.
006590     CLOSE SCOR-REPORT-FILE.
006600 9000-EXIT.
006610     EXIT.
006620*-----------------------------------------------------------------
006630* 9999-EXIT - SINGLE PROGRAM EXIT POINT.
006640*-----------------------------------------------------------------
006650 9999-EXIT.
006660     MOVE SCOR-RETURN-CODE TO RETURN-CODE.
006670     STOP RUN.
