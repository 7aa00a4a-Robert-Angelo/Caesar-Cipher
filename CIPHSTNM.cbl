000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CIPHSTNM.
000120 AUTHOR.        R ANGELO.
000130 INSTALLATION.  MESSAGE CENTER - CRYPTO SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/2026  RA   ORIGINAL. BATCH MAINTENANCE FOR THE STATION
000210*                   MASTER (CIPHSTNS, CIPHSTNR LAYOUT), DRIVEN BY
000220*                   ADD/CHANGE/STATUS/DELETE TRANSACTION CARDS,
000230*                   THE SAME CONTROLLED WAY CIPHKEYM MAINTAINS THE
000240*                   KEY STORE. THE STATION MASTER REPLACES THE
000250*                   CIPHRTBL ROUTING CARDS: IT HOLDS EACH
000260*                   STATION'S NAME, ROUTED DD, STATUS (ACTIVE,
000270*                   SUSPENDED, CLOSED), ACK AGE LIMIT AND
000280*                   CONTACT. MALFORMED OR CONFLICTING CARDS ARE
000290*                   REJECTED, EACH TRANSACTION IS PRINTED WITH
000300*                   ITS BEFORE AND AFTER IMAGE, AND THE REPORT
000310*                   ENDS WITH CONTROL COUNTS.
000320*-----------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER.   IBM-370.
000360 OBJECT-COMPUTER.   IBM-370.
000370 REPOSITORY.        FUNCTION ALL INTRINSIC.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT STNM-TRAN-FILE   ASSIGN TO STNTRAN
000410            ORGANIZATION IS SEQUENTIAL
000420            FILE STATUS IS STNM-TRAN-STATUS.
000430     SELECT STNM-STN-FILE    ASSIGN TO CIPHSTNS
000440            ORGANIZATION IS INDEXED
000450            ACCESS MODE IS RANDOM
000460            RECORD KEY IS STN-CODE
000470            FILE STATUS IS STNM-STN-STATUS.
000480     SELECT STNM-REPORT-FILE ASSIGN TO STNMRPT
000490            ORGANIZATION IS SEQUENTIAL
000500            FILE STATUS IS STNM-REPORT-STATUS.
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  STNM-TRAN-FILE
000540     LABEL RECORDS ARE STANDARD.
000550 01  STNM-TRAN-RECORD.
000560     05  TRN-ACTION               PIC X(06).
000570         88  TRN-ACTION-ADD                 VALUE 'ADD'.
000580         88  TRN-ACTION-CHANGE              VALUE 'CHANGE'.
000590         88  TRN-ACTION-STATUS              VALUE 'STATUS'.
000600         88  TRN-ACTION-DELETE              VALUE 'DELETE'.
000610     05  TRN-STATION              PIC X(03).
000620     05  TRN-STATUS               PIC X(01).
000630         88  TRN-STATUS-VALID               VALUE 'A' 'S' 'C'.
000640     05  TRN-ROUTE-DD             PIC X(08).
000650         88  TRN-ROUTE-DD-VALID             VALUE 'CIPHOT1'
000660                                                  'CIPHOT2'
000670                                                  'CIPHOT3'.
000680     05  TRN-AGE-LIMIT            PIC X(02).
000690     05  TRN-AGE-LIMIT-NUM REDEFINES TRN-AGE-LIMIT
000700                                  PIC 9(02).
000710     05  TRN-NAME                 PIC X(30).
000720     05  TRN-CONTACT              PIC X(30).
000730 FD  STNM-STN-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  STNM-STN-RECORD.
000760     COPY CIPHSTNR.
000770 FD  STNM-REPORT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  STNM-REPORT-RECORD           PIC X(132).
000800 WORKING-STORAGE SECTION.
000810*-----------------------------------------------------------------
000820* FILE I/O WORK AREAS
000830*-----------------------------------------------------------------
000840 01  STNM-TRAN-STATUS             PIC X(02) VALUE '00'.
000850 01  STNM-STN-STATUS              PIC X(02) VALUE '00'.
000860 01  STNM-REPORT-STATUS           PIC X(02) VALUE '00'.
000870 01  STNM-SWITCHES.
000880     05  STNM-EOF-SW              PIC X(01) VALUE 'N'.
000890         88  STNM-EOF                       VALUE 'Y'.
000900     05  STNM-TRAN-OK-SW          PIC X(01) VALUE 'Y'.
000910         88  STNM-TRAN-OK                   VALUE 'Y'.
000920         88  STNM-TRAN-REJECTED             VALUE 'N'.
000930     05  STNM-FOUND-SW            PIC X(01) VALUE 'N'.
000940         88  STNM-STN-FOUND                 VALUE 'Y'.
000950         88  STNM-STN-NOT-FOUND             VALUE 'N'.
000960     05  STNM-REACTIVATED-SW      PIC X(01) VALUE 'N'.
000970         88  STNM-REACTIVATED               VALUE 'Y'.
000980         88  STNM-NOT-REACTIVATED           VALUE 'N'.
000990*-----------------------------------------------------------------
001000* CONTROL COUNTS FOR THE END-OF-REPORT BALANCE BLOCK
001010*-----------------------------------------------------------------
001020 77  STNM-READ-COUNT              PIC 9(06) COMP VALUE ZERO.
001030 77  STNM-ADD-COUNT               PIC 9(06) COMP VALUE ZERO.
001040 77  STNM-CHANGE-COUNT            PIC 9(06) COMP VALUE ZERO.
001050 77  STNM-STATUS-COUNT            PIC 9(06) COMP VALUE ZERO.
001060 77  STNM-DELETE-COUNT            PIC 9(06) COMP VALUE ZERO.
001070 77  STNM-REJECT-COUNT            PIC 9(06) COMP VALUE ZERO.
001080 77  STNM-RETURN-CODE             PIC 9(02) VALUE ZERO.
001090 01  STNM-CURRENT-DATE            PIC 9(08) VALUE ZERO.
001100 01  STNM-REJECT-REASON           PIC X(40) VALUE SPACES.
001110*-----------------------------------------------------------------
001120* BEFORE-IMAGE HOLD AREA - A COPY OF THE STATION RECORD AS IT
001130* STOOD AHEAD OF THE TRANSACTION, FOR THE BEFORE/AFTER REPORT
001140* LINES.
001150*-----------------------------------------------------------------
001160 01  STNM-BEFORE-IMAGE.
001170     05  STNM-BEF-CODE            PIC X(03).
001180     05  STNM-BEF-NAME            PIC X(30).
001190     05  STNM-BEF-ROUTE-DD        PIC X(08).
001200     05  STNM-BEF-STATUS          PIC X(01).
001210     05  STNM-BEF-AGE-LIMIT       PIC 9(02).
001220     05  STNM-BEF-CONTACT         PIC X(30).
001230     05  STNM-BEF-STATUS-DATE     PIC 9(08).
001240*-----------------------------------------------------------------
001250* MAINTENANCE REPORT LINES
001260*-----------------------------------------------------------------
001270 01  STNM-RPT-HEADING-1.
001280     05  FILLER                   PIC X(42) VALUE
001290         'CIPHSTNM STATION MASTER MAINTENANCE REPORT'.
001300     05  FILLER                   PIC X(05) VALUE 'DATE '.
001310     05  STNM-HDG-DATE            PIC 9(08).
001320     05  FILLER                   PIC X(77) VALUE SPACES.
001330 01  STNM-RPT-HEADING-2.
001340     05  FILLER                   PIC X(08) VALUE 'ACTION'.
001350     05  FILLER                   PIC X(05) VALUE 'STA'.
001360     05  FILLER                   PIC X(10) VALUE 'IMAGE'.
001370     05  FILLER                   PIC X(03) VALUE 'ST'.
001380     05  FILLER                   PIC X(10) VALUE 'ROUTE-DD'.
001390     05  FILLER                   PIC X(05) VALUE 'AGE'.
001400     05  FILLER                   PIC X(31) VALUE 'NAME'.
001410     05  FILLER                   PIC X(31) VALUE 'CONTACT'.
001420     05  FILLER                   PIC X(29) VALUE 'DISPOSITION'.
001430 01  STNM-RPT-DETAIL.
001440     05  STNM-RPT-ACTION          PIC X(08).
001450     05  STNM-RPT-STATION         PIC X(03).
001460     05  FILLER                   PIC X(02) VALUE SPACES.
001470     05  STNM-RPT-IMAGE           PIC X(10).
001480     05  STNM-RPT-STATUS          PIC X(03).
001490     05  STNM-RPT-ROUTE-DD        PIC X(10).
001500     05  STNM-RPT-AGE             PIC X(05).
001510     05  STNM-RPT-NAME            PIC X(31).
001520     05  STNM-RPT-CONTACT         PIC X(31).
001530     05  STNM-RPT-DISP            PIC X(29).
001540 01  STNM-RPT-TOTAL-LINE.
001550     05  STNM-RPT-TOTAL-LABEL     PIC X(34).
001560     05  STNM-RPT-TOTAL-COUNT     PIC ZZZ,ZZ9.
001570     05  FILLER                   PIC X(91) VALUE SPACES.
001580 01  STNM-AGE-DISPLAY             PIC 9(02).
001590 PROCEDURE DIVISION.
001600*=================================================================
001610* 0000-MAINLINE - APPLY THE TRANSACTION DECK TO THE STATION
001620* MASTER AND PRINT THE MAINTENANCE REPORT WITH CONTROL COUNTS.
001630*=================================================================
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001660     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
001670         UNTIL STNM-EOF.
001680     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001700     GO TO 9999-EXIT.
001710*-----------------------------------------------------------------
001720* 1000-INITIALIZE - OPEN THE TRANSACTION DECK, THE STATION MASTER
001730* AND THE REPORT. A STATION MASTER THAT DOES NOT EXIST YET
001740* (STATUS 35) IS CREATED EMPTY SO THE FIRST ADD DECK CAN LOAD IT.
001750*-----------------------------------------------------------------
001760 1000-INITIALIZE.
001770     ACCEPT STNM-CURRENT-DATE FROM DATE YYYYMMDD.
001780     OPEN INPUT STNM-TRAN-FILE.
001790     IF STNM-TRAN-STATUS NOT = '00'
001800         DISPLAY '*** UNABLE TO OPEN STNTRAN, STATUS='
001810             STNM-TRAN-STATUS ' ***'
001820         MOVE 12 TO STNM-RETURN-CODE
001830         GO TO 9999-EXIT
001840     END-IF.
001850     OPEN I-O STNM-STN-FILE.
001860     IF STNM-STN-STATUS = '35'
001870         OPEN OUTPUT STNM-STN-FILE
001880         CLOSE STNM-STN-FILE
001890         OPEN I-O STNM-STN-FILE
001900     END-IF.
001910     IF STNM-STN-STATUS NOT = '00'
001920         DISPLAY '*** UNABLE TO OPEN STATION MASTER, STATUS='
001930             STNM-STN-STATUS ' ***'
001940         MOVE 12 TO STNM-RETURN-CODE
001950         GO TO 9999-EXIT
001960     END-IF.
001970     OPEN OUTPUT STNM-REPORT-FILE.
001980     IF STNM-REPORT-STATUS NOT = '00'
001990         DISPLAY '*** UNABLE TO OPEN STNMRPT, STATUS='
002000             STNM-REPORT-STATUS ' ***'
002010         MOVE 12 TO STNM-RETURN-CODE
002020         GO TO 9999-EXIT
002030     END-IF.
002040     MOVE STNM-CURRENT-DATE TO STNM-HDG-DATE.
002050     MOVE STNM-RPT-HEADING-1 TO STNM-REPORT-RECORD.
002060     WRITE STNM-REPORT-RECORD.
002070     MOVE STNM-RPT-HEADING-2 TO STNM-REPORT-RECORD.
002080     WRITE STNM-REPORT-RECORD.
002090     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
002100 1000-EXIT.
002110     EXIT.
002120*-----------------------------------------------------------------
002130* 2000-PROCESS-TRAN - VALIDATE AND APPLY ONE TRANSACTION CARD,
002140* PRINTING THE BEFORE IMAGE (WHERE THE STATION EXISTED), THE
002150* ACTION TAKEN OR THE REJECT REASON, AND THE AFTER IMAGE.
002160*-----------------------------------------------------------------
002170 2000-PROCESS-TRAN.
002180     ADD 1 TO STNM-READ-COUNT.
002190     SET STNM-TRAN-OK TO TRUE.
002200     SET STNM-NOT-REACTIVATED TO TRUE.
002210     MOVE SPACES TO STNM-REJECT-REASON.
002220     PERFORM 3000-LOOKUP-EXISTING THRU 3000-EXIT.
002230     EVALUATE TRUE
002240         WHEN TRN-ACTION-ADD
002250             PERFORM 4000-APPLY-ADD THRU 4000-EXIT
002260         WHEN TRN-ACTION-CHANGE
002270             PERFORM 4100-APPLY-CHANGE THRU 4100-EXIT
002280         WHEN TRN-ACTION-STATUS
002290             PERFORM 4200-APPLY-STATUS THRU 4200-EXIT
002300         WHEN TRN-ACTION-DELETE
002310             PERFORM 4300-APPLY-DELETE THRU 4300-EXIT
002320         WHEN OTHER
002330             SET STNM-TRAN-REJECTED TO TRUE
002340             MOVE 'UNKNOWN ACTION' TO STNM-REJECT-REASON
002350     END-EVALUATE.
002360     PERFORM 7000-REPORT-TRAN THRU 7000-EXIT.
002370     IF STNM-TRAN-REJECTED
002380         ADD 1 TO STNM-REJECT-COUNT
002390     END-IF.
002400     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
002410 2000-EXIT.
002420     EXIT.
002430*-----------------------------------------------------------------
002440* 2100-READ-TRAN - READ THE NEXT TRANSACTION CARD.
002450*-----------------------------------------------------------------
002460 2100-READ-TRAN.
002470     READ STNM-TRAN-FILE
002480         AT END
002490             SET STNM-EOF TO TRUE
002500     END-READ.
002510 2100-EXIT.
002520     EXIT.
002530*-----------------------------------------------------------------
002540* 3000-LOOKUP-EXISTING - FETCH THE STATION RECORD NAMED BY THE
002550* CARD, IF IT EXISTS, AND HOLD IT AS THE BEFORE IMAGE.
002560*-----------------------------------------------------------------
002570 3000-LOOKUP-EXISTING.
002580     SET STNM-STN-NOT-FOUND TO TRUE.
002590     MOVE SPACES TO STNM-BEFORE-IMAGE.
002600     IF TRN-STATION = SPACES
002610         GO TO 3000-EXIT
002620     END-IF.
002630     MOVE TRN-STATION TO STN-CODE.
002640     READ STNM-STN-FILE
002650         INVALID KEY
002660             SET STNM-STN-NOT-FOUND TO TRUE
002670         NOT INVALID KEY
002680             SET STNM-STN-FOUND TO TRUE
002690             MOVE STN-CODE          TO STNM-BEF-CODE
002700             MOVE STN-NAME          TO STNM-BEF-NAME
002710             MOVE STN-ROUTE-DD      TO STNM-BEF-ROUTE-DD
002720             MOVE STN-STATUS        TO STNM-BEF-STATUS
002730             MOVE STN-ACK-AGE-LIMIT TO STNM-BEF-AGE-LIMIT
002740             MOVE STN-CONTACT       TO STNM-BEF-CONTACT
002750             MOVE STN-STATUS-DATE   TO STNM-BEF-STATUS-DATE
002760     END-READ.
002770 3000-EXIT.
002780     EXIT.
002790*-----------------------------------------------------------------
002800* 3100-VALIDATE-FIELDS - COMMON FIELD EDITS FOR ADD AND CHANGE:
002810* STATION CODE, NAME, ROUTED DD AND ACK AGE LIMIT. THE ROUTED DD
002820* MUST BE ONE THE CIPHER STEP CAN WRITE TO (CIPHOT1-3) - THE
002830* DEFAULT/EXCEPTIONS OUTPUT IS FOR STATIONS NOT ON THE MASTER.
002840*-----------------------------------------------------------------
002850 3100-VALIDATE-FIELDS.
002860     IF TRN-STATION = SPACES
002870         SET STNM-TRAN-REJECTED TO TRUE
002880         MOVE 'STATION CODE MISSING' TO STNM-REJECT-REASON
002890         GO TO 3100-EXIT
002900     END-IF.
002910     IF TRN-NAME = SPACES
002920         SET STNM-TRAN-REJECTED TO TRUE
002930         MOVE 'STATION NAME MISSING' TO STNM-REJECT-REASON
002940         GO TO 3100-EXIT
002950     END-IF.
002960     IF NOT TRN-ROUTE-DD-VALID
002970         SET STNM-TRAN-REJECTED TO TRUE
002980         MOVE 'ROUTE DD NOT CIPHOT1-3' TO STNM-REJECT-REASON
002990         GO TO 3100-EXIT
003000     END-IF.
003010     IF TRN-AGE-LIMIT NOT = SPACES
003020         AND TRN-AGE-LIMIT NOT NUMERIC
003030         SET STNM-TRAN-REJECTED TO TRUE
003040         MOVE 'AGE LIMIT NOT NUMERIC' TO STNM-REJECT-REASON
003050         GO TO 3100-EXIT
003060     END-IF.
003070 3100-EXIT.
003080     EXIT.
003090*-----------------------------------------------------------------
003100* 3200-MOVE-FIELDS - CARRY THE CARD'S DESCRIPTIVE FIELDS ONTO THE
003110* STATION RECORD. A BLANK AGE LIMIT STORES 00 - USE THE CIPHACK
003120* JOB DEFAULT.
003130*-----------------------------------------------------------------
003140 3200-MOVE-FIELDS.
003150     MOVE TRN-NAME TO STN-NAME.
003160     MOVE TRN-ROUTE-DD TO STN-ROUTE-DD.
003170     IF TRN-AGE-LIMIT = SPACES
003180         MOVE ZERO TO STN-ACK-AGE-LIMIT
003190     ELSE
003200         MOVE TRN-AGE-LIMIT-NUM TO STN-ACK-AGE-LIMIT
003210     END-IF.
003220     MOVE TRN-CONTACT TO STN-CONTACT.
003230 3200-EXIT.
003240     EXIT.
003250*-----------------------------------------------------------------
003260* 4000-APPLY-ADD - A NEW STATION. THE CODE MUST NOT ALREADY BE ON
003270* THE MASTER; A SECOND ADD FOR THE SAME STATION IN ONE DECK FAILS
003280* HERE THE SAME WAY. A BLANK STATUS ADDS THE STATION ACTIVE.
003290*-----------------------------------------------------------------
003300 4000-APPLY-ADD.
003310     IF STNM-STN-FOUND
003320         SET STNM-TRAN-REJECTED TO TRUE
003330         MOVE 'DUPLICATE STATION ON ADD' TO STNM-REJECT-REASON
003340         GO TO 4000-EXIT
003350     END-IF.
003360     PERFORM 3100-VALIDATE-FIELDS THRU 3100-EXIT.
003370     IF STNM-TRAN-REJECTED
003380         GO TO 4000-EXIT
003390     END-IF.
003400     IF TRN-STATUS NOT = SPACE AND NOT TRN-STATUS-VALID
003410         SET STNM-TRAN-REJECTED TO TRUE
003420         MOVE 'STATUS NOT A, S OR C' TO STNM-REJECT-REASON
003430         GO TO 4000-EXIT
003440     END-IF.
003450     MOVE SPACES TO STNM-STN-RECORD.
003460     MOVE TRN-STATION TO STN-CODE.
003470     PERFORM 3200-MOVE-FIELDS THRU 3200-EXIT.
003480     IF TRN-STATUS = SPACE
003490         SET STN-ACTIVE TO TRUE
003500     ELSE
003510         MOVE TRN-STATUS TO STN-STATUS
003520     END-IF.
003530     MOVE STNM-CURRENT-DATE TO STN-STATUS-DATE.
003540     WRITE STNM-STN-RECORD
003550         INVALID KEY
003560             SET STNM-TRAN-REJECTED TO TRUE
003570             MOVE 'DUPLICATE STATION ON ADD'
003580                 TO STNM-REJECT-REASON
003590     END-WRITE.
003600     IF STNM-TRAN-OK
003610         ADD 1 TO STNM-ADD-COUNT
003620     END-IF.
003630 4000-EXIT.
003640     EXIT.
003650*-----------------------------------------------------------------
003660* 4100-APPLY-CHANGE - REPLACE AN EXISTING STATION'S NAME, ROUTED
003670* DD, AGE LIMIT AND CONTACT. THE CARD CARRIES THE FULL NEW IMAGE,
003680* SAME FIELD EDITS AS ADD. STATUS IS NOT TOUCHED HERE - IT MOVES
003690* ONLY ON A STATUS CARD, SO EVERY STATUS CHANGE IS DATED.
003700*-----------------------------------------------------------------
003710 4100-APPLY-CHANGE.
003720     IF STNM-STN-NOT-FOUND
003730         SET STNM-TRAN-REJECTED TO TRUE
003740         MOVE 'STATION NOT ON MASTER' TO STNM-REJECT-REASON
003750         GO TO 4100-EXIT
003760     END-IF.
003770     PERFORM 3100-VALIDATE-FIELDS THRU 3100-EXIT.
003780     IF STNM-TRAN-REJECTED
003790         GO TO 4100-EXIT
003800     END-IF.
003810     PERFORM 3200-MOVE-FIELDS THRU 3200-EXIT.
003820     REWRITE STNM-STN-RECORD
003830         INVALID KEY
003840             SET STNM-TRAN-REJECTED TO TRUE
003850             MOVE 'REWRITE FAILED' TO STNM-REJECT-REASON
003860     END-REWRITE.
003870     IF STNM-TRAN-OK
003880         ADD 1 TO STNM-CHANGE-COUNT
003890     END-IF.
003900 4100-EXIT.
003910     EXIT.
003920*-----------------------------------------------------------------
003930* 4200-APPLY-STATUS - MOVE A STATION TO ACTIVE, SUSPENDED OR
003940* CLOSED AND DATE THE CHANGE. A CARD THAT LEAVES THE STATUS AS IT
003950* WAS IS REJECTED SO A MISPUNCHED DECK SURFACES. A SUSPENDED
003960* STATION MADE ACTIVE AGAIN IS FLAGGED ON THE REPORT - ITS HELD
003970* TRAFFIC GOES OUT ON THE NEXT CIPHHREL RELEASE RUN.
003980*-----------------------------------------------------------------
003990 4200-APPLY-STATUS.
004000     IF STNM-STN-NOT-FOUND
004010         SET STNM-TRAN-REJECTED TO TRUE
004020         MOVE 'STATION NOT ON MASTER' TO STNM-REJECT-REASON
004030         GO TO 4200-EXIT
004040     END-IF.
004050     IF NOT TRN-STATUS-VALID
004060         SET STNM-TRAN-REJECTED TO TRUE
004070         MOVE 'STATUS NOT A, S OR C' TO STNM-REJECT-REASON
004080         GO TO 4200-EXIT
004090     END-IF.
004100     IF TRN-STATUS = STN-STATUS
004110         SET STNM-TRAN-REJECTED TO TRUE
004120         MOVE 'STATUS ALREADY SET' TO STNM-REJECT-REASON
004130         GO TO 4200-EXIT
004140     END-IF.
004150     IF STN-SUSPENDED AND TRN-STATUS = 'A'
004160         SET STNM-REACTIVATED TO TRUE
004170     END-IF.
004180     MOVE TRN-STATUS TO STN-STATUS.
004190     MOVE STNM-CURRENT-DATE TO STN-STATUS-DATE.
004200     REWRITE STNM-STN-RECORD
004210         INVALID KEY
004220             SET STNM-TRAN-REJECTED TO TRUE
004230             MOVE 'REWRITE FAILED' TO STNM-REJECT-REASON
004240     END-REWRITE.
004250     IF STNM-TRAN-OK
004260         ADD 1 TO STNM-STATUS-COUNT
004270     END-IF.
004280 4200-EXIT.
004290     EXIT.
004300*-----------------------------------------------------------------
004310* 4300-APPLY-DELETE - REMOVE A STATION FROM THE MASTER. ONLY A
004320* CLOSED STATION MAY BE DELETED: WHILE IT IS ACTIVE OR SUSPENDED
004330* IT MAY STILL HAVE TRAFFIC IN FLIGHT OR ON THE HELD DATASET, AND
004340* DELETING IT WOULD SEND THAT TRAFFIC TO THE DEFAULT OUTPUT.
004350*-----------------------------------------------------------------
004360 4300-APPLY-DELETE.
004370     IF STNM-STN-NOT-FOUND
004380         SET STNM-TRAN-REJECTED TO TRUE
004390         MOVE 'STATION NOT ON MASTER' TO STNM-REJECT-REASON
004400         GO TO 4300-EXIT
004410     END-IF.
004420     IF NOT STN-CLOSED
004430         SET STNM-TRAN-REJECTED TO TRUE
004440         MOVE 'STATION NOT CLOSED' TO STNM-REJECT-REASON
004450         GO TO 4300-EXIT
004460     END-IF.
004470     DELETE STNM-STN-FILE
004480         INVALID KEY
004490             SET STNM-TRAN-REJECTED TO TRUE
004500             MOVE 'DELETE FAILED' TO STNM-REJECT-REASON
004510     END-DELETE.
004520     IF STNM-TRAN-OK
004530         ADD 1 TO STNM-DELETE-COUNT
004540     END-IF.
004550 4300-EXIT.
004560     EXIT.
004570*-----------------------------------------------------------------
004580* 7000-REPORT-TRAN - PRINT THE TRANSACTION WITH ITS BEFORE IMAGE
004590* (WHERE ONE EXISTED), ITS DISPOSITION, AND ITS AFTER IMAGE
004600* (WHERE THE STATION REMAINS ON THE MASTER).
004610*-----------------------------------------------------------------
004620 7000-REPORT-TRAN.
004630     MOVE SPACES TO STNM-RPT-DETAIL.
004640     MOVE TRN-ACTION TO STNM-RPT-ACTION.
004650     MOVE TRN-STATION TO STNM-RPT-STATION.
004660     IF STNM-BEF-CODE = SPACES
004670         MOVE '(NONE)' TO STNM-RPT-IMAGE
004680     ELSE
004690         MOVE 'BEFORE' TO STNM-RPT-IMAGE
004700         MOVE STNM-BEF-STATUS TO STNM-RPT-STATUS
004710         MOVE STNM-BEF-ROUTE-DD TO STNM-RPT-ROUTE-DD
004720         MOVE STNM-BEF-AGE-LIMIT TO STNM-AGE-DISPLAY
004730         MOVE STNM-AGE-DISPLAY TO STNM-RPT-AGE
004740         MOVE STNM-BEF-NAME TO STNM-RPT-NAME
004750         MOVE STNM-BEF-CONTACT TO STNM-RPT-CONTACT
004760     END-IF.
004770     EVALUATE TRUE
004780         WHEN STNM-TRAN-REJECTED
004790             MOVE STNM-REJECT-REASON TO STNM-RPT-DISP
004800         WHEN STNM-REACTIVATED
004810             MOVE 'APPLIED - RUN HELD RELEASE' TO STNM-RPT-DISP
004820         WHEN OTHER
004830             MOVE 'APPLIED' TO STNM-RPT-DISP
004840     END-EVALUATE.
004850     MOVE STNM-RPT-DETAIL TO STNM-REPORT-RECORD.
004860     WRITE STNM-REPORT-RECORD.
004870     IF STNM-TRAN-OK AND NOT TRN-ACTION-DELETE
004880         MOVE SPACES TO STNM-RPT-DETAIL
004890         MOVE TRN-STATION TO STNM-RPT-STATION
004900         MOVE 'AFTER' TO STNM-RPT-IMAGE
004910         MOVE STN-STATUS TO STNM-RPT-STATUS
004920         MOVE STN-ROUTE-DD TO STNM-RPT-ROUTE-DD
004930         MOVE STN-ACK-AGE-LIMIT TO STNM-AGE-DISPLAY
004940         MOVE STNM-AGE-DISPLAY TO STNM-RPT-AGE
004950         MOVE STN-NAME TO STNM-RPT-NAME
004960         MOVE STN-CONTACT TO STNM-RPT-CONTACT
004970         MOVE STNM-RPT-DETAIL TO STNM-REPORT-RECORD
004980         WRITE STNM-REPORT-RECORD
004990     END-IF.
005000     IF STNM-TRAN-OK AND TRN-ACTION-DELETE
005010         MOVE SPACES TO STNM-RPT-DETAIL
005020         MOVE TRN-STATION TO STNM-RPT-STATION
005030         MOVE 'AFTER' TO STNM-RPT-IMAGE
005040         MOVE '(DELETED)' TO STNM-RPT-ROUTE-DD
005050         MOVE STNM-RPT-DETAIL TO STNM-REPORT-RECORD
005060         WRITE STNM-REPORT-RECORD
005070     END-IF.
005080 7000-EXIT.
005090     EXIT.
005100*-----------------------------------------------------------------
005110* 8000-PRINT-TOTALS - END-OF-REPORT CONTROL COUNTS. THE READ
005120* COUNT MUST EQUAL APPLIED PLUS REJECTED OR THE RUN IS OUT OF
005130* BALANCE.
005140*-----------------------------------------------------------------
005150 8000-PRINT-TOTALS.
005160     MOVE SPACES TO STNM-REPORT-RECORD.
005170     WRITE STNM-REPORT-RECORD.
005180     MOVE 'TRANSACTIONS READ  . . . . . . .  '
005190         TO STNM-RPT-TOTAL-LABEL.
005200     MOVE STNM-READ-COUNT TO STNM-RPT-TOTAL-COUNT.
005210     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005220     MOVE 'ADDS APPLIED . . . . . . . . . .  '
005230         TO STNM-RPT-TOTAL-LABEL.
005240     MOVE STNM-ADD-COUNT TO STNM-RPT-TOTAL-COUNT.
005250     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005260     MOVE 'CHANGES APPLIED  . . . . . . . .  '
005270         TO STNM-RPT-TOTAL-LABEL.
005280     MOVE STNM-CHANGE-COUNT TO STNM-RPT-TOTAL-COUNT.
005290     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005300     MOVE 'STATUS CHANGES APPLIED . . . . .  '
005310         TO STNM-RPT-TOTAL-LABEL.
005320     MOVE STNM-STATUS-COUNT TO STNM-RPT-TOTAL-COUNT.
005330     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005340     MOVE 'DELETES APPLIED  . . . . . . . .  '
005350         TO STNM-RPT-TOTAL-LABEL.
005360     MOVE STNM-DELETE-COUNT TO STNM-RPT-TOTAL-COUNT.
005370     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005380     MOVE 'TRANSACTIONS REJECTED  . . . . .  '
005390         TO STNM-RPT-TOTAL-LABEL.
005400     MOVE STNM-REJECT-COUNT TO STNM-RPT-TOTAL-COUNT.
005410     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005420     IF STNM-REJECT-COUNT > ZERO
005430         MOVE 4 TO STNM-RETURN-CODE
005440     END-IF.
005450 8000-EXIT.
005460     EXIT.
005470 8100-WRITE-TOTAL.
005480     MOVE STNM-RPT-TOTAL-LINE TO STNM-REPORT-RECORD.
005490     WRITE STNM-REPORT-RECORD.
005500 8100-EXIT.
005510     EXIT.
005520*-----------------------------------------------------------------
005530* 9000-TERMINATE - CLOSE THE DATASETS BEFORE THE JOB STEP ENDS.
005540*-----------------------------------------------------------------
005550 9000-TERMINATE.
005560     CLOSE STNM-TRAN-FILE.
005570     CLOSE STNM-STN-FILE.
005580     CLOSE STNM-REPORT-FILE.
005590 9000-EXIT.
005600     EXIT.
005610*-----------------------------------------------------------------
005620* 9999-EXIT - SINGLE PROGRAM EXIT POINT.
005630*-----------------------------------------------------------------
005640 9999-EXIT.
005650     MOVE STNM-RETURN-CODE TO RETURN-CODE.
005660     STOP RUN.
