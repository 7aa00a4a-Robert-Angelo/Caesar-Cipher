000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CIPHKEYA.
000120 AUTHOR.        R ANGELO.
000130 INSTALLATION.  MESSAGE CENTER - CRYPTO SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/2026  RA   ORIGINAL. KEY EXPIRY FORECAST AND KEY USAGE
000210*                   INVENTORY. UNTIL NOW AN EXPIRED KEY SHOWED UP
000220*                   ONLY AS A BATCH OF KDAT REJECTS IN THE NIGHT'S
000230*                   SUSPENSE. THIS REPORT LISTS EVERY KEY ON THE
000240*                   LIVE STORE (CIPHKEYS) AND THE KEY HISTORY
000250*                   (CIPHKEYH) WITH ITS TYPE, EFFECTIVE AND EXPIRY
000260*                   DATES AND DAYS REMAINING, FLAGS KEYS EXPIRING
000270*                   INSIDE THE PARM WINDOW, AND COUNTS WHAT STILL
000280*                   DEPENDS ON EACH KEY: MESSAGES ON THE NEXT FEED
000290*                   NAMING IT, OPEN SUSPENSE ITEMS, AND MESSAGES
000300*                   STILL AWAITING ACKNOWLEDGMENT THAT MAY HAVE TO
000310*                   BE RETRANSMITTED UNDER IT. THE AUDIT LOG GIVES
000320*                   EACH KEY'S LAST USE, SO KEYS THAT HAVE CARRIED
000330*                   NO TRAFFIC FOR THE PARM NUMBER OF DAYS ARE
000340*                   FLAGGED AS CANDIDATES TO RETIRE. KEY VALUES
000350*                   ARE NEVER MOVED OR PRINTED - THE VALUE COLUMN
000360*                   IS A MASK, AS ON CIPHKEYM.
000370*-----------------------------------------------------------------
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER.   IBM-370.
000410 OBJECT-COMPUTER.   IBM-370.
000420 REPOSITORY.        FUNCTION ALL INTRINSIC.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT KEYA-KEY-FILE    ASSIGN TO CIPHKEYS
000460            ORGANIZATION IS INDEXED
000470            ACCESS MODE IS SEQUENTIAL
000480            RECORD KEY IS KEY-ID
000490            FILE STATUS IS KEYA-KEY-STATUS.
000500     SELECT KEYA-HIST-FILE   ASSIGN TO CIPHKEYH
000510            ORGANIZATION IS INDEXED
000520            ACCESS MODE IS SEQUENTIAL
000530            RECORD KEY IS KEYH-KEY
000540            FILE STATUS IS KEYA-HIST-STATUS.
000550     SELECT KEYA-FEED-FILE   ASSIGN TO MSGIN
000560            ORGANIZATION IS SEQUENTIAL
000570            FILE STATUS IS KEYA-FEED-STATUS.
000580     SELECT KEYA-SUSP-FILE   ASSIGN TO CIPHSUSP
000590            ORGANIZATION IS SEQUENTIAL
000600            FILE STATUS IS KEYA-SUSP-STATUS.
000610     SELECT KEYA-PEND-FILE   ASSIGN TO ACKPEND
000620            ORGANIZATION IS SEQUENTIAL
000630            FILE STATUS IS KEYA-PEND-STATUS.
000640     SELECT KEYA-LOG-FILE    ASSIGN TO CIPHLOG
000650            ORGANIZATION IS SEQUENTIAL
000660            FILE STATUS IS KEYA-LOG-STATUS.
000670     SELECT KEYA-REPORT-FILE ASSIGN TO KEYARPT
000680            ORGANIZATION IS SEQUENTIAL
000690            FILE STATUS IS KEYA-REPORT-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  KEYA-KEY-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  KEYA-KEY-RECORD.
000750     COPY CIPHKEYR.
000760 FD  KEYA-HIST-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  KEYA-HIST-RECORD.
000790     COPY CIPHKYHR.
000800 FD  KEYA-FEED-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
000830         DEPENDING ON KEYA-FEED-REC-LEN.
000840 01  KEYA-FEED-RECORD.
000850     COPY CIPHMSG.
000860 FD  KEYA-SUSP-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  KEYA-SUSP-RECORD.
000890     COPY CIPHSUSR.
000900 FD  KEYA-PEND-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  KEYA-PEND-RECORD.
000930     COPY CIPHPNDR.
000940 FD  KEYA-LOG-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  KEYA-LOG-RECORD.
000970     COPY CIPHLOGR.
000980 FD  KEYA-REPORT-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  KEYA-REPORT-RECORD           PIC X(132).
001010 WORKING-STORAGE SECTION.
001020*-----------------------------------------------------------------
001030* FILE I/O WORK AREAS
001040*-----------------------------------------------------------------
001050 01  KEYA-KEY-STATUS              PIC X(02) VALUE '00'.
001060 01  KEYA-HIST-STATUS             PIC X(02) VALUE '00'.
001070 01  KEYA-FEED-STATUS             PIC X(02) VALUE '00'.
001080 01  KEYA-SUSP-STATUS             PIC X(02) VALUE '00'.
001090 01  KEYA-PEND-STATUS             PIC X(02) VALUE '00'.
001100 01  KEYA-LOG-STATUS              PIC X(02) VALUE '00'.
001110 01  KEYA-REPORT-STATUS           PIC X(02) VALUE '00'.
001120 01  KEYA-FEED-REC-LEN            PIC 9(04) COMP VALUE ZERO.
001130 01  KEYA-SWITCHES.
001140     05  KEYA-EOF-SW              PIC X(01) VALUE 'N'.
001150         88  KEYA-EOF                       VALUE 'Y'.
001160     05  KEYA-LOG-AVAIL-SW        PIC X(01) VALUE 'N'.
001170         88  KEYA-LOG-AVAIL                 VALUE 'Y'.
001180     05  KEYA-RISK-SW             PIC X(01) VALUE 'N'.
001190         88  KEYA-KEY-AT-RISK               VALUE 'Y'.
001200     05  KEYA-UNUSABLE-SW         PIC X(01) VALUE 'N'.
001210         88  KEYA-KEY-UNUSABLE              VALUE 'Y'.
001220*-----------------------------------------------------------------
001230* DATE WORK AREAS - DAY COUNTS ARE TAKEN OVER INTEGER DATES SO
001240* MONTH AND YEAR ENDS COUNT CORRECTLY.
001250*-----------------------------------------------------------------
001260 01  KEYA-CURRENT-DATE            PIC 9(08) VALUE ZERO.
001270 77  KEYA-TODAY-INT               PIC 9(08) COMP VALUE ZERO.
001280 77  KEYA-DATE-INT                PIC 9(08) COMP VALUE ZERO.
001290 77  KEYA-IDLE-DAYS               PIC 9(07) COMP VALUE ZERO.
001300 01  KEYA-WINDOW-DAYS             PIC 9(03) VALUE 30.
001310 01  KEYA-IDLE-LIMIT              PIC 9(03) VALUE 90.
001320*-----------------------------------------------------------------
001330* KEY TABLE - ONE ROW PER KEY-ID: THE LIVE STORE FIRST, IN KEY
001340* ORDER, THEN ANY KEY-ID FOUND ONLY ON THE HISTORY STORE, THEN
001350* ANY KEY-ID NAMED BY TRAFFIC BUT ON NEITHER STORE. THE KEY
001360* VALUE IS NEVER CARRIED HERE - ONLY ITS TYPE AND DATES.
001370*    KEYA-KT-SOURCE   L  ON THE LIVE STORE
001380*                     H  ON THE HISTORY STORE ONLY (DELETED)
001390*                     U  ON NEITHER STORE
001400*-----------------------------------------------------------------
001410 01  KEYA-KEY-TABLE.
001420     05  KEYA-KT-ENTRY OCCURS 500 TIMES.
001430         10  KEYA-KT-ID           PIC X(04).
001440         10  KEYA-KT-SOURCE       PIC X(01).
001450             88  KEYA-KT-LIVE               VALUE 'L'.
001460             88  KEYA-KT-HIST-ONLY          VALUE 'H'.
001470             88  KEYA-KT-UNKNOWN            VALUE 'U'.
001480         10  KEYA-KT-TYPE         PIC X(01).
001490         10  KEYA-KT-EFFECTIVE    PIC 9(08).
001500         10  KEYA-KT-EXPIRY       PIC 9(08).
001510         10  KEYA-KT-DAYS-LEFT    PIC S9(07) COMP.
001520         10  KEYA-KT-VERSIONS     PIC 9(04) COMP.
001530         10  KEYA-KT-FEED-COUNT   PIC 9(06) COMP.
001540         10  KEYA-KT-SUSP-COUNT   PIC 9(06) COMP.
001550         10  KEYA-KT-PEND-COUNT   PIC 9(06) COMP.
001560         10  KEYA-KT-LAST-USED    PIC 9(08).
001570         10  KEYA-KT-IDLE-SW      PIC X(01).
001580 77  KEYA-KT-USED                 PIC 9(04) COMP VALUE ZERO.
001590 77  KEYA-KT-IDX                  PIC 9(04) COMP.
001600 77  KEYA-KT-FOUND                PIC 9(04) COMP.
001610 01  KEYA-TARGET-ID               PIC X(04) VALUE SPACES.
001620*-----------------------------------------------------------------
001630* PENDING TABLE - ONE ROW PER MESSAGE AWAITING ACKNOWLEDGMENT ON
001640* THE ACKPEND FILES. THE PENDING RECORD DOES NOT CARRY THE KEY;
001650* THE LOG PASS FILLS IT IN FROM THE LATEST ENCRYPT OR VIGENC LOG
001660* RECORD FOR THE SAME REC-ID DATED NO LATER THAN THE SEND.
001670*-----------------------------------------------------------------
001680 01  KEYA-PEND-TABLE.
001690     05  KEYA-PT-ENTRY OCCURS 5000 TIMES.
001700         10  KEYA-PT-REC-ID       PIC 9(06).
001710         10  KEYA-PT-STATION      PIC X(03).
001720         10  KEYA-PT-SENT-DATE    PIC 9(08).
001730         10  KEYA-PT-RETRAN       PIC 9(02).
001740         10  KEYA-PT-KEY-ID       PIC X(04).
001750 77  KEYA-PT-USED                 PIC 9(04) COMP VALUE ZERO.
001760 77  KEYA-PT-IDX                  PIC 9(04) COMP.
001770*-----------------------------------------------------------------
001780* AT-RISK TABLE - EVERY DEPENDENT ITEM (FEED MESSAGE, OPEN
001790* SUSPENSE ITEM OR PENDING MESSAGE) WHOSE KEY IS EXPIRED, NOT
001800* YET EFFECTIVE, OFF THE LIVE STORE OR INSIDE THE EXPIRY WINDOW,
001810* HELD FOR THE AT-RISK LISTING THAT FOLLOWS THE INVENTORY.
001820*-----------------------------------------------------------------
001830 01  KEYA-RISK-TABLE.
001840     05  KEYA-RK-ENTRY OCCURS 2000 TIMES.
001850         10  KEYA-RK-KEY-ID       PIC X(04).
001860         10  KEYA-RK-SOURCE       PIC X(12).
001870         10  KEYA-RK-REC-ID       PIC 9(06).
001880         10  KEYA-RK-STATION      PIC X(03).
001890         10  KEYA-RK-DATE         PIC 9(08).
001900         10  KEYA-RK-NOTE         PIC X(30).
001910 77  KEYA-RK-USED                 PIC 9(04) COMP VALUE ZERO.
001920 77  KEYA-RK-IDX                  PIC 9(04) COMP.
001930 01  KEYA-RISK-ITEM.
001940     05  KEYA-RI-SOURCE           PIC X(12).
001950     05  KEYA-RI-REC-ID           PIC 9(06).
001960     05  KEYA-RI-STATION          PIC X(03).
001970     05  KEYA-RI-DATE             PIC 9(08).
001980     05  KEYA-RI-NOTE             PIC X(30).
001990*-----------------------------------------------------------------
002000* CONTROL COUNTS FOR THE END-OF-REPORT TOTALS
002010*-----------------------------------------------------------------
002020 77  KEYA-LIVE-COUNT              PIC 9(06) COMP VALUE ZERO.
002030 77  KEYA-VERSION-COUNT           PIC 9(06) COMP VALUE ZERO.
002040 77  KEYA-HIST-ONLY-COUNT         PIC 9(06) COMP VALUE ZERO.
002050 77  KEYA-UNKNOWN-COUNT           PIC 9(06) COMP VALUE ZERO.
002060 77  KEYA-EXPIRED-COUNT           PIC 9(06) COMP VALUE ZERO.
002070 77  KEYA-WINDOW-COUNT            PIC 9(06) COMP VALUE ZERO.
002080 77  KEYA-IDLE-COUNT              PIC 9(06) COMP VALUE ZERO.
002090 77  KEYA-FEED-KEYED              PIC 9(06) COMP VALUE ZERO.
002100 77  KEYA-SUSP-KEYED              PIC 9(06) COMP VALUE ZERO.
002110 77  KEYA-PEND-READ               PIC 9(06) COMP VALUE ZERO.
002120 77  KEYA-PEND-MATCHED            PIC 9(06) COMP VALUE ZERO.
002130 77  KEYA-LOG-KEYED               PIC 9(08) COMP VALUE ZERO.
002140 77  KEYA-RISK-COUNT              PIC 9(06) COMP VALUE ZERO.
002150 77  KEYA-UNUSABLE-DEPS           PIC 9(06) COMP VALUE ZERO.
002160 77  KEYA-DROPPED-COUNT           PIC 9(06) COMP VALUE ZERO.
002170 77  KEYA-RETURN-CODE             PIC 9(02) VALUE ZERO.
002180*-----------------------------------------------------------------
002190* INVENTORY REPORT LINES. THE VALUE COLUMN PRINTS A MASK SHOWING
002200* WHICH KIND OF VALUE THE KEY HOLDS, NEVER THE VALUE ITSELF.
002210*-----------------------------------------------------------------
002220 01  KEYA-RPT-HEADING-1.
002230     05  FILLER                   PIC X(42) VALUE
002240         'CIPHKEYA KEY INVENTORY AND EXPIRY FORECAST'.
002250     05  FILLER                   PIC X(07) VALUE '  DATE '.
002260     05  KEYA-HDG-DATE            PIC 9(08).
002270     05  FILLER                   PIC X(10) VALUE '  WINDOW '.
002280     05  KEYA-HDG-WINDOW          PIC ZZ9.
002290     05  FILLER                   PIC X(14) VALUE
002300         ' DAY(S)  IDLE '.
002310     05  KEYA-HDG-IDLE            PIC ZZ9.
002320     05  FILLER                   PIC X(07) VALUE ' DAY(S)'.
002330     05  FILLER                   PIC X(36) VALUE SPACES.
002340 01  KEYA-RPT-HEADING-2.
002350     05  FILLER                   PIC X(06) VALUE 'KEY'.
002360     05  FILLER                   PIC X(03) VALUE 'T'.
002370     05  FILLER                   PIC X(10) VALUE 'VALUE'.
002380     05  FILLER                   PIC X(10) VALUE 'EFFECTIVE'.
002390     05  FILLER                   PIC X(09) VALUE 'EXPIRY'.
002400     05  FILLER                   PIC X(07) VALUE ' DAYS'.
002410     05  FILLER                   PIC X(04) VALUE 'VER'.
002420     05  FILLER                   PIC X(06) VALUE '  FEED'.
002430     05  FILLER                   PIC X(06) VALUE '  SUSP'.
002440     05  FILLER                   PIC X(07) VALUE '  PEND '.
002450     05  FILLER                   PIC X(10) VALUE ' LAST USE'.
002460     05  FILLER                   PIC X(06) VALUE 'IDLE'.
002470     05  FILLER                   PIC X(48) VALUE 'ACTION'.
002480 01  KEYA-RPT-DETAIL.
002490     05  KEYA-RPT-KEY-ID          PIC X(04).
002500     05  FILLER                   PIC X(02) VALUE SPACES.
002510     05  KEYA-RPT-TYPE            PIC X(01).
002520     05  FILLER                   PIC X(02) VALUE SPACES.
002530     05  KEYA-RPT-VALUE           PIC X(08).
002540     05  FILLER                   PIC X(02) VALUE SPACES.
002550     05  KEYA-RPT-EFFECTIVE       PIC X(08).
002560     05  FILLER                   PIC X(02) VALUE SPACES.
002570     05  KEYA-RPT-EXPIRY          PIC X(08).
002580     05  FILLER                   PIC X(01) VALUE SPACES.
002590     05  KEYA-RPT-DAYS-X          PIC X(05).
002600     05  KEYA-RPT-DAYS REDEFINES KEYA-RPT-DAYS-X
002610                                  PIC ----9.
002620     05  FILLER                   PIC X(02) VALUE SPACES.
002630     05  KEYA-RPT-VERSIONS        PIC ZZ9.
002640     05  FILLER                   PIC X(01) VALUE SPACES.
002650     05  KEYA-RPT-FEED            PIC ZZZZ9.
002660     05  FILLER                   PIC X(01) VALUE SPACES.
002670     05  KEYA-RPT-SUSP            PIC ZZZZ9.
002680     05  FILLER                   PIC X(01) VALUE SPACES.
002690     05  KEYA-RPT-PEND            PIC ZZZZ9.
002700     05  FILLER                   PIC X(02) VALUE SPACES.
002710     05  KEYA-RPT-LAST-USED       PIC X(08).
002720     05  FILLER                   PIC X(02) VALUE SPACES.
002730     05  KEYA-RPT-IDLE            PIC X(04).
002740     05  FILLER                   PIC X(02) VALUE SPACES.
002750     05  KEYA-RPT-ACTION          PIC X(48).
002760 01  KEYA-RPT-RISK-HEADING.
002770     05  FILLER                   PIC X(06) VALUE 'KEY'.
002780     05  FILLER                   PIC X(14) VALUE 'WAITING ON'.
002790     05  FILLER                   PIC X(08) VALUE 'REC-ID'.
002800     05  FILLER                   PIC X(05) VALUE 'STA'.
002810     05  FILLER                   PIC X(10) VALUE 'DATE'.
002820     05  FILLER                   PIC X(89) VALUE 'DETAIL'.
002830 01  KEYA-RPT-RISK-LINE.
002840     05  KEYA-RRL-KEY-ID          PIC X(04).
002850     05  FILLER                   PIC X(02) VALUE SPACES.
002860     05  KEYA-RRL-SOURCE          PIC X(12).
002870     05  FILLER                   PIC X(02) VALUE SPACES.
002880     05  KEYA-RRL-REC-ID          PIC 9(06).
002890     05  FILLER                   PIC X(02) VALUE SPACES.
002900     05  KEYA-RRL-STATION         PIC X(03).
002910     05  FILLER                   PIC X(02) VALUE SPACES.
002920     05  KEYA-RRL-DATE            PIC 9(08).
002930     05  FILLER                   PIC X(02) VALUE SPACES.
002940     05  KEYA-RRL-NOTE            PIC X(30).
002950     05  FILLER                   PIC X(59) VALUE SPACES.
002960 01  KEYA-RPT-TOTAL-LINE.
002970     05  KEYA-RPT-TOTAL-LABEL     PIC X(34).
002980     05  KEYA-RPT-TOTAL-COUNT     PIC ZZZ,ZZ9.
002990     05  FILLER                   PIC X(91) VALUE SPACES.
003000 LINKAGE SECTION.
003010*-----------------------------------------------------------------
003020* KEYA-PARM-AREA - OPTIONAL LIMITS:
003030*    COLS 1-3   EXPIRY WINDOW IN DAYS (BLANK/000 = 30). A KEY
003040*               EXPIRING WITHIN THIS MANY DAYS IS FLAGGED FOR
003050*               ROTATION AND ITS DEPENDENT TRAFFIC IS LISTED.
003060*    COLS 4-6   IDLE LIMIT IN DAYS (BLANK/000 = 90). A KEY IN
003070*               FORCE THAT HAS CARRIED NO TRAFFIC FOR LONGER THAN
003080*               THIS IS FLAGGED AS A CANDIDATE TO RETIRE.
003090*-----------------------------------------------------------------
003100 01  KEYA-PARM-AREA.
003110     05  KEYA-PARM-LEN            PIC S9(04) COMP.
003120     05  KEYA-PARM-DATA.
003130         10  KEYA-PARM-WINDOW     PIC 9(03).
003140         10  KEYA-PARM-IDLE       PIC 9(03).
003150 PROCEDURE DIVISION USING KEYA-PARM-AREA.
003160*=================================================================
003170* 0000-MAINLINE - LOAD THE KEY STORES, GATHER LAST USE AND THE
003180* DEPENDENT TRAFFIC FOR EVERY KEY, THEN PRINT THE INVENTORY AND
003190* THE TRAFFIC AT RISK.
003200*=================================================================
003210 0000-MAINLINE.
003220     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
003230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003240     PERFORM 1300-LOAD-HISTORY THRU 1300-EXIT.
003250     PERFORM 1400-LOAD-PENDING THRU 1400-EXIT.
003260     PERFORM 2000-SCAN-LOG THRU 2000-EXIT.
003270     PERFORM 3000-SCAN-FEED THRU 3000-EXIT.
003280     PERFORM 3100-SCAN-SUSPENSE THRU 3100-EXIT.
003290     PERFORM 3200-TALLY-PENDING THRU 3200-EXIT.
003300     PERFORM 4000-PRINT-INVENTORY THRU 4000-EXIT.
003310     PERFORM 4500-PRINT-AT-RISK THRU 4500-EXIT.
003320     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003330     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003340     GO TO 9999-EXIT.
003350*-----------------------------------------------------------------
003360* 0500-PARSE-PARM - PICK UP THE EXPIRY WINDOW AND IDLE LIMIT, IF
003370* SUPPLIED.
003380*-----------------------------------------------------------------
003390 0500-PARSE-PARM.
003400     IF KEYA-PARM-LEN >= 3
003410         IF KEYA-PARM-WINDOW NUMERIC AND KEYA-PARM-WINDOW > ZERO
003420             MOVE KEYA-PARM-WINDOW TO KEYA-WINDOW-DAYS
003430         END-IF
003440     END-IF.
003450     IF KEYA-PARM-LEN >= 6
003460         IF KEYA-PARM-IDLE NUMERIC AND KEYA-PARM-IDLE > ZERO
003470             MOVE KEYA-PARM-IDLE TO KEYA-IDLE-LIMIT
003480         END-IF
003490     END-IF.
003500 0500-EXIT.
003510     EXIT.
003520*-----------------------------------------------------------------
003530* 1000-INITIALIZE - OPEN THE REPORT, PRINT THE HEADING AND LOAD
003540* THE LIVE KEY STORE, WHICH IS THE ONE DATASET THE REPORT CANNOT
003550* DO WITHOUT.
003560*-----------------------------------------------------------------
003570 1000-INITIALIZE.
003580     ACCEPT KEYA-CURRENT-DATE FROM DATE YYYYMMDD.
003590     COMPUTE KEYA-TODAY-INT =
003600         INTEGER-OF-DATE(KEYA-CURRENT-DATE).
003610     OPEN OUTPUT KEYA-REPORT-FILE.
003620     IF KEYA-REPORT-STATUS NOT = '00'
003630         DISPLAY '*** UNABLE TO OPEN KEYARPT, STATUS='
003640             KEYA-REPORT-STATUS ' ***'
003650         MOVE 12 TO KEYA-RETURN-CODE
003660         GO TO 9999-EXIT
003670     END-IF.
003680     MOVE KEYA-CURRENT-DATE TO KEYA-HDG-DATE.
003690     MOVE KEYA-WINDOW-DAYS TO KEYA-HDG-WINDOW.
003700     MOVE KEYA-IDLE-LIMIT TO KEYA-HDG-IDLE.
003710     MOVE KEYA-RPT-HEADING-1 TO KEYA-REPORT-RECORD.
003720     WRITE KEYA-REPORT-RECORD.
003730     OPEN INPUT KEYA-KEY-FILE.
003740     IF KEYA-KEY-STATUS NOT = '00'
003750         DISPLAY '*** UNABLE TO OPEN KEY STORE, STATUS='
003760             KEYA-KEY-STATUS ' ***'
003770         MOVE 12 TO KEYA-RETURN-CODE
003780         GO TO 9999-EXIT
003790     END-IF.
003800     MOVE 'N' TO KEYA-EOF-SW.
003810     PERFORM 1100-READ-KEY THRU 1100-EXIT.
003820     PERFORM 1200-STORE-KEY THRU 1200-EXIT
003830         UNTIL KEYA-EOF.
003840     CLOSE KEYA-KEY-FILE.
003850 1000-EXIT.
003860     EXIT.
003870 1100-READ-KEY.
003880     READ KEYA-KEY-FILE
003890         AT END
003900             SET KEYA-EOF TO TRUE
003910     END-READ.
003920 1100-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------------
003950* 1200-STORE-KEY - ONE LIVE KEY: ITS ID, TYPE AND DATES ONLY.
003960*-----------------------------------------------------------------
003970 1200-STORE-KEY.
003980     IF KEYA-KT-USED >= 500
003990         ADD 1 TO KEYA-DROPPED-COUNT
004000         DISPLAY '*** MORE THAN 500 KEYS - KEY-ID ' KEY-ID
004010             ' NOT REPORTED ***'
004020         GO TO 1200-READ-NEXT
004030     END-IF.
004040     ADD 1 TO KEYA-KT-USED.
004050     MOVE KEYA-KT-USED TO KEYA-KT-FOUND.
004060     PERFORM 5060-CLEAR-KEY-ROW THRU 5060-EXIT.
004070     MOVE KEY-ID TO KEYA-KT-ID (KEYA-KT-FOUND).
004080     MOVE 'L' TO KEYA-KT-SOURCE (KEYA-KT-FOUND).
004090     MOVE KEY-TYPE TO KEYA-KT-TYPE (KEYA-KT-FOUND).
004100     MOVE KEY-EFFECTIVE-DATE TO KEYA-KT-EFFECTIVE (KEYA-KT-FOUND).
004110     MOVE KEY-EXPIRY-DATE TO KEYA-KT-EXPIRY (KEYA-KT-FOUND).
004120     ADD 1 TO KEYA-LIVE-COUNT.
004130 1200-READ-NEXT.
004140     PERFORM 1100-READ-KEY THRU 1100-EXIT.
004150 1200-EXIT.
004160     EXIT.
004170*-----------------------------------------------------------------
004180* 1300-LOAD-HISTORY - COUNT THE SUPERSEDED VERSIONS OF EACH KEY.
004190* A KEY-ID FOUND ONLY HERE WAS DELETED FROM THE LIVE STORE; IT
004200* TAKES THE TYPE AND DATES OF ITS LATEST VERSION (THE HISTORY IS
004210* READ IN KEY-ID AND EFFECTIVE-DATE ORDER). NO HISTORY STORE
004220* (STATUS 35) JUST MEANS NO KEY HAS BEEN SUPERSEDED YET.
004230*-----------------------------------------------------------------
004240 1300-LOAD-HISTORY.
004250     OPEN INPUT KEYA-HIST-FILE.
004260     IF KEYA-HIST-STATUS NOT = '00'
004270         IF KEYA-HIST-STATUS NOT = '35'
004280             DISPLAY '*** KEY HISTORY OPEN FAILED, STATUS='
004290                 KEYA-HIST-STATUS ' ***'
004300         END-IF
004310         GO TO 1300-EXIT
004320     END-IF.
004330     MOVE 'N' TO KEYA-EOF-SW.
004340     PERFORM 1310-READ-HISTORY THRU 1310-EXIT.
004350     PERFORM 1320-STORE-HISTORY THRU 1320-EXIT
004360         UNTIL KEYA-EOF.
004370     CLOSE KEYA-HIST-FILE.
004380 1300-EXIT.
004390     EXIT.
004400 1310-READ-HISTORY.
004410     READ KEYA-HIST-FILE
004420         AT END
004430             SET KEYA-EOF TO TRUE
004440     END-READ.
004450 1310-EXIT.
004460     EXIT.
004470 1320-STORE-HISTORY.
004480     ADD 1 TO KEYA-VERSION-COUNT.
004490     MOVE KEYH-ID TO KEYA-TARGET-ID.
004500     PERFORM 5000-FIND-KEY THRU 5000-EXIT.
004510     IF KEYA-KT-FOUND = ZERO
004520         PERFORM 5050-ADD-KEY-ROW THRU 5050-EXIT
004530         IF KEYA-KT-FOUND = ZERO
004540             GO TO 1320-READ-NEXT
004550         END-IF
004560         MOVE 'H' TO KEYA-KT-SOURCE (KEYA-KT-FOUND)
004570         ADD 1 TO KEYA-HIST-ONLY-COUNT
004580     END-IF.
004590     ADD 1 TO KEYA-KT-VERSIONS (KEYA-KT-FOUND).
004600     IF KEYA-KT-HIST-ONLY (KEYA-KT-FOUND)
004610         MOVE KEYH-TYPE TO KEYA-KT-TYPE (KEYA-KT-FOUND)
004620         MOVE KEYH-EFFECTIVE-DATE
004630             TO KEYA-KT-EFFECTIVE (KEYA-KT-FOUND)
004640         MOVE KEYH-EXPIRY-DATE TO KEYA-KT-EXPIRY (KEYA-KT-FOUND)
004650     END-IF.
004660 1320-READ-NEXT.
004670     PERFORM 1310-READ-HISTORY THRU 1310-EXIT.
004680 1320-EXIT.
004690     EXIT.
004700*-----------------------------------------------------------------
004710* 1400-LOAD-PENDING - THE MESSAGES STILL AWAITING ACKNOWLEDGMENT
004720* (ACKPEND MAY CONCATENATE EVERY STATION'S PENDING FILE). NO
004730* PENDING FILE (STATUS 35) MEANS NOTHING IS OUTSTANDING.
004740*-----------------------------------------------------------------
004750 1400-LOAD-PENDING.
004760     OPEN INPUT KEYA-PEND-FILE.
004770     IF KEYA-PEND-STATUS NOT = '00'
004780         IF KEYA-PEND-STATUS NOT = '35'
004790             DISPLAY '*** PENDING FILE OPEN FAILED, STATUS='
004800                 KEYA-PEND-STATUS ' ***'
004810         END-IF
004820         GO TO 1400-EXIT
004830     END-IF.
004840     MOVE 'N' TO KEYA-EOF-SW.
004850     PERFORM 1410-READ-PENDING THRU 1410-EXIT.
004860     PERFORM 1420-STORE-PENDING THRU 1420-EXIT
004870         UNTIL KEYA-EOF.
004880     CLOSE KEYA-PEND-FILE.
004890 1400-EXIT.
004900     EXIT.
004910 1410-READ-PENDING.
004920     READ KEYA-PEND-FILE
004930         AT END
004940             SET KEYA-EOF TO TRUE
004950     END-READ.
004960 1410-EXIT.
004970     EXIT.
004980 1420-STORE-PENDING.
004990     ADD 1 TO KEYA-PEND-READ.
005000     IF KEYA-PT-USED >= 5000
005010         ADD 1 TO KEYA-DROPPED-COUNT
005020         DISPLAY '*** MORE THAN 5000 PENDING MESSAGES - '
005030             PEND-REC-ID ' NOT CROSS-REFERENCED ***'
005040         GO TO 1420-READ-NEXT
005050     END-IF.
005060     ADD 1 TO KEYA-PT-USED.
005070     MOVE PEND-REC-ID TO KEYA-PT-REC-ID (KEYA-PT-USED).
005080     MOVE PEND-STATION TO KEYA-PT-STATION (KEYA-PT-USED).
005090     IF PEND-SENT-DATE NUMERIC
005100         MOVE PEND-SENT-DATE TO KEYA-PT-SENT-DATE (KEYA-PT-USED)
005110     ELSE
005120         MOVE ZERO TO KEYA-PT-SENT-DATE (KEYA-PT-USED)
005130     END-IF.
005140     IF PEND-RETRAN-COUNT NUMERIC
005150         MOVE PEND-RETRAN-COUNT TO KEYA-PT-RETRAN (KEYA-PT-USED)
005160     ELSE
005170         MOVE ZERO TO KEYA-PT-RETRAN (KEYA-PT-USED)
005180     END-IF.
005190     MOVE SPACES TO KEYA-PT-KEY-ID (KEYA-PT-USED).
005200 1420-READ-NEXT.
005210     PERFORM 1410-READ-PENDING THRU 1410-EXIT.
005220 1420-EXIT.
005230     EXIT.
005240*-----------------------------------------------------------------
005250* 2000-SCAN-LOG - ONE PASS OVER THE AUDIT LOG (ARCHIVE AND LIVE
005260* LOG CONCATENATED) FOR RECORDS NAMING A KEY: EACH ONE MOVES
005270* THAT KEY'S LAST-USE DATE FORWARD, AND AN ENCRYPT OR VIGENC
005280* RECORD ALSO TAGS ANY PENDING MESSAGE WITH THE SAME REC-ID SENT
005290* ON OR AFTER THE LOG DATE. WITHOUT A LOG NO KEY CAN BE JUDGED
005300* IDLE, SO THE IDLE FLAG IS LEFT OFF.
005310*-----------------------------------------------------------------
005320 2000-SCAN-LOG.
005330     OPEN INPUT KEYA-LOG-FILE.
005340     IF KEYA-LOG-STATUS NOT = '00'
005350         DISPLAY '*** AUDIT LOG NOT AVAILABLE, STATUS='
005360             KEYA-LOG-STATUS ' - LAST USE NOT REPORTED ***'
005370         GO TO 2000-EXIT
005380     END-IF.
005390     SET KEYA-LOG-AVAIL TO TRUE.
005400     MOVE 'N' TO KEYA-EOF-SW.
005410     PERFORM 2010-READ-LOG THRU 2010-EXIT.
005420     PERFORM 2020-LOG-ONE THRU 2020-EXIT
005430         UNTIL KEYA-EOF.
005440     CLOSE KEYA-LOG-FILE.
005450 2000-EXIT.
005460     EXIT.
005470 2010-READ-LOG.
005480     READ KEYA-LOG-FILE
005490         AT END
005500             SET KEYA-EOF TO TRUE
005510     END-READ.
005520 2010-EXIT.
005530     EXIT.
005540 2020-LOG-ONE.
005550     IF LOG-KEY-ID = SPACES OR LOG-DATE NOT NUMERIC
005560         GO TO 2020-READ-NEXT
005570     END-IF.
005580     ADD 1 TO KEYA-LOG-KEYED.
005590     MOVE LOG-KEY-ID TO KEYA-TARGET-ID.
005600     PERFORM 5000-FIND-KEY THRU 5000-EXIT.
005610     IF KEYA-KT-FOUND > ZERO
005620         IF LOG-DATE > KEYA-KT-LAST-USED (KEYA-KT-FOUND)
005630             MOVE LOG-DATE TO KEYA-KT-LAST-USED (KEYA-KT-FOUND)
005640         END-IF
005650     END-IF.
005660     IF LOG-REC-ID NUMERIC AND LOG-REC-ID > ZERO
005670         AND (LOG-OPERATION = 'ENCRYPT'
005680           OR LOG-OPERATION = 'VIGENC')
005690         PERFORM 2030-MATCH-PENDING THRU 2030-EXIT
005700             VARYING KEYA-PT-IDX FROM 1 BY 1
005710                 UNTIL KEYA-PT-IDX > KEYA-PT-USED
005720     END-IF.
005730 2020-READ-NEXT.
005740     PERFORM 2010-READ-LOG THRU 2010-EXIT.
005750 2020-EXIT.
005760     EXIT.
005770 2030-MATCH-PENDING.
005780     IF KEYA-PT-REC-ID (KEYA-PT-IDX) = LOG-REC-ID
005790         AND LOG-DATE NOT > KEYA-PT-SENT-DATE (KEYA-PT-IDX)
005800         MOVE LOG-KEY-ID TO KEYA-PT-KEY-ID (KEYA-PT-IDX)
005810     END-IF.
005820 2030-EXIT.
005830     EXIT.
005840*-----------------------------------------------------------------
005850* 3000-SCAN-FEED - THE NEXT FEED TO BE CIPHERED: COUNT EACH FIRST
005860* SEGMENT THAT NAMES A KEY AGAINST THAT KEY. A KEY-ID ON NEITHER
005870* STORE IS ADDED TO THE TABLE SO THE KNOF REJECT IT WILL CAUSE
005880* SHOWS HERE FIRST. NO FEED DATASET MEANS NOTHING IS STAGED.
005890*-----------------------------------------------------------------
005900 3000-SCAN-FEED.
005910     OPEN INPUT KEYA-FEED-FILE.
005920     IF KEYA-FEED-STATUS NOT = '00'
005930         IF KEYA-FEED-STATUS NOT = '35'
005940             DISPLAY '*** MSGIN OPEN FAILED, STATUS='
005950                 KEYA-FEED-STATUS ' ***'
005960         END-IF
005970         GO TO 3000-EXIT
005980     END-IF.
005990     MOVE 'N' TO KEYA-EOF-SW.
006000     PERFORM 3010-READ-FEED THRU 3010-EXIT.
006010     PERFORM 3020-FEED-ONE THRU 3020-EXIT
006020         UNTIL KEYA-EOF.
006030     CLOSE KEYA-FEED-FILE.
006040 3000-EXIT.
006050     EXIT.
006060 3010-READ-FEED.
006070     READ KEYA-FEED-FILE
006080         AT END
006090             SET KEYA-EOF TO TRUE
006100     END-READ.
006110 3010-EXIT.
006120     EXIT.
006130 3020-FEED-ONE.
006140     IF NOT MSG-FIRST-SEG OR MSG-KEY-ID = SPACES
006150         GO TO 3020-READ-NEXT
006160     END-IF.
006170     ADD 1 TO KEYA-FEED-KEYED.
006180     MOVE MSG-KEY-ID TO KEYA-TARGET-ID.
006190     PERFORM 5000-FIND-KEY THRU 5000-EXIT.
006200     IF KEYA-KT-FOUND = ZERO
006210         PERFORM 5050-ADD-KEY-ROW THRU 5050-EXIT
006220         IF KEYA-KT-FOUND = ZERO
006230             GO TO 3020-READ-NEXT
006240         END-IF
006250         MOVE 'U' TO KEYA-KT-SOURCE (KEYA-KT-FOUND)
006260         ADD 1 TO KEYA-UNKNOWN-COUNT
006270     END-IF.
006280     ADD 1 TO KEYA-KT-FEED-COUNT (KEYA-KT-FOUND).
006290     PERFORM 5100-CHECK-AT-RISK THRU 5100-EXIT.
006300     IF KEYA-KEY-AT-RISK
006310         MOVE 'NEXT FEED' TO KEYA-RI-SOURCE
006320         MOVE MSG-REC-ID TO KEYA-RI-REC-ID
006330         MOVE MSG-DEST-STATION TO KEYA-RI-STATION
006340         MOVE KEYA-CURRENT-DATE TO KEYA-RI-DATE
006350         IF KEYA-KEY-UNUSABLE
006360             IF KEYA-KT-LIVE (KEYA-KT-FOUND)
006370                 MOVE 'WILL REJECT TO SUSPENSE - KDAT'
006380                     TO KEYA-RI-NOTE
006390             ELSE
006400                 MOVE 'WILL REJECT TO SUSPENSE - KNOF'
006410                     TO KEYA-RI-NOTE
006420             END-IF
006430         ELSE
006440             MOVE 'CIPHERS UNDER AN EXPIRING KEY'
006450                 TO KEYA-RI-NOTE
006460         END-IF
006470         PERFORM 5200-ADD-RISK-ITEM THRU 5200-EXIT
006480     END-IF.
006490 3020-READ-NEXT.
006500     PERFORM 3010-READ-FEED THRU 3010-EXIT.
006510 3020-EXIT.
006520     EXIT.
006530*-----------------------------------------------------------------
006540* 3100-SCAN-SUSPENSE - OPEN SUSPENSE ITEMS (STATUS O, OR BLANK
006550* FROM BEFORE THE FIELD EXISTED) THAT NAME A KEY. REWORKED AND
006560* CANCELLED ITEMS NO LONGER DEPEND ON ANYTHING.
006570*-----------------------------------------------------------------
006580 3100-SCAN-SUSPENSE.
006590     OPEN INPUT KEYA-SUSP-FILE.
006600     IF KEYA-SUSP-STATUS NOT = '00'
006610         IF KEYA-SUSP-STATUS NOT = '35'
006620             DISPLAY '*** SUSPENSE OPEN FAILED, STATUS='
006630                 KEYA-SUSP-STATUS ' ***'
006640         END-IF
006650         GO TO 3100-EXIT
006660     END-IF.
006670     MOVE 'N' TO KEYA-EOF-SW.
006680     PERFORM 3110-READ-SUSPENSE THRU 3110-EXIT.
006690     PERFORM 3120-SUSPENSE-ONE THRU 3120-EXIT
006700         UNTIL KEYA-EOF.
006710     CLOSE KEYA-SUSP-FILE.
006720 3100-EXIT.
006730     EXIT.
006740 3110-READ-SUSPENSE.
006750     READ KEYA-SUSP-FILE
006760         AT END
006770             SET KEYA-EOF TO TRUE
006780     END-READ.
006790 3110-EXIT.
006800     EXIT.
006810 3120-SUSPENSE-ONE.
006820     IF SUS-REWORKED OR SUS-CANCELLED OR SUS-KEY-ID = SPACES
006830         GO TO 3120-READ-NEXT
006840     END-IF.
006850     ADD 1 TO KEYA-SUSP-KEYED.
006860     MOVE SUS-KEY-ID TO KEYA-TARGET-ID.
006870     PERFORM 5000-FIND-KEY THRU 5000-EXIT.
006880     IF KEYA-KT-FOUND = ZERO
006890         PERFORM 5050-ADD-KEY-ROW THRU 5050-EXIT
006900         IF KEYA-KT-FOUND = ZERO
006910             GO TO 3120-READ-NEXT
006920         END-IF
006930         MOVE 'U' TO KEYA-KT-SOURCE (KEYA-KT-FOUND)
006940         ADD 1 TO KEYA-UNKNOWN-COUNT
006950     END-IF.
006960     ADD 1 TO KEYA-KT-SUSP-COUNT (KEYA-KT-FOUND).
006970     PERFORM 5100-CHECK-AT-RISK THRU 5100-EXIT.
006980     IF KEYA-KEY-AT-RISK
006990         MOVE 'SUSPENSE' TO KEYA-RI-SOURCE
007000         MOVE SUS-REC-ID TO KEYA-RI-REC-ID
007010         MOVE SUS-DEST-STATION TO KEYA-RI-STATION
007020         IF SUS-RUN-DATE NUMERIC
007030             MOVE SUS-RUN-DATE TO KEYA-RI-DATE
007040         ELSE
007050             MOVE ZERO TO KEYA-RI-DATE
007060         END-IF
007070         MOVE SPACES TO KEYA-RI-NOTE
007080         STRING 'OPEN ITEM, REASON ' SUS-REASON-CODE
007090             DELIMITED BY SIZE INTO KEYA-RI-NOTE
007100         END-STRING
007110         PERFORM 5200-ADD-RISK-ITEM THRU 5200-EXIT
007120     END-IF.
007130 3120-READ-NEXT.
007140     PERFORM 3110-READ-SUSPENSE THRU 3110-EXIT.
007150 3120-EXIT.
007160     EXIT.
007170*-----------------------------------------------------------------
007180* 3200-TALLY-PENDING - CREDIT EACH PENDING MESSAGE TO THE KEY THE
007190* LOG PASS FOUND FOR IT. A PENDING MESSAGE WITH NO KEY ON THE LOG
007200* WENT OUT UNDER A PARM OR CLEAR SHIFT, OR BEFORE THE LOG CARRIED
007210* THE KEY-ID, AND IS NOT CREDITED.
007220*-----------------------------------------------------------------
007230 3200-TALLY-PENDING.
007240     PERFORM 3210-PENDING-ONE THRU 3210-EXIT
007250         VARYING KEYA-PT-IDX FROM 1 BY 1
007260             UNTIL KEYA-PT-IDX > KEYA-PT-USED.
007270 3200-EXIT.
007280     EXIT.
007290 3210-PENDING-ONE.
007300     IF KEYA-PT-KEY-ID (KEYA-PT-IDX) = SPACES
007310         GO TO 3210-EXIT
007320     END-IF.
007330     ADD 1 TO KEYA-PEND-MATCHED.
007340     MOVE KEYA-PT-KEY-ID (KEYA-PT-IDX) TO KEYA-TARGET-ID.
007350     PERFORM 5000-FIND-KEY THRU 5000-EXIT.
007360     IF KEYA-KT-FOUND = ZERO
007370         PERFORM 5050-ADD-KEY-ROW THRU 5050-EXIT
007380         IF KEYA-KT-FOUND = ZERO
007390             GO TO 3210-EXIT
007400         END-IF
007410         MOVE 'U' TO KEYA-KT-SOURCE (KEYA-KT-FOUND)
007420         ADD 1 TO KEYA-UNKNOWN-COUNT
007430     END-IF.
007440     ADD 1 TO KEYA-KT-PEND-COUNT (KEYA-KT-FOUND).
007450     PERFORM 5100-CHECK-AT-RISK THRU 5100-EXIT.
007460     IF KEYA-KEY-AT-RISK
007470         MOVE 'PENDING ACK' TO KEYA-RI-SOURCE
007480         MOVE KEYA-PT-REC-ID (KEYA-PT-IDX) TO KEYA-RI-REC-ID
007490         MOVE KEYA-PT-STATION (KEYA-PT-IDX) TO KEYA-RI-STATION
007500         MOVE KEYA-PT-SENT-DATE (KEYA-PT-IDX) TO KEYA-RI-DATE
007510         MOVE SPACES TO KEYA-RI-NOTE
007520         STRING 'UNACKNOWLEDGED, RETRANSMITS '
007530             KEYA-PT-RETRAN (KEYA-PT-IDX)
007540             DELIMITED BY SIZE INTO KEYA-RI-NOTE
007550         END-STRING
007560         PERFORM 5200-ADD-RISK-ITEM THRU 5200-EXIT
007570     END-IF.
007580 3210-EXIT.
007590     EXIT.
007600*-----------------------------------------------------------------
007610* 4000-PRINT-INVENTORY - ONE LINE PER KEY WITH ITS DATES, DAYS
007620* REMAINING, DEPENDENT TRAFFIC, LAST USE AND THE ACTION IT NEEDS.
007630*-----------------------------------------------------------------
007640 4000-PRINT-INVENTORY.
007650     MOVE SPACES TO KEYA-REPORT-RECORD.
007660     WRITE KEYA-REPORT-RECORD.
007670     MOVE KEYA-RPT-HEADING-2 TO KEYA-REPORT-RECORD.
007680     WRITE KEYA-REPORT-RECORD.
007690     PERFORM 4100-PRINT-KEY-LINE THRU 4100-EXIT
007700         VARYING KEYA-KT-IDX FROM 1 BY 1
007710             UNTIL KEYA-KT-IDX > KEYA-KT-USED.
007720 4000-EXIT.
007730     EXIT.
007740 4100-PRINT-KEY-LINE.
007750     MOVE KEYA-KT-IDX TO KEYA-KT-FOUND.
007760     PERFORM 5100-CHECK-AT-RISK THRU 5100-EXIT.
007770     PERFORM 4200-CHECK-IDLE THRU 4200-EXIT.
007780     MOVE KEYA-KT-ID (KEYA-KT-IDX) TO KEYA-RPT-KEY-ID.
007790     MOVE KEYA-KT-TYPE (KEYA-KT-IDX) TO KEYA-RPT-TYPE.
007800     EVALUATE TRUE
007810         WHEN KEYA-KT-UNKNOWN (KEYA-KT-IDX)
007820             MOVE SPACES TO KEYA-RPT-VALUE
007830         WHEN KEYA-KT-TYPE (KEYA-KT-IDX) = 'C'
007840             MOVE '**' TO KEYA-RPT-VALUE
007850         WHEN OTHER
007860             MOVE '********' TO KEYA-RPT-VALUE
007870     END-EVALUATE.
007880     IF KEYA-KT-UNKNOWN (KEYA-KT-IDX)
007890         MOVE SPACES TO KEYA-RPT-EFFECTIVE
007900         MOVE SPACES TO KEYA-RPT-EXPIRY
007910         MOVE SPACES TO KEYA-RPT-DAYS-X
007920     ELSE
007930         MOVE KEYA-KT-EFFECTIVE (KEYA-KT-IDX)
007940             TO KEYA-RPT-EFFECTIVE
007950         IF KEYA-KT-EXPIRY (KEYA-KT-IDX) = ZERO
007960             MOVE 'NONE' TO KEYA-RPT-EXPIRY
007970             MOVE SPACES TO KEYA-RPT-DAYS-X
007980         ELSE
007990             MOVE KEYA-KT-EXPIRY (KEYA-KT-IDX) TO KEYA-RPT-EXPIRY
008000             EVALUATE TRUE
008010                 WHEN KEYA-KT-DAYS-LEFT (KEYA-KT-IDX) > 9999
008020                     MOVE 9999 TO KEYA-RPT-DAYS
008030                 WHEN KEYA-KT-DAYS-LEFT (KEYA-KT-IDX) < -9999
008040                     MOVE -9999 TO KEYA-RPT-DAYS
008050                 WHEN OTHER
008060                     MOVE KEYA-KT-DAYS-LEFT (KEYA-KT-IDX)
008070                         TO KEYA-RPT-DAYS
008080             END-EVALUATE
008090         END-IF
008100     END-IF.
008110     MOVE KEYA-KT-VERSIONS (KEYA-KT-IDX) TO KEYA-RPT-VERSIONS.
008120     MOVE KEYA-KT-FEED-COUNT (KEYA-KT-IDX) TO KEYA-RPT-FEED.
008130     MOVE KEYA-KT-SUSP-COUNT (KEYA-KT-IDX) TO KEYA-RPT-SUSP.
008140     MOVE KEYA-KT-PEND-COUNT (KEYA-KT-IDX) TO KEYA-RPT-PEND.
008150     IF NOT KEYA-LOG-AVAIL
008160         MOVE SPACES TO KEYA-RPT-LAST-USED
008170     ELSE
008180         IF KEYA-KT-LAST-USED (KEYA-KT-IDX) = ZERO
008190             MOVE 'NEVER' TO KEYA-RPT-LAST-USED
008200         ELSE
008210             MOVE KEYA-KT-LAST-USED (KEYA-KT-IDX)
008220                 TO KEYA-RPT-LAST-USED
008230         END-IF
008240     END-IF.
008250     IF KEYA-KT-IDLE-SW (KEYA-KT-IDX) = 'Y'
008260         MOVE 'IDLE' TO KEYA-RPT-IDLE
008270         ADD 1 TO KEYA-IDLE-COUNT
008280     ELSE
008290         MOVE SPACES TO KEYA-RPT-IDLE
008300     END-IF.
008310     PERFORM 4300-SET-ACTION THRU 4300-EXIT.
008320     MOVE KEYA-RPT-DETAIL TO KEYA-REPORT-RECORD.
008330     WRITE KEYA-REPORT-RECORD.
008340 4100-EXIT.
008350     EXIT.
008360*-----------------------------------------------------------------
008370* 4200-CHECK-IDLE - A LIVE KEY IN FORCE TODAY IS IDLE WHEN IT HAS
008380* CARRIED NO TRAFFIC FOR LONGER THAN THE IDLE LIMIT, COUNTING
008390* FROM ITS EFFECTIVE DATE IF IT HAS NEVER BEEN USED.
008400*-----------------------------------------------------------------
008410 4200-CHECK-IDLE.
008420     MOVE 'N' TO KEYA-KT-IDLE-SW (KEYA-KT-IDX).
008430     IF NOT KEYA-LOG-AVAIL
008440         OR NOT KEYA-KT-LIVE (KEYA-KT-IDX)
008450         OR KEYA-KEY-UNUSABLE
008460         GO TO 4200-EXIT
008470     END-IF.
008480     IF KEYA-KT-LAST-USED (KEYA-KT-IDX) > 19000101
008490         COMPUTE KEYA-DATE-INT =
008500             INTEGER-OF-DATE(KEYA-KT-LAST-USED (KEYA-KT-IDX))
008510     ELSE
008520         IF KEYA-KT-EFFECTIVE (KEYA-KT-IDX) > 19000101
008530             COMPUTE KEYA-DATE-INT =
008540                 INTEGER-OF-DATE(KEYA-KT-EFFECTIVE (KEYA-KT-IDX))
008550         ELSE
008560             GO TO 4200-EXIT
008570         END-IF
008580     END-IF.
008590     IF KEYA-DATE-INT > KEYA-TODAY-INT
008600         GO TO 4200-EXIT
008610     END-IF.
008620     COMPUTE KEYA-IDLE-DAYS = KEYA-TODAY-INT - KEYA-DATE-INT.
008630     IF KEYA-IDLE-DAYS > KEYA-IDLE-LIMIT
008640         MOVE 'Y' TO KEYA-KT-IDLE-SW (KEYA-KT-IDX)
008650     END-IF.
008660 4200-EXIT.
008670     EXIT.
008680*-----------------------------------------------------------------
008690* 4300-SET-ACTION - WHAT THE KEY NEEDS, MOST URGENT FIRST. A KEY
008700* THAT CAN NO LONGER CIPHER WHILE TRAFFIC STILL DEPENDS ON IT IS
008710* THE CASE THIS REPORT EXISTS TO CATCH.
008720*-----------------------------------------------------------------
008730 4300-SET-ACTION.
008740     EVALUATE TRUE
008750         WHEN KEYA-KT-UNKNOWN (KEYA-KT-IDX)
008760             ADD 1 TO KEYA-UNUSABLE-DEPS
008770             MOVE 'NOT ON KEY STORE - TRAFFIC NAMES IT (KNOF)'
008780                 TO KEYA-RPT-ACTION
008790         WHEN KEYA-KT-HIST-ONLY (KEYA-KT-IDX)
008800             IF KEYA-KT-FEED-COUNT (KEYA-KT-IDX) > ZERO
008810                 OR KEYA-KT-SUSP-COUNT (KEYA-KT-IDX) > ZERO
008820                 OR KEYA-KT-PEND-COUNT (KEYA-KT-IDX) > ZERO
008830                 ADD 1 TO KEYA-UNUSABLE-DEPS
008840                 MOVE 'DELETED - TRAFFIC STILL DEPENDS ON IT'
008850                     TO KEYA-RPT-ACTION
008860             ELSE
008870                 MOVE 'DELETED - HISTORY ONLY'
008880                     TO KEYA-RPT-ACTION
008890             END-IF
008900         WHEN KEYA-KT-EXPIRY (KEYA-KT-IDX) > ZERO
008910             AND KEYA-KT-DAYS-LEFT (KEYA-KT-IDX) < ZERO
008920             ADD 1 TO KEYA-EXPIRED-COUNT
008930             IF KEYA-KT-FEED-COUNT (KEYA-KT-IDX) > ZERO
008940                 OR KEYA-KT-SUSP-COUNT (KEYA-KT-IDX) > ZERO
008950                 OR KEYA-KT-PEND-COUNT (KEYA-KT-IDX) > ZERO
008960                 ADD 1 TO KEYA-UNUSABLE-DEPS
008970                 MOVE 'EXPIRED - TRAFFIC STILL DEPENDS ON IT'
008980                     TO KEYA-RPT-ACTION
008990             ELSE
009000                 MOVE 'EXPIRED' TO KEYA-RPT-ACTION
009010             END-IF
009020         WHEN KEYA-KT-EFFECTIVE (KEYA-KT-IDX) > KEYA-CURRENT-DATE
009030             IF KEYA-KT-FEED-COUNT (KEYA-KT-IDX) > ZERO
009040                 ADD 1 TO KEYA-UNUSABLE-DEPS
009050                 MOVE 'NOT YET EFFECTIVE - FEED NAMES IT (KDAT)'
009060                     TO KEYA-RPT-ACTION
009070             ELSE
009080                 MOVE 'NOT YET EFFECTIVE' TO KEYA-RPT-ACTION
009090             END-IF
009100         WHEN KEYA-KEY-AT-RISK
009110             ADD 1 TO KEYA-WINDOW-COUNT
009120             MOVE 'EXPIRES WITHIN WINDOW - PLAN ROTATION'
009130                 TO KEYA-RPT-ACTION
009140         WHEN KEYA-KT-IDLE-SW (KEYA-KT-IDX) = 'Y'
009150             MOVE 'NO TRAFFIC PAST IDLE LIMIT - RETIRE CANDIDATE'
009160                 TO KEYA-RPT-ACTION
009170         WHEN OTHER
009180             MOVE 'IN FORCE' TO KEYA-RPT-ACTION
009190     END-EVALUATE.
009200 4300-EXIT.
009210     EXIT.
009220*-----------------------------------------------------------------
009230* 4500-PRINT-AT-RISK - THE DEPENDENT TRAFFIC BEHIND EVERY KEY
009240* THAT IS OUT OF FORCE OR INSIDE THE EXPIRY WINDOW, GROUPED BY
009250* KEY IN INVENTORY ORDER, SO OPERATIONS CAN RE-KEY, REWORK OR
009260* RETRANSMIT IT BEFORE THE KEY GOES.
009270*-----------------------------------------------------------------
009280 4500-PRINT-AT-RISK.
009290     MOVE SPACES TO KEYA-REPORT-RECORD.
009300     WRITE KEYA-REPORT-RECORD.
009310     IF KEYA-RK-USED = ZERO
009320         MOVE 'NO TRAFFIC DEPENDS ON AN EXPIRED OR EXPIRING KEY'
009330             TO KEYA-REPORT-RECORD
009340         WRITE KEYA-REPORT-RECORD
009350         GO TO 4500-EXIT
009360     END-IF.
009370     MOVE 'TRAFFIC DEPENDING ON EXPIRED OR EXPIRING KEYS:'
009380         TO KEYA-REPORT-RECORD.
009390     WRITE KEYA-REPORT-RECORD.
009400     MOVE KEYA-RPT-RISK-HEADING TO KEYA-REPORT-RECORD.
009410     WRITE KEYA-REPORT-RECORD.
009420     PERFORM 4510-RISK-FOR-KEY THRU 4510-EXIT
009430         VARYING KEYA-KT-IDX FROM 1 BY 1
009440             UNTIL KEYA-KT-IDX > KEYA-KT-USED.
009450 4500-EXIT.
009460     EXIT.
009470 4510-RISK-FOR-KEY.
009480     PERFORM 4520-RISK-ITEM THRU 4520-EXIT
009490         VARYING KEYA-RK-IDX FROM 1 BY 1
009500             UNTIL KEYA-RK-IDX > KEYA-RK-USED.
009510 4510-EXIT.
009520     EXIT.
009530 4520-RISK-ITEM.
009540     IF KEYA-RK-KEY-ID (KEYA-RK-IDX)
009550         NOT = KEYA-KT-ID (KEYA-KT-IDX)
009560         GO TO 4520-EXIT
009570     END-IF.
009580     MOVE KEYA-RK-KEY-ID (KEYA-RK-IDX) TO KEYA-RRL-KEY-ID.
009590     MOVE KEYA-RK-SOURCE (KEYA-RK-IDX) TO KEYA-RRL-SOURCE.
009600     MOVE KEYA-RK-REC-ID (KEYA-RK-IDX) TO KEYA-RRL-REC-ID.
009610     MOVE KEYA-RK-STATION (KEYA-RK-IDX) TO KEYA-RRL-STATION.
009620     MOVE KEYA-RK-DATE (KEYA-RK-IDX) TO KEYA-RRL-DATE.
009630     MOVE KEYA-RK-NOTE (KEYA-RK-IDX) TO KEYA-RRL-NOTE.
009640     MOVE KEYA-RPT-RISK-LINE TO KEYA-REPORT-RECORD.
009650     WRITE KEYA-REPORT-RECORD.
009660 4520-EXIT.
009670     EXIT.
009680*-----------------------------------------------------------------
009690* 5000-FIND-KEY - LOCATE THE KEY TABLE ROW FOR KEYA-TARGET-ID.
009700* ZERO MEANS THE KEY-ID IS NOT IN THE TABLE YET.
009710*-----------------------------------------------------------------
009720 5000-FIND-KEY.
009730     MOVE ZERO TO KEYA-KT-FOUND.
009740     PERFORM 5010-MATCH-KEY THRU 5010-EXIT
009750         VARYING KEYA-KT-IDX FROM 1 BY 1
009760             UNTIL KEYA-KT-IDX > KEYA-KT-USED
009770                 OR KEYA-KT-FOUND > ZERO.
009780 5000-EXIT.
009790     EXIT.
009800 5010-MATCH-KEY.
009810     IF KEYA-KT-ID (KEYA-KT-IDX) = KEYA-TARGET-ID
009820         MOVE KEYA-KT-IDX TO KEYA-KT-FOUND
009830     END-IF.
009840 5010-EXIT.
009850     EXIT.
009860*-----------------------------------------------------------------
009870* 5050-ADD-KEY-ROW - CLAIM A NEW ROW FOR KEYA-TARGET-ID. THE
009880* CALLER SETS THE SOURCE. A FULL TABLE LEAVES KEYA-KT-FOUND ZERO.
009890*-----------------------------------------------------------------
009900 5050-ADD-KEY-ROW.
009910     IF KEYA-KT-USED >= 500
009920         ADD 1 TO KEYA-DROPPED-COUNT
009930         DISPLAY '*** MORE THAN 500 KEYS - KEY-ID ' KEYA-TARGET-ID
009940             ' NOT REPORTED ***'
009950         MOVE ZERO TO KEYA-KT-FOUND
009960         GO TO 5050-EXIT
009970     END-IF.
009980     ADD 1 TO KEYA-KT-USED.
009990     MOVE KEYA-KT-USED TO KEYA-KT-FOUND.
010000     PERFORM 5060-CLEAR-KEY-ROW THRU 5060-EXIT.
010010     MOVE KEYA-TARGET-ID TO KEYA-KT-ID (KEYA-KT-FOUND).
010020 5050-EXIT.
010030     EXIT.
010040 5060-CLEAR-KEY-ROW.
010050     MOVE SPACES TO KEYA-KT-ID (KEYA-KT-FOUND).
010060     MOVE SPACES TO KEYA-KT-SOURCE (KEYA-KT-FOUND).
010070     MOVE SPACES TO KEYA-KT-TYPE (KEYA-KT-FOUND).
010080     MOVE ZERO TO KEYA-KT-EFFECTIVE (KEYA-KT-FOUND).
010090     MOVE ZERO TO KEYA-KT-EXPIRY (KEYA-KT-FOUND).
010100     MOVE ZERO TO KEYA-KT-DAYS-LEFT (KEYA-KT-FOUND).
010110     MOVE ZERO TO KEYA-KT-VERSIONS (KEYA-KT-FOUND).
010120     MOVE ZERO TO KEYA-KT-FEED-COUNT (KEYA-KT-FOUND).
010130     MOVE ZERO TO KEYA-KT-SUSP-COUNT (KEYA-KT-FOUND).
010140     MOVE ZERO TO KEYA-KT-PEND-COUNT (KEYA-KT-FOUND).
010150     MOVE ZERO TO KEYA-KT-LAST-USED (KEYA-KT-FOUND).
010160     MOVE 'N' TO KEYA-KT-IDLE-SW (KEYA-KT-FOUND).
010170 5060-EXIT.
010180     EXIT.
010190*-----------------------------------------------------------------
010200* 5100-CHECK-AT-RISK - JUDGE THE KEY IN ROW KEYA-KT-FOUND AGAINST
010210* TODAY. UNUSABLE: ON NEITHER STORE, DELETED, EXPIRED OR NOT YET
010220* EFFECTIVE. AT RISK: UNUSABLE, OR EXPIRING INSIDE THE WINDOW.
010230* THE DAYS REMAINING ARE REFRESHED ON THE ROW AS A SIDE EFFECT.
010240*-----------------------------------------------------------------
010250 5100-CHECK-AT-RISK.
010260     MOVE 'N' TO KEYA-RISK-SW.
010270     MOVE 'N' TO KEYA-UNUSABLE-SW.
010280     MOVE ZERO TO KEYA-KT-DAYS-LEFT (KEYA-KT-FOUND).
010290     IF KEYA-KT-EXPIRY (KEYA-KT-FOUND) > 19000101
010300         COMPUTE KEYA-DATE-INT =
010310             INTEGER-OF-DATE(KEYA-KT-EXPIRY (KEYA-KT-FOUND))
010320         COMPUTE KEYA-KT-DAYS-LEFT (KEYA-KT-FOUND) =
010330             KEYA-DATE-INT - KEYA-TODAY-INT
010340     END-IF.
010350     IF NOT KEYA-KT-LIVE (KEYA-KT-FOUND)
010360         OR KEYA-KT-EFFECTIVE (KEYA-KT-FOUND) > KEYA-CURRENT-DATE
010370         OR (KEYA-KT-EXPIRY (KEYA-KT-FOUND) > ZERO
010380             AND KEYA-KT-DAYS-LEFT (KEYA-KT-FOUND) < ZERO)
010390         SET KEYA-KEY-UNUSABLE TO TRUE
010400         SET KEYA-KEY-AT-RISK TO TRUE
010410         GO TO 5100-EXIT
010420     END-IF.
010430     IF KEYA-KT-EXPIRY (KEYA-KT-FOUND) > ZERO
010440         AND KEYA-KT-DAYS-LEFT (KEYA-KT-FOUND)
010450             NOT > KEYA-WINDOW-DAYS
010460         SET KEYA-KEY-AT-RISK TO TRUE
010470     END-IF.
010480 5100-EXIT.
010490     EXIT.
010500*-----------------------------------------------------------------
010510* 5200-ADD-RISK-ITEM - HOLD ONE AT-RISK ITEM FOR THE LISTING.
010520*-----------------------------------------------------------------
010530 5200-ADD-RISK-ITEM.
010540     ADD 1 TO KEYA-RISK-COUNT.
010550     IF KEYA-RK-USED >= 2000
010560         ADD 1 TO KEYA-DROPPED-COUNT
010570         GO TO 5200-EXIT
010580     END-IF.
010590     ADD 1 TO KEYA-RK-USED.
010600     MOVE KEYA-KT-ID (KEYA-KT-FOUND)
010610         TO KEYA-RK-KEY-ID (KEYA-RK-USED).
010620     MOVE KEYA-RI-SOURCE TO KEYA-RK-SOURCE (KEYA-RK-USED).
010630     MOVE KEYA-RI-REC-ID TO KEYA-RK-REC-ID (KEYA-RK-USED).
010640     MOVE KEYA-RI-STATION TO KEYA-RK-STATION (KEYA-RK-USED).
010650     MOVE KEYA-RI-DATE TO KEYA-RK-DATE (KEYA-RK-USED).
010660     MOVE KEYA-RI-NOTE TO KEYA-RK-NOTE (KEYA-RK-USED).
010670 5200-EXIT.
010680     EXIT.
010690*-----------------------------------------------------------------
010700* 8000-PRINT-TOTALS - CONTROL COUNTS AND THE CONDITION CODE: 8
010710* WHEN TRAFFIC DEPENDS ON A KEY THAT CAN NO LONGER CIPHER IT, 4
010720* WHEN A KEY IS INSIDE THE EXPIRY WINDOW OR IDLE, OTHERWISE 0.
010730*-----------------------------------------------------------------
010740 8000-PRINT-TOTALS.
010750     MOVE SPACES TO KEYA-REPORT-RECORD.
010760     WRITE KEYA-REPORT-RECORD.
010770     MOVE 'KEYS ON THE LIVE STORE . . . . .  '
010780         TO KEYA-RPT-TOTAL-LABEL.
010790     MOVE KEYA-LIVE-COUNT TO KEYA-RPT-TOTAL-COUNT.
010800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
010810     MOVE 'SUPERSEDED VERSIONS ON HISTORY .  '
010820         TO KEYA-RPT-TOTAL-LABEL.
010830     MOVE KEYA-VERSION-COUNT TO KEYA-RPT-TOTAL-COUNT.
010840     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
010850     MOVE 'KEYS ON HISTORY ONLY (DELETED) .  '
010860         TO KEYA-RPT-TOTAL-LABEL.
010870     MOVE KEYA-HIST-ONLY-COUNT TO KEYA-RPT-TOTAL-COUNT.
010880     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
010890     MOVE 'KEY-IDS ON NEITHER STORE . . . .  '
010900         TO KEYA-RPT-TOTAL-LABEL.
010910     MOVE KEYA-UNKNOWN-COUNT TO KEYA-RPT-TOTAL-COUNT.
010920     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
010930     MOVE 'LIVE KEYS EXPIRED  . . . . . . .  '
010940         TO KEYA-RPT-TOTAL-LABEL.
010950     MOVE KEYA-EXPIRED-COUNT TO KEYA-RPT-TOTAL-COUNT.
010960     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
010970     MOVE 'KEYS EXPIRING WITHIN WINDOW  . .  '
010980         TO KEYA-RPT-TOTAL-LABEL.
010990     MOVE KEYA-WINDOW-COUNT TO KEYA-RPT-TOTAL-COUNT.
011000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
011010     MOVE 'KEYS IDLE PAST LIMIT . . . . . .  '
011020         TO KEYA-RPT-TOTAL-LABEL.
011030     MOVE KEYA-IDLE-COUNT TO KEYA-RPT-TOTAL-COUNT.
011040     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
011050     MOVE 'FEED MESSAGES NAMING A KEY . . .  '
011060         TO KEYA-RPT-TOTAL-LABEL.
011070     MOVE KEYA-FEED-KEYED TO KEYA-RPT-TOTAL-COUNT.
011080     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
011090     MOVE 'OPEN SUSPENSE ITEMS NAMING A KEY  '
011100         TO KEYA-RPT-TOTAL-LABEL.
011110     MOVE KEYA-SUSP-KEYED TO KEYA-RPT-TOTAL-COUNT.
011120     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
011130     MOVE 'PENDING MESSAGES READ  . . . . .  '
011140         TO KEYA-RPT-TOTAL-LABEL.
011150     MOVE KEYA-PEND-READ TO KEYA-RPT-TOTAL-COUNT.
011160     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
011170     MOVE 'PENDING MESSAGES TIED TO A KEY .  '
011180         TO KEYA-RPT-TOTAL-LABEL.
011190     MOVE KEYA-PEND-MATCHED TO KEYA-RPT-TOTAL-COUNT.
011200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
011210     MOVE 'AT-RISK ITEMS LISTED . . . . . .  '
011220         TO KEYA-RPT-TOTAL-LABEL.
011230     MOVE KEYA-RISK-COUNT TO KEYA-RPT-TOTAL-COUNT.
011240     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
011250     IF KEYA-DROPPED-COUNT > ZERO
011260         MOVE 'ENTRIES DROPPED - TABLE FULL . .  '
011270             TO KEYA-RPT-TOTAL-LABEL
011280         MOVE KEYA-DROPPED-COUNT TO KEYA-RPT-TOTAL-COUNT
011290         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
011300     END-IF.
011310     IF NOT KEYA-LOG-AVAIL
011320         MOVE 'AUDIT LOG NOT AVAILABLE - NO LAST USE OR IDLE'
011330             TO KEYA-REPORT-RECORD
011340         WRITE KEYA-REPORT-RECORD
011350     END-IF.
011360     EVALUATE TRUE
011370         WHEN KEYA-UNUSABLE-DEPS > ZERO
011380             MOVE 8 TO KEYA-RETURN-CODE
011390         WHEN KEYA-WINDOW-COUNT > ZERO
011400             OR KEYA-IDLE-COUNT > ZERO
011410             OR KEYA-DROPPED-COUNT > ZERO
011420             MOVE 4 TO KEYA-RETURN-CODE
011430     END-EVALUATE.
011440 8000-EXIT.
011450     EXIT.
011460 8100-WRITE-TOTAL.
011470     MOVE KEYA-RPT-TOTAL-LINE TO KEYA-REPORT-RECORD.
011480     WRITE KEYA-REPORT-RECORD.
011490 8100-EXIT.
011500     EXIT.
011510*-----------------------------------------------------------------
011520* 9000-TERMINATE - CLOSE THE REPORT. EACH INPUT IS CLOSED BY THE
011530* PASS THAT READS IT.
011540*-----------------------------------------------------------------
011550 9000-TERMINATE.
011560     CLOSE KEYA-REPORT-FILE.
011570 9000-EXIT.
011580     EXIT.
011590*-----------------------------------------------------------------
011600* 9999-EXIT - SINGLE PROGRAM EXIT POINT.
011610*-----------------------------------------------------------------
011620 9999-EXIT.
011630     MOVE KEYA-RETURN-CODE TO RETURN-CODE.
011640     STOP RUN.
