000370*                   LEGACY TRAFFIC); IT IS VALIDATED HERE LIKE
000371*                   THE OTHER HEADER FIELDS BEFORE THE CIPHER
000372*                   RUN ORDERS THE STATION FILES BY IT.
000373*  10/15/2026  RA   THE FIRST-SEGMENT HEADER NOW CARRIES AN
000374*                   OPTIONAL EMBARGO RELEASE DATE AND TIME. A
000375*                   DATE MUST BE BLANK, ZERO OR A REAL CALENDAR
000376*                   DATE, A TIME BLANK OR A VALID HHMM, AND A
000377*                   TIME IS NOT ACCEPTED WITHOUT A DATE.
000378*  10/15/2026  RA   THE HEADER FILE DATE IS NOW THE BUSINESS DATE
000379*                   OF THE STREAM AND IS CHECKED AGAINST THE RUN
000380*                   CONTROL DATASET (CIPHRCTL, CIPHRCTR LAYOUT).
000381*                   A FEED DATED THE SAME AS A DATE ALREADY
000382*                   ACCEPTED, EARLIER THAN THE CURRENT BUSINESS
000383*                   DATE, OR MORE THAN THE PARM GAP (DEFAULT ONE
000384*                   DAY) AHEAD OF IT IS REFUSED WITH CC=16 BEFORE
000385*                   THE CONTROL-TOTAL DATASET IS TOUCHED. AN
000386*                   ACCEPTED FEED OPENS THE DATE ON THE RUN
000387*                   CONTROL WITH ITS SOURCE SYSTEM, AND THIS
000388*                   STEP'S CONDITION CODE IS STAMPED THERE AT THE
000389*                   END FOR THE STEPS THAT FOLLOW. THE HEADER
000390*                   DATE MUST ALSO BE A REAL CALENDAR DATE.
000391*-----------------------------------------------------------------
000392 ENVIRONMENT DIVISION.
000393 CONFIGURATION SECTION.
000394 SOURCE-COMPUTER.   IBM-370.
000395 OBJECT-COMPUTER.   IBM-370.
000400 REPOSITORY.        FUNCTION ALL INTRINSIC.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000511     SELECT EDIT-CTL-FILE    ASSIGN TO CIPHCTL
000512            ORGANIZATION IS SEQUENTIAL
000513            FILE STATUS IS EDIT-CTL-STATUS.
000514     SELECT EDIT-RCTL-FILE   ASSIGN TO CIPHRCTL
000515            ORGANIZATION IS INDEXED
000516            ACCESS MODE IS RANDOM
000517            RECORD KEY IS RCT-BUS-DATE
000518            FILE STATUS IS EDIT-RCTL-STATUS.
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  EDIT-RAW-FILE
000550     LABEL RECORDS ARE STANDARD
000551     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
000552         DEPENDING ON EDIT-RAW-REC-LEN.
000560 01  EDIT-RAW-RECORD.
000570     COPY CIPHMSG.
000590     COPY CIPHHDTR.
000600 FD  EDIT-CLEAN-FILE
000610     LABEL RECORDS ARE STANDARD
000611     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
000612         DEPENDING ON EDIT-CLEAN-REC-LEN.
000621 01  EDIT-CLEAN-RECORD            PIC X(170).
000630 FD  EDIT-REPORT-FILE
000640     LABEL RECORDS ARE STANDARD.
000650 01  EDIT-REPORT-RECORD           PIC X(132).
000652     LABEL RECORDS ARE STANDARD.
000653 01  EDIT-CTL-RECORD.
000654     COPY CIPHCTLR.
000655 FD  EDIT-RCTL-FILE
000656     LABEL RECORDS ARE STANDARD.
000657 01  EDIT-RCTL-RECORD.
000658     COPY CIPHRCTR.
000660 WORKING-STORAGE SECTION.
000670*-----------------------------------------------------------------
000680* FILE I/O WORK AREAS
000711 01  EDIT-CLEAN-REC-LEN           PIC 9(04) COMP VALUE ZERO.
000720 01  EDIT-REPORT-STATUS           PIC X(02) VALUE '00'.
000721 01  EDIT-CTL-STATUS              PIC X(02) VALUE '00'.
000725 01  EDIT-RCTL-STATUS             PIC X(02) VALUE '00'.
000730 01  EDIT-SWITCHES.
000740     05  EDIT-EOF-SW              PIC X(01) VALUE 'N'.
000750         88  EDIT-EOF                       VALUE 'Y'.
000790         88  EDIT-TRAILER-SEEN              VALUE 'Y'.
000791     05  EDIT-HAVE-FIRST-SW       PIC X(01) VALUE 'N'.
000792         88  EDIT-HAVE-FIRST                VALUE 'Y'.
000793     05  EDIT-DATE-OPEN-SW        PIC X(01) VALUE 'N'.
000794         88  EDIT-DATE-OPENED               VALUE 'Y'.
000795     05  EDIT-DATE-REFUSED-SW     PIC X(01) VALUE 'N'.
000796         88  EDIT-DATE-REFUSED              VALUE 'Y'.
000797     05  EDIT-RCTL-FIRST-SW       PIC X(01) VALUE 'N'.
000798         88  EDIT-RCTL-FIRST-RUN            VALUE 'Y'.
000799     05  EDIT-RCTL-EXISTS-SW      PIC X(01) VALUE 'Y'.
000800         88  EDIT-RCTL-DATE-EXISTS          VALUE 'Y'.
000801         88  EDIT-RCTL-DATE-NEW             VALUE 'N'.
000802*-----------------------------------------------------------------
000810* CONTROL TOTALS AND SEQUENCE WORK AREAS. THE HASH TOTAL IS THE
000820* ARITHMETIC SUM OF EVERY DATA RECORD'S MSG-REC-ID, THE SAME
000830* FIGURE THE UPSTREAM SYSTEM PUTS IN TRL-HASH-TOTAL.
000932 01  EDIT-CTL-NAME                PIC X(12) VALUE SPACES.
000933 01  EDIT-CTL-VALUE               PIC 9(09) VALUE ZERO.
000940*-----------------------------------------------------------------
000941* BUSINESS-DATE SEQUENCE WORK AREAS. THE FEED DATE MAY ADVANCE
000942* THE CURRENT BUSINESS DATE BY AT MOST EDIT-MAX-GAP DAYS.
000943*-----------------------------------------------------------------
000944 01  EDIT-MAX-GAP                 PIC 9(03) VALUE 1.
000945 01  EDIT-PRIOR-BUS-DATE          PIC 9(08) VALUE ZERO.
000946 01  EDIT-NEXT-BUS-DATE           PIC 9(08) VALUE ZERO.
000947 01  EDIT-CURRENT-TIME            PIC 9(08) VALUE ZERO.
000948 77  EDIT-DATE-GAP                PIC S9(07) COMP VALUE ZERO.
000949*-----------------------------------------------------------------
000950* EDIT REPORT LINES
000960*-----------------------------------------------------------------
000970 01  EDIT-RPT-HEADING-1.
001090     05  EDIT-RPT-TOTAL-LABEL     PIC X(34).
001100     05  EDIT-RPT-TOTAL-VALUE     PIC ZZZ,ZZZ,ZZZ,ZZ9.
001110     05  FILLER                   PIC X(83) VALUE SPACES.
001111 LINKAGE SECTION.
001112*-----------------------------------------------------------------
001113* EDIT-PARM-AREA - OPTIONAL:
001114*    COLS 1-3   LARGEST NUMBER OF DAYS THE FEED DATE MAY MOVE
001115*               THE BUSINESS DATE ON (BLANK/000 = 1). CODE A
001116*               LARGER GAP ONLY FOR A FEED THAT FOLLOWS DAYS
001117*               THE CENTER DID NOT RUN.
001118*-----------------------------------------------------------------
001119 01  EDIT-PARM-AREA.
001120     05  EDIT-PARM-LEN            PIC S9(04) COMP.
001121     05  EDIT-PARM-DATA.
001122         10  EDIT-PARM-MAX-GAP    PIC 9(03).
001123 PROCEDURE DIVISION USING EDIT-PARM-AREA.
001130*=================================================================
001140* 0000-MAINLINE - EDIT THE RAW FEED, COPY THE DATA RECORDS TO
001150* THE EDITED DATASET, BALANCE THE TRAILER AND SET THE CONDITION
001160* CODE THE CIPHER STEP IS GATED ON.
001170*=================================================================
001180 0000-MAINLINE.
001185     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
001190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001200     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001210         UNTIL EDIT-EOF.
001211     IF EDIT-DATE-REFUSED
001212         MOVE 16 TO EDIT-RETURN-CODE
001213         PERFORM 9000-TERMINATE THRU 9000-EXIT
001214         GO TO 9999-EXIT
001215     END-IF.
001220     PERFORM 6000-BALANCE-FILE THRU 6000-EXIT.
001230     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001231     PERFORM 8500-WRITE-CONTROL THRU 8500-EXIT.
001233     IF EDIT-DATE-OPENED
001235         PERFORM 8600-STAMP-RUN-CONTROL THRU 8600-EXIT
001237     END-IF.
001240     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001250     GO TO 9999-EXIT.
001251*-----------------------------------------------------------------
001252* 0500-PARSE-PARM - PICK UP THE BUSINESS-DATE GAP, IF SUPPLIED.
001253*-----------------------------------------------------------------
001254 0500-PARSE-PARM.
001255     IF EDIT-PARM-LEN >= 3
001256         IF EDIT-PARM-MAX-GAP NUMERIC AND EDIT-PARM-MAX-GAP > ZERO
001257             MOVE EDIT-PARM-MAX-GAP TO EDIT-MAX-GAP
001258         END-IF
001259     END-IF.
001260 0500-EXIT.
001261     EXIT.
001262*-----------------------------------------------------------------
001270* 1000-INITIALIZE - OPEN THE DATASETS, PRINT THE REPORT HEADINGS
001280* AND PRIME THE READ.
001290*-----------------------------------------------------------------
002060             TO EDIT-RPT-TEXT
002070         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
002080     ELSE
002082         IF TEST-DATE-YYYYMMDD (HDR-FILE-DATE) NOT = ZERO
002084             MOVE HT-REC-ID TO EDIT-RPT-REC-ID
002086             MOVE 'HEADER FILE DATE NOT A VALID CCYYMMDD'
002088                 TO EDIT-RPT-TEXT
002090             PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
002092         ELSE
002094             MOVE HDR-FILE-DATE TO EDIT-HDR-DATE-SAVE
002096         END-IF
002100     END-IF.
002110     IF HDR-SOURCE-SYSTEM = SPACES
002120         MOVE HT-REC-ID TO EDIT-RPT-REC-ID
002150     ELSE
002160         MOVE HDR-SOURCE-SYSTEM TO EDIT-HDR-SOURCE-SAVE
002170     END-IF.
002172     IF EDIT-HDR-DATE-SAVE > ZERO
002174         PERFORM 3100-OPEN-BUSINESS-DATE THRU 3100-EXIT
002176     END-IF.
002180 3000-EXIT.
002181     EXIT.
002182*-----------------------------------------------------------------
002183* 3100-OPEN-BUSINESS-DATE - THE FEED DATE MUST BE THE NEXT
002184* BUSINESS DATE ON THE RUN CONTROL: NOT ONE ALREADY ACCEPTED, NOT
002185* ONE BEFORE THE CURRENT DATE, AND NOT SO FAR AHEAD THAT A DATE
002186* IS SKIPPED. A DATE WHOSE EDIT FAILED EARLIER MAY BE FED AGAIN.
002187* THE VERY FIRST FEED (NO CONTROL RECORD YET) SETS THE CALENDAR
002188* GOING. AN ACCEPTED DATE IS OPENED AFRESH WITH THIS STEP MARKED
002189* STARTED AND BECOMES THE CURRENT BUSINESS DATE. A REFUSED FEED
002190* STOPS THE EDIT AT ONCE SO NOTHING DOWNSTREAM IS TOUCHED.
002191*-----------------------------------------------------------------
002192 3100-OPEN-BUSINESS-DATE.
002193     OPEN I-O EDIT-RCTL-FILE.
002194     IF EDIT-RCTL-STATUS NOT = '00'
002195         DISPLAY '*** UNABLE TO OPEN RUN CONTROL, STATUS='
002196             EDIT-RCTL-STATUS ' ***'
002197         MOVE 12 TO EDIT-RETURN-CODE
002198         GO TO 9999-EXIT
002199     END-IF.
002200     MOVE ZERO TO RCT-BUS-DATE.
002201     READ EDIT-RCTL-FILE
002202         INVALID KEY
002203             SET EDIT-RCTL-FIRST-RUN TO TRUE
002204     END-READ.
002205     IF EDIT-RCTL-FIRST-RUN
002206         SET EDIT-RCTL-DATE-NEW TO TRUE
002207         GO TO 3100-ACCEPT-DATE
002208     END-IF.
002209     MOVE RCT-CURRENT-DATE TO EDIT-PRIOR-BUS-DATE.
002210     MOVE SPACES TO EDIT-RPT-TEXT.
002211     IF EDIT-HDR-DATE-SAVE < EDIT-PRIOR-BUS-DATE
002212         STRING 'FEED DATE ' EDIT-HDR-DATE-SAVE
002213             ' IS BEFORE THE CURRENT BUSINESS DATE '
002214             EDIT-PRIOR-BUS-DATE ' - OUT OF SEQUENCE, REFUSED'
002215             DELIMITED BY SIZE INTO EDIT-RPT-TEXT
002216         END-STRING
002217         GO TO 3100-REFUSE
002218     END-IF.
002219     MOVE EDIT-HDR-DATE-SAVE TO RCT-BUS-DATE.
002220     READ EDIT-RCTL-FILE
002221         INVALID KEY
002222             SET EDIT-RCTL-DATE-NEW TO TRUE
002223     END-READ.
002224     IF EDIT-RCTL-DATE-EXISTS
002225         IF RCT-STEP-COUNT NUMERIC AND RCT-STEP-COUNT > ZERO
002226             AND RCT-STEP-COMPLETE (1)
002227             STRING 'FEED DATE ' EDIT-HDR-DATE-SAVE
002228                 ' WAS ALREADY ACCEPTED ON ' RCT-OPENED-DATE
002229                 ' - DUPLICATE FEED, REFUSED'
002230                 DELIMITED BY SIZE INTO EDIT-RPT-TEXT
002231             END-STRING
002232             GO TO 3100-REFUSE
002233         END-IF
002234         GO TO 3100-ACCEPT-DATE
002235     END-IF.
002236     COMPUTE EDIT-DATE-GAP =
002237         INTEGER-OF-DATE(EDIT-HDR-DATE-SAVE)
002238         - INTEGER-OF-DATE(EDIT-PRIOR-BUS-DATE).
002239     IF EDIT-DATE-GAP > EDIT-MAX-GAP
002240         COMPUTE EDIT-NEXT-BUS-DATE = DATE-OF-INTEGER(
002241             INTEGER-OF-DATE(EDIT-PRIOR-BUS-DATE) + 1)
002242         STRING 'FEED DATE ' EDIT-HDR-DATE-SAVE
002243             ' SKIPS A BUSINESS DATE - EXPECTED '
002244             EDIT-NEXT-BUS-DATE ' - OUT OF SEQUENCE, REFUSED'
002245             DELIMITED BY SIZE INTO EDIT-RPT-TEXT
002246         END-STRING
002247         GO TO 3100-REFUSE
002248     END-IF.
002249 3100-ACCEPT-DATE.
002250     ACCEPT EDIT-CURRENT-TIME FROM TIME.
002251     MOVE SPACES TO EDIT-RCTL-RECORD.
002252     MOVE EDIT-HDR-DATE-SAVE TO RCT-BUS-DATE.
002253     MOVE EDIT-HDR-DATE-SAVE TO RCT-FEED-DATE.
002254     MOVE EDIT-HDR-SOURCE-SAVE TO RCT-SOURCE-SYSTEM.
002255     MOVE EDIT-CURRENT-DATE TO RCT-OPENED-DATE.
002256     MOVE EDIT-CURRENT-TIME TO RCT-OPENED-TIME.
002257     MOVE 1 TO RCT-STEP-COUNT.
002258     MOVE 'CIPHEDIT' TO RCT-STEP-PROGRAM (1).
002259     MOVE SPACES TO RCT-STEP-SOURCE (1).
002260     SET RCT-STEP-STARTED (1) TO TRUE.
002261     MOVE ZERO TO RCT-STEP-CC (1).
002262     MOVE EDIT-CURRENT-DATE TO RCT-STEP-DATE (1).
002263     MOVE EDIT-CURRENT-TIME TO RCT-STEP-TIME (1).
002264     IF EDIT-RCTL-DATE-EXISTS
002265         REWRITE EDIT-RCTL-RECORD
002266             INVALID KEY
002267                 MOVE '99' TO EDIT-RCTL-STATUS
002268         END-REWRITE
002269     ELSE
002270         WRITE EDIT-RCTL-RECORD
002271             INVALID KEY
002272                 MOVE '99' TO EDIT-RCTL-STATUS
002273         END-WRITE
002274     END-IF.
002275     IF EDIT-RCTL-STATUS NOT = '00'
002276         DISPLAY '*** RUN CONTROL UPDATE FAILED, STATUS='
002277             EDIT-RCTL-STATUS ' ***'
002278         MOVE 12 TO EDIT-RETURN-CODE
002279         GO TO 9999-EXIT
002280     END-IF.
002281     MOVE SPACES TO EDIT-RCTL-RECORD.
002282     MOVE ZERO TO RCT-BUS-DATE.
002283     MOVE EDIT-HDR-DATE-SAVE TO RCT-CURRENT-DATE.
002284     IF EDIT-RCTL-FIRST-RUN
002285         WRITE EDIT-RCTL-RECORD
002286             INVALID KEY
002287                 MOVE '99' TO EDIT-RCTL-STATUS
002288         END-WRITE
002289     ELSE
002290         REWRITE EDIT-RCTL-RECORD
002291             INVALID KEY
002292                 MOVE '99' TO EDIT-RCTL-STATUS
002293         END-REWRITE
002294     END-IF.
002295     IF EDIT-RCTL-STATUS NOT = '00'
002296         DISPLAY '*** RUN CONTROL UPDATE FAILED, STATUS='
002297             EDIT-RCTL-STATUS ' ***'
002298         MOVE 12 TO EDIT-RETURN-CODE
002299         GO TO 9999-EXIT
002300     END-IF.
002301     CLOSE EDIT-RCTL-FILE.
002302     SET EDIT-DATE-OPENED TO TRUE.
002303     GO TO 3100-EXIT.
002304 3100-REFUSE.
002305     CLOSE EDIT-RCTL-FILE.
002306     MOVE HT-REC-ID TO EDIT-RPT-REC-ID.
002307     MOVE EDIT-RPT-DETAIL TO EDIT-REPORT-RECORD.
002308     WRITE EDIT-REPORT-RECORD.
002309     DISPLAY '*** ' EDIT-RPT-TEXT.
002310     SET EDIT-DATE-REFUSED TO TRUE.
002311     SET EDIT-EOF TO TRUE.
002312 3100-EXIT.
002313     EXIT.
002314*-----------------------------------------------------------------
002315* 4000-EDIT-TRAILER - EXACTLY ONE TRAILER, LAST ON THE FILE; ITS
002316* TOTALS ARE HELD FOR THE BALANCE CHECK AT END OF FILE.
002317*-----------------------------------------------------------------
002318 4000-EDIT-TRAILER.
002319     IF EDIT-TRAILER-SEEN
002320         MOVE HT-REC-ID TO EDIT-RPT-REC-ID
002321         MOVE 'DUPLICATE TRAILER RECORD' TO EDIT-RPT-TEXT
002322         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
002323         GO TO 4000-EXIT
002324     END-IF.
002325     SET EDIT-TRAILER-SEEN TO TRUE.
002326     IF TRL-RECORD-COUNT NOT NUMERIC
002330         MOVE HT-REC-ID TO EDIT-RPT-REC-ID
002340         MOVE 'TRAILER RECORD COUNT NOT NUMERIC'
002350             TO EDIT-RPT-TEXT
004439             TO EDIT-RPT-TEXT
004439         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
004439     END-IF.
004442     PERFORM 5150-EDIT-RELEASE THRU 5150-EXIT.
004445     IF MSG-TEXT-TOTAL-LEN NOT NUMERIC
004450         MOVE MSG-REC-ID TO EDIT-RPT-REC-ID
004460         MOVE 'MESSAGE TOTAL LENGTH NOT NUMERIC'
004470             TO EDIT-RPT-TEXT
004530         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
004540     END-IF.
004550 5100-EXIT.
004551     EXIT.
004552*-----------------------------------------------------------------
004553* 5150-EDIT-RELEASE - THE EMBARGO RELEASE STAMP. BLANK OR ZERO
004554* MEANS NO EMBARGO; OTHERWISE THE DATE MUST BE A REAL CCYYMMDD
004555* AND THE TIME, IF GIVEN, A VALID HHMM. A TIME WITH NO DATE IS
004556* AN ERROR - THE CIPHER RUN WOULD IGNORE IT.
004557*-----------------------------------------------------------------
004558 5150-EDIT-RELEASE.
004559     IF MSG-RELEASE-DATE (1:8) = SPACES
004560         OR MSG-RELEASE-DATE = ZERO
004561         IF MSG-RELEASE-TIME (1:4) NOT = SPACES
004562             AND MSG-RELEASE-TIME NOT = ZERO
004563             MOVE MSG-REC-ID TO EDIT-RPT-REC-ID
004564             MOVE 'RELEASE TIME GIVEN WITHOUT A RELEASE DATE'
004565                 TO EDIT-RPT-TEXT
004566             PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
004567         END-IF
004568         GO TO 5150-EXIT
004569     END-IF.
004570     IF MSG-RELEASE-DATE NOT NUMERIC
004571         MOVE MSG-REC-ID TO EDIT-RPT-REC-ID
004572         MOVE 'RELEASE DATE NOT NUMERIC OR BLANK' TO EDIT-RPT-TEXT
004573         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
004574         GO TO 5150-EXIT
004575     END-IF.
004576     IF TEST-DATE-YYYYMMDD (MSG-RELEASE-DATE) NOT = ZERO
004577         MOVE MSG-REC-ID TO EDIT-RPT-REC-ID
004578         MOVE 'RELEASE DATE NOT A VALID CCYYMMDD' TO EDIT-RPT-TEXT
004579         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
004580         GO TO 5150-EXIT
004581     END-IF.
004582     IF MSG-RELEASE-TIME (1:4) = SPACES
004583         GO TO 5150-EXIT
004584     END-IF.
004585     IF MSG-RELEASE-TIME NOT NUMERIC
004586         OR MSG-RELEASE-TIME (1:2) > '23'
004587         OR MSG-RELEASE-TIME (3:2) > '59'
004588         MOVE MSG-REC-ID TO EDIT-RPT-REC-ID
004589         MOVE 'RELEASE TIME NOT A VALID HHMM OR BLANK'
004590             TO EDIT-RPT-TEXT
004591         PERFORM 7000-WRITE-ERROR THRU 7000-EXIT
004592     END-IF.
004593 5150-EXIT.
004594     EXIT.
004595*-----------------------------------------------------------------
004596* 5200-EDIT-CONT-SEG - A CONTINUATION MUST FOLLOW ITS OWN FIRST
004597* SEGMENT AND CARRY THE SAME MSG-REC-ID.
004600*-----------------------------------------------------------------
004610 5200-EDIT-CONT-SEG.
004620     IF NOT EDIT-HAVE-FIRST
005120     WRITE EDIT-CTL-RECORD.
005130 8510-EXIT.
005140     EXIT.
005150*-----------------------------------------------------------------
005160* 8600-STAMP-RUN-CONTROL - RECORD HOW THE EDIT ENDED AGAINST THE
005170* BUSINESS DATE IT OPENED: COMPLETE UNDER CC=8, FAILED AT CC=8.
005180* THE CIPHER STEP WILL NOT RUN FOR THE DATE UNTIL THE EDIT IS
005190* COMPLETE. A FAILURE TO STAMP IS REPORTED AND ENDS CC=8 AT LEAST.
005200*-----------------------------------------------------------------
005210 8600-STAMP-RUN-CONTROL.
005220     OPEN I-O EDIT-RCTL-FILE.
005230     IF EDIT-RCTL-STATUS NOT = '00'
005240         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
005250             EDIT-RCTL-STATUS ' ***'
005260         GO TO 8600-FAILED
005270     END-IF.
005280     MOVE EDIT-HDR-DATE-SAVE TO RCT-BUS-DATE.
005290     READ EDIT-RCTL-FILE
005300         INVALID KEY
005310             MOVE '23' TO EDIT-RCTL-STATUS
005320     END-READ.
005330     IF EDIT-RCTL-STATUS NOT = '00'
005340         DISPLAY '*** RUN CONTROL NOT STAMPED - BUSINESS DATE '
005350             EDIT-HDR-DATE-SAVE ' NOT FOUND ***'
005360         CLOSE EDIT-RCTL-FILE
005370         GO TO 8600-FAILED
005380     END-IF.
005390     IF EDIT-RETURN-CODE < 8
005400         SET RCT-STEP-COMPLETE (1) TO TRUE
005410     ELSE
005420         SET RCT-STEP-FAILED (1) TO TRUE
005430     END-IF.
005440     MOVE EDIT-RETURN-CODE TO RCT-STEP-CC (1).
005450     ACCEPT EDIT-CURRENT-TIME FROM TIME.
005460     MOVE EDIT-CURRENT-DATE TO RCT-STEP-DATE (1).
005470     MOVE EDIT-CURRENT-TIME TO RCT-STEP-TIME (1).
005480     REWRITE EDIT-RCTL-RECORD
005490         INVALID KEY
005500             MOVE '99' TO EDIT-RCTL-STATUS
005510     END-REWRITE.
005520     CLOSE EDIT-RCTL-FILE.
005530     IF EDIT-RCTL-STATUS NOT = '00'
005540         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
005550             EDIT-RCTL-STATUS ' ***'
005560         GO TO 8600-FAILED
005570     END-IF.
005580     MOVE SPACES TO EDIT-REPORT-RECORD.
005590     STRING 'BUSINESS DATE ' EDIT-HDR-DATE-SAVE
005600         ' FROM ' EDIT-HDR-SOURCE-SAVE
005610         ' OPENED ON THE RUN CONTROL'
005620         DELIMITED BY SIZE INTO EDIT-REPORT-RECORD
005630     END-STRING.
005640     WRITE EDIT-REPORT-RECORD.
005650     GO TO 8600-EXIT.
005660 8600-FAILED.
005670     IF EDIT-RETURN-CODE < 8
005680         MOVE 8 TO EDIT-RETURN-CODE
005690     END-IF.
005700 8600-EXIT.
005710     EXIT.
