000350*                   THE RUN IS SKIPPED AND NOTED, SO THE
000360*                   INQUIRY CAN BE POINTED AT WHATEVER SUBSET
000370*                   OF THE DAY'S FILES STILL EXISTS.
000371*  10/15/2026  RA   COLLECTIVE MESSAGES. A MESSAGE ADDRESSED TO
000372*                   A DISTRIBUTION LIST IS ROUTED ONCE PER
000373*                   MEMBER STATION UNDER THE ONE REC-ID, SO THE
000374*                   TRACE NOW KEEPS EVERY ROUTED DATASET THAT
000375*                   CARRIED A COPY (AND HOW MANY COPIES) RATHER
000376*                   THAN THE LAST ONE SEEN, SCANS THE HELD-
000377*                   TRAFFIC DATASET FOR COPIES PARKED FOR A
000378*                   SUSPENDED STATION, AND PRINTS A DISTRIBUTED
000379*                   LINE WHEN ONE INPUT MESSAGE PRODUCED MORE
000380*                   THAN ONE COPY.
000381*  10/15/2026  RA   PICKED UP THE WIDER MESSAGE RECORD THAT NOW
000382*                   CARRIES THE EMBARGO RELEASE DATE AND TIME
000383*                   (42-BYTE PREFIX, 170-BYTE MAXIMUM).
000384*-----------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.   IBM-370.
000730     SELECT INQ-LOG-FILE     ASSIGN TO CIPHLOG
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS INQ-LOG-STATUS.
000752     SELECT INQ-HELD-FILE    ASSIGN TO CIPHHELD
000754            ORGANIZATION IS SEQUENTIAL
000756            FILE STATUS IS INQ-HELD-STATUS.
000760     SELECT INQ-REPORT-FILE  ASSIGN TO INQRPT
000770            ORGANIZATION IS SEQUENTIAL
000780            FILE STATUS IS INQ-REPORT-STATUS.
000870     05  FILLER                   PIC X(74).
000880 FD  INQ-IN-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
000910         DEPENDING ON INQ-IN-REC-LEN.
000920 01  INQ-IN-RECORD.
000930     COPY CIPHMSG.
001300     LABEL RECORDS ARE STANDARD.
001310 01  INQ-LOG-RECORD.
001320     COPY CIPHLOGR.
001321 FD  INQ-HELD-FILE
001322     LABEL RECORDS ARE STANDARD
001323     RECORD IS VARYING IN SIZE FROM 32 TO 160 CHARACTERS
001324         DEPENDING ON INQ-HELD-REC-LEN.
001325 01  INQ-HELD-RECORD.
001326     COPY CIPHHLDR.
001330 FD  INQ-REPORT-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  INQ-REPORT-RECORD            PIC X(132).
001470 01  INQ-MRGE-STATUS              PIC X(02) VALUE '00'.
001480 01  INQ-SUSP-STATUS              PIC X(02) VALUE '00'.
001490 01  INQ-LOG-STATUS               PIC X(02) VALUE '00'.
001495 01  INQ-HELD-STATUS              PIC X(02) VALUE '00'.
001500 01  INQ-REPORT-STATUS            PIC X(02) VALUE '00'.
001510 01  INQ-IN-REC-LEN               PIC 9(04) COMP VALUE ZERO.
001520 01  INQ-OUT-REC-LEN              PIC 9(04) COMP VALUE ZERO.
001530 01  INQ-ROUTE-REC-LEN            PIC 9(04) COMP VALUE ZERO.
001535 01  INQ-HELD-REC-LEN             PIC 9(04) COMP VALUE ZERO.
001540 01  INQ-SWITCHES.
001550     05  INQ-EOF-SW               PIC X(01) VALUE 'N'.
001560         88  INQ-EOF                        VALUE 'Y'.
001580* REQUESTED-ID TRACE TABLE - ONE ROW PER MSG-REC-ID ON THE
001590* INQUIRY CARDS. EACH SCAN OF A TRAFFIC DATASET FILLS IN THE
001600* PIECE OF THE TRAIL IT KNOWS ABOUT; THE REPORT PASS AT THE END
001604* STITCHES THE ROWS INTO ONE BLOCK PER MESSAGE. A LIST-ADDRESSED
001608* MESSAGE GOES OUT ONCE PER MEMBER STATION UNDER THE SAME ID, SO
001612* EACH ROW KEEPS UP TO EIGHT ROUTE SLOTS - ONE PER ROUTED DATASET
001616* (OR HELD STATION) THAT CARRIED A COPY - AND THE TOTAL COPIES.
001620*-----------------------------------------------------------------
001630 01  INQ-TRACE-TABLE.
001640     05  INQ-TRACE-ENTRY OCCURS 100 TIMES.
001710         10  INQ-TR-LOG-DATE      PIC 9(08).
001720         10  INQ-TR-LOG-TIME      PIC 9(08).
001730         10  INQ-TR-LOG-OP        PIC X(10).
001732         10  INQ-TR-ROUTE-USED    PIC 9(02).
001734         10  INQ-TR-COPIES        PIC 9(03).
001736         10  INQ-TR-ROUTE-SLOT OCCURS 8 TIMES.
001738             15  INQ-TR-ROUTE-DD  PIC X(08).
001740             15  INQ-TR-ROUTE-STN PIC X(03).
001742             15  INQ-TR-ROUTE-CNT PIC 9(02).
001750         10  INQ-TR-SUS-REASON    PIC X(04).
001760         10  INQ-TR-SUS-DATE      PIC 9(08).
001770         10  INQ-TR-MERGED-SW     PIC X(01).
001780 77  INQ-ID-USED                  PIC 9(03) COMP VALUE ZERO.
001790 77  INQ-ID-IDX                   PIC 9(03) COMP.
001800 77  INQ-ID-FOUND                 PIC 9(03) COMP.
001803 77  INQ-RT-IDX                   PIC 9(02) COMP.
001806 77  INQ-RT-FOUND                 PIC 9(02) COMP.
001810 77  INQ-DROPPED-CARDS            PIC 9(03) COMP VALUE ZERO.
001820 77  INQ-TRACED-COUNT             PIC 9(03) COMP VALUE ZERO.
001830 77  INQ-NOTRACE-COUNT            PIC 9(03) COMP VALUE ZERO.
001850 01  INQ-WORK-ID                  PIC 9(06) VALUE ZERO.
001860 01  INQ-WORK-SEG-TYPE            PIC X(01) VALUE SPACE.
001870 01  INQ-CUR-ROUTE-DD             PIC X(08) VALUE SPACES.
001875 01  INQ-CUR-ROUTE-STN            PIC X(03) VALUE SPACES.
001880*-----------------------------------------------------------------
001890* TRACE REPORT LINES
001900*-----------------------------------------------------------------
002350     05  FILLER                   PIC X(19) VALUE
002360         '  ROUTED TO  . . : '.
002370     05  INQ-TL-DD                PIC X(08).
002371     05  FILLER                   PIC X(01) VALUE SPACE.
002372     05  INQ-TL-COPIES            PIC ZZ9.
002373     05  FILLER                   PIC X(10) VALUE ' COPY(IES)'.
002374     05  INQ-TL-HELD-TAG          PIC X(18).
002375     05  INQ-TL-STN               PIC X(03).
002376     05  FILLER                   PIC X(70) VALUE SPACES.
002377 01  INQ-RPT-DIST-LINE.
002378     05  FILLER                   PIC X(19) VALUE
002379         '  DISTRIBUTED  . : '.
002380     05  INQ-DL-COPIES            PIC ZZ9.
002381     05  FILLER                   PIC X(47) VALUE
002382         ' COPIES UNDER THIS ONE REC-ID - ONE PER STATION'.
002383     05  FILLER                   PIC X(63) VALUE SPACES.
002390 01  INQ-RPT-SUSP-LINE.
002400     05  FILLER                   PIC X(26) VALUE
002410         '  SUSPENSED  . . : REASON '.
002660     PERFORM 2330-SCAN-ROUTE2 THRU 2330-EXIT.
002670     PERFORM 2360-SCAN-ROUTE3 THRU 2360-EXIT.
002680     PERFORM 2390-SCAN-DFLT THRU 2390-EXIT.
002685     PERFORM 2395-SCAN-HELD THRU 2395-EXIT.
002690     PERFORM 2400-SCAN-SUSPENSE THRU 2400-EXIT.
002700     PERFORM 2500-SCAN-MERGED THRU 2500-EXIT.
002710     PERFORM 2600-SCAN-LOG THRU 2600-EXIT.
003430     MOVE ZERO TO INQ-TR-LOG-DATE (INQ-ID-USED).
003440     MOVE ZERO TO INQ-TR-LOG-TIME (INQ-ID-USED).
003450     MOVE SPACES TO INQ-TR-LOG-OP (INQ-ID-USED).
003456     MOVE ZERO TO INQ-TR-ROUTE-USED (INQ-ID-USED).
003462     MOVE ZERO TO INQ-TR-COPIES (INQ-ID-USED).
003470     MOVE SPACES TO INQ-TR-SUS-REASON (INQ-ID-USED).
003480     MOVE ZERO TO INQ-TR-SUS-DATE (INQ-ID-USED).
003490     MOVE 'N' TO INQ-TR-MERGED-SW (INQ-ID-USED).
004550* 2300/2330/2360/2390 - ONE PASS OVER EACH ROUTED STATION
004560* DATASET. THE ROUTED RECORDS ARE CIPHOUTR SEGMENTS, SO THE ID
004570* AND SEGMENT TYPE SIT IN THE FIRST SEVEN BYTES; A FIRST SEGMENT
004575* FOR A REQUESTED ID MARKS A STATION DATASET THAT CARRIED THE
004580* MESSAGE OUT OF THE SHOP. A LIST-ADDRESSED MESSAGE SHOWS ONE
004585* FIRST SEGMENT PER MEMBER STATION, SO THE SAME ID MAY BE
004590* CREDITED ON SEVERAL DATASETS, OR SEVERAL TIMES ON ONE DATASET
004595* THAT SERVES MORE THAN ONE MEMBER.
004600*-----------------------------------------------------------------
004610 2300-SCAN-ROUTE1.
004620     OPEN INPUT INQ-ROUTE1-FILE.
004660         GO TO 2300-EXIT
004670     END-IF.
004680     MOVE 'CIPHOT1' TO INQ-CUR-ROUTE-DD.
004685     MOVE SPACES TO INQ-CUR-ROUTE-STN.
004690     MOVE 'N' TO INQ-EOF-SW.
004700     PERFORM 2310-READ-ROUTE1 THRU 2310-EXIT.
004710     PERFORM 2320-TALLY-ROUTE1 THRU 2320-EXIT
004950         GO TO 2330-EXIT
004960     END-IF.
004970     MOVE 'CIPHOT2' TO INQ-CUR-ROUTE-DD.
004975     MOVE SPACES TO INQ-CUR-ROUTE-STN.
004980     MOVE 'N' TO INQ-EOF-SW.
004990     PERFORM 2340-READ-ROUTE2 THRU 2340-EXIT.
005000     PERFORM 2350-TALLY-ROUTE2 THRU 2350-EXIT
005240         GO TO 2360-EXIT
005250     END-IF.
005260     MOVE 'CIPHOT3' TO INQ-CUR-ROUTE-DD.
005265     MOVE SPACES TO INQ-CUR-ROUTE-STN.
005270     MOVE 'N' TO INQ-EOF-SW.
005280     PERFORM 2370-READ-ROUTE3 THRU 2370-EXIT.
005290     PERFORM 2380-TALLY-ROUTE3 THRU 2380-EXIT
005530         GO TO 2390-EXIT
005540     END-IF.
005550     MOVE 'CIPHOTD' TO INQ-CUR-ROUTE-DD.
005555     MOVE SPACES TO INQ-CUR-ROUTE-STN.
005560     MOVE 'N' TO INQ-EOF-SW.
005570     PERFORM 2391-READ-DFLT THRU 2391-EXIT.
005580     PERFORM 2392-TALLY-DFLT THRU 2392-EXIT
005750 2392-EXIT.
005760     EXIT.
005770*-----------------------------------------------------------------
005771* 2395-SCAN-HELD - ONE PASS OVER THE HELD-TRAFFIC DATASET. A COPY
005772* PARKED FOR A SUSPENDED STATION HAS NOT LEFT THE SHOP YET, SO IT
005773* IS CREDITED AS CIPHHELD UNDER ITS STATION RATHER THAN AS A
005774* ROUTED DATASET. THE HELD SEGMENT ITSELF IS A CIPHOUTR SEGMENT
005775* BEHIND THE HELD PREFIX.
005776*-----------------------------------------------------------------
005777 2395-SCAN-HELD.
005778     OPEN INPUT INQ-HELD-FILE.
005779     IF INQ-HELD-STATUS NOT = '00'
005780         MOVE 'CIPHHELD' TO INQ-SKIP-DD
005781         PERFORM 3100-NOTE-SKIP THRU 3100-EXIT
005782         GO TO 2395-EXIT
005783     END-IF.
005784     MOVE 'CIPHHELD' TO INQ-CUR-ROUTE-DD.
005785     MOVE 'N' TO INQ-EOF-SW.
005786     PERFORM 2396-READ-HELD THRU 2396-EXIT.
005787     PERFORM 2397-TALLY-HELD THRU 2397-EXIT
005788         UNTIL INQ-EOF.
005789     CLOSE INQ-HELD-FILE.
005790 2395-EXIT.
005791     EXIT.
005792 2396-READ-HELD.
005793     READ INQ-HELD-FILE
005794         AT END
005795             SET INQ-EOF TO TRUE
005796     END-READ.
005797 2396-EXIT.
005798     EXIT.
005799 2397-TALLY-HELD.
005800     MOVE HLD-SEG (1:6) TO INQ-WORK-ID.
005801     MOVE HLD-SEG (7:1) TO INQ-WORK-SEG-TYPE.
005802     MOVE HLD-STATION TO INQ-CUR-ROUTE-STN.
005803     PERFORM 3200-CREDIT-ROUTE THRU 3200-EXIT.
005804     PERFORM 2396-READ-HELD THRU 2396-EXIT.
005805 2397-EXIT.
005806     EXIT.
005807*-----------------------------------------------------------------
005808* 3200-CREDIT-ROUTE - MARK WHICH ROUTED DATASET CARRIED THE
005809* MESSAGE. ONLY A FIRST SEGMENT CLAIMS THE ROUTE, SO A LONE
005810* STRAY CONTINUATION DOES NOT MISREPORT THE ROUTING. EACH FIRST
005811* SEGMENT IS ONE COPY; A DATASET (OR HELD STATION) ALREADY IN
005812* THE ROW'S ROUTE SLOTS JUST HAS ITS COPY COUNT BUMPED. PAST THE
005813* EIGHTH SLOT THE COPY IS STILL COUNTED BUT NOT ITEMIZED.
005814*-----------------------------------------------------------------
005820 3200-CREDIT-ROUTE.
005830     IF INQ-WORK-SEG-TYPE NOT = 'F'
005840         GO TO 3200-EXIT
005850     END-IF.
005860     PERFORM 3000-FIND-ENTRY THRU 3000-EXIT.
005861     IF INQ-ID-FOUND = ZERO
005862         GO TO 3200-EXIT
005863     END-IF.
005864     ADD 1 TO INQ-TR-COPIES (INQ-ID-FOUND).
005865     MOVE ZERO TO INQ-RT-FOUND.
005866     PERFORM 3210-MATCH-SLOT THRU 3210-EXIT
005867         VARYING INQ-RT-IDX FROM 1 BY 1
005868             UNTIL INQ-RT-IDX > INQ-TR-ROUTE-USED (INQ-ID-FOUND).
005869     IF INQ-RT-FOUND = ZERO
005870         IF INQ-TR-ROUTE-USED (INQ-ID-FOUND) >= 8
005871             GO TO 3200-EXIT
005872         END-IF
005873         ADD 1 TO INQ-TR-ROUTE-USED (INQ-ID-FOUND)
005874         MOVE INQ-TR-ROUTE-USED (INQ-ID-FOUND) TO INQ-RT-FOUND
005880         MOVE INQ-CUR-ROUTE-DD
005883             TO INQ-TR-ROUTE-DD (INQ-ID-FOUND, INQ-RT-FOUND)
005886         MOVE INQ-CUR-ROUTE-STN
005889             TO INQ-TR-ROUTE-STN (INQ-ID-FOUND, INQ-RT-FOUND)
005892         MOVE ZERO
005895             TO INQ-TR-ROUTE-CNT (INQ-ID-FOUND, INQ-RT-FOUND)
005900     END-IF.
005905     ADD 1 TO INQ-TR-ROUTE-CNT (INQ-ID-FOUND, INQ-RT-FOUND).
005910 3200-EXIT.
005911     EXIT.
005912 3210-MATCH-SLOT.
005913     IF INQ-TR-ROUTE-DD (INQ-ID-FOUND, INQ-RT-IDX)
005914             = INQ-CUR-ROUTE-DD
005915         AND INQ-TR-ROUTE-STN (INQ-ID-FOUND, INQ-RT-IDX)
005916             = INQ-CUR-ROUTE-STN
005917         MOVE INQ-RT-IDX TO INQ-RT-FOUND
005918     END-IF.
005919 3210-EXIT.
005920     EXIT.
005930*-----------------------------------------------------------------
005940* 2400-SCAN-SUSPENSE - PICK UP THE REASON CODE AND RUN DATE FOR
007400     IF INQ-TR-IN-SEGS (INQ-ID-IDX) = ZERO
007410         AND INQ-TR-OUT-SEGS (INQ-ID-IDX) = ZERO
007420         AND INQ-TR-LOG-OP (INQ-ID-IDX) = SPACES
007430         AND INQ-TR-COPIES (INQ-ID-IDX) = ZERO
007440         AND INQ-TR-SUS-REASON (INQ-ID-IDX) = SPACES
007450         ADD 1 TO INQ-NOTRACE-COUNT
007460         MOVE INQ-RPT-NONE-LINE TO INQ-REPORT-RECORD
007680         MOVE INQ-RPT-OUT-LINE TO INQ-REPORT-RECORD
007690         WRITE INQ-REPORT-RECORD
007700     END-IF.
007710     IF INQ-TR-COPIES (INQ-ID-IDX) > 1
007720         MOVE INQ-TR-COPIES (INQ-ID-IDX) TO INQ-DL-COPIES
007730         MOVE INQ-RPT-DIST-LINE TO INQ-REPORT-RECORD
007740         WRITE INQ-REPORT-RECORD
007750     END-IF.
007752     PERFORM 7110-PRINT-ROUTE-SLOT THRU 7110-EXIT
007754         VARYING INQ-RT-IDX FROM 1 BY 1
007756             UNTIL INQ-RT-IDX > INQ-TR-ROUTE-USED (INQ-ID-IDX).
007760     IF INQ-TR-SUS-REASON (INQ-ID-IDX) NOT = SPACES
007770         MOVE INQ-TR-SUS-REASON (INQ-ID-IDX) TO INQ-SL-REASON
007780         MOVE INQ-TR-SUS-DATE (INQ-ID-IDX) TO INQ-SL-DATE
007840         END-IF
007850     END-IF.
007860 7100-EXIT.
007861     EXIT.
007862 7110-PRINT-ROUTE-SLOT.
007863     MOVE INQ-TR-ROUTE-DD (INQ-ID-IDX, INQ-RT-IDX) TO INQ-TL-DD.
007864     MOVE INQ-TR-ROUTE-CNT (INQ-ID-IDX, INQ-RT-IDX)
007865         TO INQ-TL-COPIES.
007866     MOVE SPACES TO INQ-TL-HELD-TAG.
007867     MOVE SPACES TO INQ-TL-STN.
007868     IF INQ-TR-ROUTE-STN (INQ-ID-IDX, INQ-RT-IDX) NOT = SPACES
007869         MOVE ' HELD FOR STATION ' TO INQ-TL-HELD-TAG
007870         MOVE INQ-TR-ROUTE-STN (INQ-ID-IDX, INQ-RT-IDX)
007871             TO INQ-TL-STN
007872     END-IF.
007873     MOVE INQ-RPT-ROUTE-LINE TO INQ-REPORT-RECORD.
007874     WRITE INQ-REPORT-RECORD.
007875 7110-EXIT.
007876     EXIT.
007880*-----------------------------------------------------------------
007890* 8000-PRINT-TOTALS - CONTROL COUNTS FOR THE INQUIRY RUN.
007900*-----------------------------------------------------------------
