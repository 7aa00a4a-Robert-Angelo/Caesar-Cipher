000402*                   RETRANSMIT EXTRACT, EXACTLY THE CASE WHERE
000403*                   THE RE-DATED RECORDS AND STEPPED
000404*                   RETRANSMIT COUNTS MUST STICK.
000405*  10/15/2026  RA   A BLANK PARM AGE LIMIT NOW TAKES THE
000406*                   STATION'S OWN ACK AGE LIMIT FROM THE
000407*                   STATION MASTER (CIPHSTNS) WHEN ONE IS SET
000408*                   THERE, FALLING BACK TO THREE DAYS. THE
000409*                   MASTER IS OPTIONAL - A MISSING DATASET OR
000410*                   STATION JUST LEAVES THE DEFAULT.
000411*  10/15/2026  RA   COLLECTIVE MESSAGES. A MESSAGE ADDRESSED TO
000412*                   A DISTRIBUTION LIST GOES OUT ONCE PER MEMBER
000413*                   STATION UNDER THE ONE REC-ID, SO THE SAME ID
000414*                   LEGITIMATELY PENDS ON SEVERAL STATIONS'
000415*                   PENDING FILES. WHERE TWO MEMBERS SHARE A
000416*                   ROUTED DATASET THEIR COPIES SIT BACK TO BACK
000417*                   ON IT; THE SECOND COPY IS NOW COUNTED AS A
000418*                   LIST COPY RATHER THAN SENT AND PENDED TWICE.
000419*  10/15/2026  RA   ACK/NAK CARDS. THE ACKIN CARD NOW FOLLOWS THE
000420*                   SHARED CIPHACKR LAYOUT, WHICH ADDS A CARD
000421*                   TYPE AND REASON. A NAK (STATION REJECTED THE
000422*                   MESSAGE) IS LISTED WITH ITS REASON AND DOES
000423*                   NOT CLOSE THE MESSAGE, SO IT STAYS PENDING
000424*                   AND AGES TO RETRANSMIT LIKE ANY UNACKNOWLEDGED
000425*                   ITEM. A BLANK TYPE STILL READS AS AN ACK.
000426*  10/15/2026  RA   THE STEP NOW CHECKS IN WITH THE BUSINESS-DATE
000427*                   RUN CONTROL (CIPHRCTL) UNDER THE STATION CODE:
000428*                   IT RUNS ONLY AFTER THE DAY'S CIPHER PASS HAS
000429*                   COMPLETED AND ONCE PER STATION PER DATE, SO
000430*                   THE PENDING FILE IS NEVER ROLLED TWICE. CC=8
000431*                   (AGED TRAFFIC) STAMPS COMPLETE; ONLY CC=12
000432*                   STAMPS FAILED. A REFUSED RUN ENDS CC=16 AND
000433*                   TOUCHES NOTHING.
000434*  10/15/2026  RA   DELIVERY HISTORY. EVERY MESSAGE THE RUN CLOSES
000435*                   (ACKNOWLEDGED THIS RUN OR OFF THE PENDING
000436*                   FILE) NOW WRITES A CIPHDLHR RECORD TO ACKHIST:
000437*                   STATION, REC-ID, PRECEDENCE, FIRST SENT DATE,
000438*                   ACK DATE, DAYS TO ACKNOWLEDGE, RETRANSMIT
000439*                   COUNT AND WHETHER IT AGED PAST THE LIMIT. THE
000440*                   PRECEDENCE IS LOOKED UP ON THE DAY'S CIPHIN
000441*                   (OPTIONAL, AS IN CIPHFMT) WHEN THE MESSAGE IS
000442*                   FIRST SENT AND CARRIED ON THE PENDING RECORD
000443*                   WITH THE FIRST SENT DATE, SO A RETRANSMIT NO
000444*                   LONGER LOSES WHEN THE MESSAGE FIRST WENT OUT.
000445*                   THE PENDING RECORD GREW 9 BYTES TO 4038.
000446*  10/15/2026  RA   RELEASED TRAFFIC. A COPY RELEASED FROM HELD
000447*                   TRAFFIC OR EMBARGO WAS CIPHERED ON AN EARLIER
000448*                   DAY AND IS NOT ON THE DAY'S CIPHIN, SO ITS
000449*                   HISTORY RECORD CARRIED PRECEDENCE -. THE
000450*                   RELEASE INDEX (CIPHRLSX, CIPHRLSR LAYOUT) IS
000451*                   NOW LOADED AS WELL (OPTIONAL, AS IN CIPHFMT)
000452*                   AND A RELEASED COPY TAKES ITS ORIGINAL
000453*                   PRECEDENCE FROM IT.
000454*-----------------------------------------------------------------
000455 ENVIRONMENT DIVISION.
000456 CONFIGURATION SECTION.
000457 SOURCE-COMPUTER.   IBM-370.
000458 OBJECT-COMPUTER.   IBM-370.
000459 REPOSITORY.        FUNCTION ALL INTRINSIC.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ACK-ACK-FILE     ASSIGN TO ACKIN
000510     SELECT ACK-SENT-FILE    ASSIGN TO SENTIN
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS IS ACK-SENT-STATUS.
000531     SELECT ACK-STN-FILE     ASSIGN TO CIPHSTNS
000532            ORGANIZATION IS INDEXED
000533            ACCESS MODE IS RANDOM
000534            RECORD KEY IS STN-CODE
000535            FILE STATUS IS ACK-STN-STATUS.
000540     SELECT ACK-PEND-FILE    ASSIGN TO ACKPEND
000550            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS IS ACK-PEND-STATUS.
000630     SELECT ACK-REPORT-FILE  ASSIGN TO ACKRPT
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS ACK-REPORT-STATUS.
000651     SELECT ACK-MSG-FILE     ASSIGN TO CIPHIN
000652            ORGANIZATION IS SEQUENTIAL
000653            FILE STATUS IS ACK-MSG-STATUS.
000654     SELECT ACK-HIST-FILE    ASSIGN TO ACKHIST
000655            ORGANIZATION IS SEQUENTIAL
000656            FILE STATUS IS ACK-HIST-STATUS.
000657     SELECT ACK-RLSX-FILE    ASSIGN TO CIPHRLSX
000658            ORGANIZATION IS SEQUENTIAL
000659            FILE STATUS IS ACK-RLSX-STATUS.
000660     SELECT ACK-RCTL-FILE    ASSIGN TO CIPHRCTL
000661            ORGANIZATION IS INDEXED
000662            ACCESS MODE IS RANDOM
000663            RECORD KEY IS RCT-BUS-DATE
000664            FILE STATUS IS ACK-RCTL-STATUS.
000665 DATA DIVISION.
000670 FILE SECTION.
000680 FD  ACK-ACK-FILE
000690     LABEL RECORDS ARE STANDARD.
000700 01  ACK-ACK-RECORD.
000710     COPY CIPHACKR.
000750 FD  ACK-SENT-FILE
000760     LABEL RECORDS ARE STANDARD
000770     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
000780         DEPENDING ON ACK-SENT-REC-LEN.
000790 01  ACK-SENT-RECORD.
000800     COPY CIPHOUTR.
000802 FD  ACK-STN-FILE
000804     LABEL RECORDS ARE STANDARD.
000806 01  ACK-STN-RECORD.
000808     COPY CIPHSTNR.
000810 FD  ACK-PEND-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  ACK-PEND-RECORD.
000911     05  PNO-CHECK-VALUE          PIC 9(06).
000920     05  PNO-TEXT-LEN             PIC 9(04).
000930     05  PNO-TEXT                 PIC X(4000).
000933     05  PNO-PRECEDENCE           PIC X(01).
000936     05  PNO-FIRST-SENT-DATE      PIC 9(08).
000940 FD  ACK-RXMT-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001060 FD  ACK-REPORT-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 01  ACK-REPORT-RECORD            PIC X(132).
001081 FD  ACK-MSG-FILE
001082     LABEL RECORDS ARE STANDARD
001083     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
001084         DEPENDING ON ACK-MSG-REC-LEN.
001085 01  ACK-MSG-RECORD.
001086     COPY CIPHMSG.
001087 FD  ACK-HIST-FILE
001088     LABEL RECORDS ARE STANDARD.
001089 01  ACK-HIST-RECORD.
001090     COPY CIPHDLHR.
001091 FD  ACK-RLSX-FILE
001092     LABEL RECORDS ARE STANDARD.
001093 01  ACK-RLSX-RECORD.
001094     COPY CIPHRLSR.
001095 FD  ACK-RCTL-FILE
001096     LABEL RECORDS ARE STANDARD.
001097 01  ACK-RCTL-RECORD.
001098     COPY CIPHRCTR.
001099 WORKING-STORAGE SECTION.
001100*-----------------------------------------------------------------
001110* FILE I/O WORK AREAS
001120*-----------------------------------------------------------------
001160 01  ACK-PENDO-STATUS             PIC X(02) VALUE '00'.
001170 01  ACK-RXMT-STATUS              PIC X(02) VALUE '00'.
001180 01  ACK-REPORT-STATUS            PIC X(02) VALUE '00'.
001182 01  ACK-STN-STATUS               PIC X(02) VALUE '00'.
001184 01  ACK-MSG-STATUS               PIC X(02) VALUE '00'.
001186 01  ACK-HIST-STATUS              PIC X(02) VALUE '00'.
001188 01  ACK-RLSX-STATUS              PIC X(02) VALUE '00'.
001190 01  ACK-SENT-REC-LEN             PIC 9(04) COMP VALUE ZERO.
001200 01  ACK-RXMT-REC-LEN             PIC 9(04) COMP VALUE ZERO.
001205 01  ACK-MSG-REC-LEN              PIC 9(04) COMP VALUE ZERO.
001210 01  ACK-SWITCHES.
001220     05  ACK-EOF-SW               PIC X(01) VALUE 'N'.
001230         88  ACK-EOF                        VALUE 'Y'.
001270         88  ACK-SENT-DONE                  VALUE 'Y'.
001280     05  ACK-PENDFILE-SW          PIC X(01) VALUE 'N'.
001290         88  ACK-PENDFILE-AVAIL             VALUE 'Y'.
001293     05  ACK-AGE-PARM-SW          PIC X(01) VALUE 'N'.
001296         88  ACK-AGE-FROM-PARM              VALUE 'Y'.
001300*-----------------------------------------------------------------
001310* ACKNOWLEDGMENT TABLE - THE DAY'S RETURNED OUT-REC-IDS. EACH
001320* ENTRY IS MARKED USED WHEN IT MATCHES A SENT OR PENDING
001420 77  ACK-ACK-FOUND                PIC 9(04) COMP.
001430 77  ACK-DROPPED-CARDS            PIC 9(04) COMP VALUE ZERO.
001440*-----------------------------------------------------------------
001441* MESSAGE HEADER TABLE - PRECEDENCE FOR EVERY FIRST SEGMENT ON THE
001442* DAY'S CIPHIN, KEYED BY REC-ID. THE ROUTED SEGMENTS DO NOT CARRY
001443* IT, SO A MESSAGE SENT THIS RUN TAKES ITS PRECEDENCE FROM HERE
001444* AND CARRIES IT ON THE PENDING RECORD UNTIL IT CLOSES.
001445*-----------------------------------------------------------------
001446 01  ACK-HDR-TABLE.
001447     05  ACK-HDR-ENTRY OCCURS 5000 TIMES.
001448         10  ACK-HT-ID            PIC 9(06) COMP.
001449         10  ACK-HT-PREC          PIC X(01).
001450 77  ACK-HDR-USED                 PIC 9(04) COMP VALUE ZERO.
001451 77  ACK-HDR-IDX                  PIC 9(04) COMP.
001452 77  ACK-HDR-FOUND                PIC 9(04) COMP.
001453*-----------------------------------------------------------------
001454* RELEASE TABLE - ONE ENTRY PER COPY THE RELEASE STEPS PUT BACK
001455* ON A STATION FILE TONIGHT (CIPHRLSX), KEYED BY REC-ID AND
001456* CHECK VALUE. A RELEASED COPY WAS CIPHERED ON AN EARLIER DAY, SO
001457* IT IS NOT ON THE HEADER TABLE ABOVE.
001458*-----------------------------------------------------------------
001459 01  ACK-RLS-TABLE.
001460     05  ACK-RLS-ENTRY OCCURS 2000 TIMES.
001461         10  ACK-RT-ID            PIC 9(06) COMP.
001462         10  ACK-RT-CHECK         PIC 9(06) COMP.
001463         10  ACK-RT-PREC          PIC X(01).
001464 77  ACK-RLS-USED                 PIC 9(04) COMP VALUE ZERO.
001465 77  ACK-RLS-IDX                  PIC 9(04) COMP.
001466 77  ACK-RLS-FOUND                PIC 9(04) COMP.
001467 01  ACK-MSG-PREC                 PIC X(01) VALUE SPACE.
001468*-----------------------------------------------------------------
001469* DELIVERY HISTORY WORK AREAS - THE MESSAGE BEING CLOSED.
001470*-----------------------------------------------------------------
001471 01  ACK-CLOSE-ID                 PIC 9(06) VALUE ZERO.
001472 01  ACK-CLOSE-PREC               PIC X(01) VALUE SPACE.
001473 01  ACK-CLOSE-SENT-DATE          PIC 9(08) VALUE ZERO.
001474 01  ACK-CLOSE-RETRAN             PIC 9(02) VALUE ZERO.
001475 77  ACK-CLOSE-DAYS               PIC 9(04) COMP VALUE ZERO.
001476 77  ACK-HIST-COUNT               PIC 9(06) COMP VALUE ZERO.
001477*-----------------------------------------------------------------
001478* MATCH/BALANCE COUNTERS
001479*-----------------------------------------------------------------
001480 77  ACK-SENT-COUNT               PIC 9(06) COMP VALUE ZERO.
001481 77  ACK-ACKED-COUNT              PIC 9(06) COMP VALUE ZERO.
001490 77  ACK-PRIOR-ACKED-COUNT        PIC 9(06) COMP VALUE ZERO.
001500 77  ACK-NEW-UNACK-COUNT          PIC 9(06) COMP VALUE ZERO.
001510 77  ACK-CARRIED-COUNT            PIC 9(06) COMP VALUE ZERO.
001520 77  ACK-AGED-COUNT               PIC 9(06) COMP VALUE ZERO.
001530 77  ACK-UNEXPECTED-COUNT         PIC 9(06) COMP VALUE ZERO.
001533 77  ACK-LIST-COPY-COUNT          PIC 9(06) COMP VALUE ZERO.
001536 77  ACK-NAK-COUNT                PIC 9(06) COMP VALUE ZERO.
001540 77  ACK-RETURN-CODE              PIC 9(02) VALUE ZERO.
001550*-----------------------------------------------------------------
001560* AGING WORK AREAS - THE DAY COUNT IS TAKEN OVER INTEGER DATES
001700 01  ACK-MSG-LEN                  PIC 9(04) COMP VALUE ZERO.
001710 01  ACK-MSG-ID                   PIC 9(06) VALUE ZERO.
001711 01  ACK-MSG-CHECK                PIC 9(06) VALUE ZERO.
001715 01  ACK-LAST-SENT-ID             PIC 9(06) VALUE ZERO.
001720 77  ACK-SEG-LEN                  PIC 9(03) COMP.
001730*-----------------------------------------------------------------
001740* RETRANSMIT SEGMENTATION WORK AREAS
002040     05  ACK-RPT-TOTAL-LABEL      PIC X(34).
002050     05  ACK-RPT-TOTAL-COUNT      PIC ZZZ,ZZ9.
002060     05  FILLER                   PIC X(91) VALUE SPACES.
002061*-----------------------------------------------------------------
002062* RUN CONTROL WORK AREAS. THIS STEP IS KNOWN ON THE RUN CONTROL BY
002063* PROGRAM AND SOURCE; IT MAY NOT START UNTIL ITS PREREQUISITE STEP
002064* (EITHER ONE, OR BOTH WHERE MARKED) HAS COMPLETED FOR THE CURRENT
002065* BUSINESS DATE, AND MAY NOT RUN AGAIN ONCE COMPLETE UNLESS THE
002066* RERUN-AFTER STEP HAS COMPLETED SINCE. A CC AT OR OVER THE FAIL
002067* LEVEL STAMPS THE STEP FAILED, WHICH LEAVES IT FREE TO RERUN.
002068*-----------------------------------------------------------------
002069 01  ACK-RCTL-STATUS              PIC X(02) VALUE '00'.
002070 01  ACK-RCTL-AREA.
002071     05  ACK-RCTL-STEP-ID.
002072         10  ACK-RCTL-PROGRAM     PIC X(08) VALUE 'CIPHACK'.
002073         10  ACK-RCTL-SOURCE      PIC X(08) VALUE SPACES.
002074     05  ACK-RCTL-PREREQ-1.
002075         10  ACK-RCTL-PREREQ-1-PGM PIC X(08) VALUE 'CEASARCP'.
002076         10  ACK-RCTL-PREREQ-1-SRC PIC X(08) VALUE 'CIPHIN'.
002077     05  ACK-RCTL-PREREQ-2.
002078         10  ACK-RCTL-PREREQ-2-PGM PIC X(08) VALUE 'CIPHMRGE'.
002079         10  ACK-RCTL-PREREQ-2-SRC PIC X(08) VALUE 'RECOMB'.
002080     05  ACK-RCTL-RERUN-AFTER.
002081         10  ACK-RCTL-RERUN-PGM   PIC X(08) VALUE SPACES.
002082         10  ACK-RCTL-RERUN-SRC   PIC X(08) VALUE SPACES.
002083     05  ACK-RCTL-FAIL-CC         PIC 9(02) VALUE 12.
002084     05  ACK-RCTL-CC              PIC 9(02) VALUE ZERO.
002085     05  ACK-RCTL-BUS-DATE        PIC 9(08) VALUE ZERO.
002086     05  ACK-RCTL-DATE            PIC 9(08) VALUE ZERO.
002087     05  ACK-RCTL-TIME            PIC 9(08) VALUE ZERO.
002088     05  ACK-RCTL-FIND-ID         PIC X(16) VALUE SPACES.
002089     05  ACK-RCTL-FIND-NAME REDEFINES ACK-RCTL-FIND-ID.
002090         10  ACK-RCTL-FIND-PROGRAM PIC X(08).
002091         10  ACK-RCTL-FIND-SOURCE PIC X(08).
002092     05  ACK-RCTL-STEP-NAME       PIC X(17) VALUE SPACES.
002093     05  ACK-RCTL-MISSING         PIC X(40) VALUE SPACES.
002094     05  ACK-RCTL-MESSAGE         PIC X(100) VALUE SPACES.
002095     05  ACK-RCTL-NEED-SW         PIC X(01) VALUE 'E'.
002096         88  ACK-RCTL-NEED-EITHER           VALUE 'E'.
002097         88  ACK-RCTL-NEED-BOTH             VALUE 'B'.
002098     05  ACK-RCTL-MET-SW          PIC X(01) VALUE 'N'.
002099         88  ACK-RCTL-PREREQ-MET            VALUE 'Y'.
002100     05  ACK-RCTL-DONE-SW         PIC X(01) VALUE 'N'.
002101         88  ACK-RCTL-STEP-DONE             VALUE 'Y'.
002102     05  ACK-RCTL-REWORK-SW       PIC X(01) VALUE 'N'.
002103         88  ACK-RCTL-REWORK                VALUE 'Y'.
002104 77  ACK-RCTL-IDX                 PIC S9(04) COMP VALUE ZERO.
002105 77  ACK-RCTL-FOUND-IDX           PIC S9(04) COMP VALUE ZERO.
002106 77  ACK-RCTL-STEP-IDX            PIC S9(04) COMP VALUE ZERO.
002107 LINKAGE SECTION.
002108*-----------------------------------------------------------------
002109* ACK-PARM-AREA - ONE RUN COVERS ONE STATION:
002110*    COLS  1-3   STATION CODE (MUST MATCH THE ROUTED DATASET
002111*                THE SENTIN DD POINTS AT)
002120*    COLS  4-5   AGE LIMIT IN DAYS (BLANK/00 = 3): ANYTHING
002130*                UNACKNOWLEDGED LONGER THAN THIS IS CUT TO THE
002140*                RETRANSMIT EXTRACT AND RE-DATED
002260*=================================================================
002270 0000-MAINLINE.
002280     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
002285     PERFORM 0800-CHECK-RUN-CONTROL THRU 0800-EXIT.
002290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002300     PERFORM 2000-ROLL-PENDING THRU 2000-EXIT.
002310     PERFORM 3000-MATCH-SENT THRU 3000-EXIT
002330     PERFORM 4000-REPORT-UNEXPECTED THRU 4000-EXIT.
002340     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002350     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002355     PERFORM 8600-STAMP-RUN-CONTROL THRU 8600-EXIT.
002360     GO TO 9999-EXIT.
002370*-----------------------------------------------------------------
002380* 0500-PARSE-PARM - PICK UP THE STATION CODE AND AGE LIMIT. THE
002390* STATION IS REQUIRED; A MISSING OR ZERO AGE LIMIT FALLS BACK
002400* TO THE STATION MASTER'S LIMIT, THEN THE THREE-DAY DEFAULT.
002410*-----------------------------------------------------------------
002420 0500-PARSE-PARM.
002430     IF ACK-PARM-LEN >= 3
002480     IF ACK-PARM-LEN >= 5
002490         IF ACK-PARM-AGE NUMERIC AND ACK-PARM-AGE > ZERO
002500             MOVE ACK-PARM-AGE TO ACK-AGE-LIMIT
002505             SET ACK-AGE-FROM-PARM TO TRUE
002510         END-IF
002520     END-IF.
002530     IF ACK-STATION = SPACES
002550         MOVE 12 TO ACK-RETURN-CODE
002560         GO TO 9999-EXIT
002570     END-IF.
002572     IF NOT ACK-AGE-FROM-PARM
002574         PERFORM 0600-STATION-AGE-LIMIT THRU 0600-EXIT
002576     END-IF.
002580 0500-EXIT.
002581     EXIT.
002582*-----------------------------------------------------------------
002583* 0600-STATION-AGE-LIMIT - TAKE THE STATION'S ACK AGE LIMIT FROM
002584* THE STATION MASTER WHEN ONE IS SET THERE. THE MASTER IS
002585* OPTIONAL HERE: IF IT CANNOT BE OPENED, OR DOES NOT CARRY THE
002586* STATION, THE DEFAULT STANDS.
002587*-----------------------------------------------------------------
002588 0600-STATION-AGE-LIMIT.
002589     OPEN INPUT ACK-STN-FILE.
002590     IF ACK-STN-STATUS NOT = '00'
002591         GO TO 0600-EXIT
002592     END-IF.
002593     MOVE ACK-STATION TO STN-CODE.
002594     READ ACK-STN-FILE
002595         INVALID KEY
002596             MOVE ZERO TO STN-ACK-AGE-LIMIT
002597     END-READ.
002598     IF STN-ACK-AGE-LIMIT NUMERIC AND STN-ACK-AGE-LIMIT > ZERO
002599         MOVE STN-ACK-AGE-LIMIT TO ACK-AGE-LIMIT
002600     END-IF.
002601     CLOSE ACK-STN-FILE.
002602 0600-EXIT.
002603     EXIT.
002604*-----------------------------------------------------------------
002605* 0800-CHECK-RUN-CONTROL - BEFORE ANY DATASET IS OPENED, MAKE
002606* SURE THIS STEP MAY RUN FOR THE CURRENT BUSINESS DATE: ITS
002607* PREREQUISITE MUST HAVE COMPLETED, AND THE STEP ITSELF MUST NOT
002608* HAVE COMPLETED ALREADY (UNLESS ITS RERUN-AFTER STEP HAS SINCE
002609* COMPLETED AGAIN - A FRESH REWORK CYCLE). A REFUSED STEP ENDS
002610* CC=16 WITHOUT TOUCHING ANYTHING; ONE THAT MAY RUN IS MARKED
002611* STARTED.
002612*-----------------------------------------------------------------
002613 0800-CHECK-RUN-CONTROL.
002614     MOVE ACK-STATION TO ACK-RCTL-SOURCE.
002615     MOVE ACK-RCTL-STEP-ID TO ACK-RCTL-FIND-ID.
002616     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
002617     OPEN I-O ACK-RCTL-FILE.
002618     IF ACK-RCTL-STATUS NOT = '00'
002619         DISPLAY '*** UNABLE TO OPEN RUN CONTROL, STATUS='
002620             ACK-RCTL-STATUS ' ***'
002621         MOVE 12 TO ACK-RETURN-CODE
002622         GO TO 9999-EXIT
002623     END-IF.
002624     MOVE ZERO TO RCT-BUS-DATE.
002625     READ ACK-RCTL-FILE
002626         INVALID KEY
002627             MOVE '23' TO ACK-RCTL-STATUS
002628     END-READ.
002629     IF ACK-RCTL-STATUS NOT = '00'
002630         MOVE 'NO BUSINESS DATE IS OPEN ON THE RUN CONTROL'
002631             TO ACK-RCTL-MESSAGE
002632         GO TO 0800-REFUSE
002633     END-IF.
002634     MOVE RCT-CURRENT-DATE TO ACK-RCTL-BUS-DATE.
002635     MOVE ACK-RCTL-BUS-DATE TO RCT-BUS-DATE.
002636     READ ACK-RCTL-FILE
002637         INVALID KEY
002638             MOVE '23' TO ACK-RCTL-STATUS
002639     END-READ.
002640     IF ACK-RCTL-STATUS NOT = '00'
002641         STRING 'BUSINESS DATE ' ACK-RCTL-BUS-DATE
002642             ' IS NOT ON THE RUN CONTROL'
002643             DELIMITED BY SIZE INTO ACK-RCTL-MESSAGE
002644         END-STRING
002645         GO TO 0800-REFUSE
002646     END-IF.
002647     IF RCT-STEP-COUNT NOT NUMERIC
002648         MOVE ZERO TO RCT-STEP-COUNT
002649     END-IF.
002650     MOVE ACK-RCTL-STEP-ID TO ACK-RCTL-FIND-ID.
002651     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
002652     MOVE ACK-RCTL-FOUND-IDX TO ACK-RCTL-STEP-IDX.
002653     IF ACK-RCTL-STEP-IDX > ZERO
002654         IF RCT-STEP-COMPLETE (ACK-RCTL-STEP-IDX)
002655             PERFORM 0830-CHECK-REWORK THRU 0830-EXIT
002656             IF NOT ACK-RCTL-REWORK
002657                 STRING ACK-RCTL-STEP-NAME DELIMITED BY SPACE
002658                     ' ALREADY COMPLETED FOR BUSINESS DATE '
002659                     ACK-RCTL-BUS-DATE ' - RERUN REFUSED'
002660                     DELIMITED BY SIZE INTO ACK-RCTL-MESSAGE
002661                 END-STRING
002662                 GO TO 0800-REFUSE
002663             END-IF
002664         END-IF
002665     END-IF.
002666     PERFORM 0820-CHECK-PREREQ THRU 0820-EXIT.
002667     IF NOT ACK-RCTL-PREREQ-MET
002668         STRING 'RUN OUT OF ORDER - '
002669             ACK-RCTL-MISSING DELIMITED BY '  '
002670             ' NOT COMPLETE FOR BUSINESS DATE '
002671             ACK-RCTL-BUS-DATE DELIMITED BY SIZE
002672             INTO ACK-RCTL-MESSAGE
002673         END-STRING
002674         GO TO 0800-REFUSE
002675     END-IF.
002676     IF ACK-RCTL-STEP-IDX = ZERO
002677         IF RCT-STEP-COUNT NOT < 30
002678             STRING 'NO ROOM FOR ANOTHER STEP ON BUSINESS DATE '
002679                 ACK-RCTL-BUS-DATE
002680                 DELIMITED BY SIZE INTO ACK-RCTL-MESSAGE
002681             END-STRING
002682             GO TO 0800-REFUSE
002683         END-IF
002684         ADD 1 TO RCT-STEP-COUNT
002685         MOVE RCT-STEP-COUNT TO ACK-RCTL-STEP-IDX
002686         MOVE ACK-RCTL-STEP-ID
002687             TO RCT-STEP-ID (ACK-RCTL-STEP-IDX)
002688     END-IF.
002689     SET RCT-STEP-STARTED (ACK-RCTL-STEP-IDX) TO TRUE.
002690     MOVE ZERO TO RCT-STEP-CC (ACK-RCTL-STEP-IDX).
002691     ACCEPT ACK-RCTL-DATE FROM DATE YYYYMMDD.
002692     ACCEPT ACK-RCTL-TIME FROM TIME.
002693     MOVE ACK-RCTL-DATE TO RCT-STEP-DATE (ACK-RCTL-STEP-IDX).
002694     MOVE ACK-RCTL-TIME TO RCT-STEP-TIME (ACK-RCTL-STEP-IDX).
002695     REWRITE ACK-RCTL-RECORD
002696         INVALID KEY
002697             MOVE '99' TO ACK-RCTL-STATUS
002698     END-REWRITE.
002699     CLOSE ACK-RCTL-FILE.
002700     IF ACK-RCTL-STATUS NOT = '00'
002701         DISPLAY '*** RUN CONTROL UPDATE FAILED, STATUS='
002702             ACK-RCTL-STATUS ' ***'
002703         MOVE 12 TO ACK-RETURN-CODE
002704         GO TO 9999-EXIT
002705     END-IF.
002706     GO TO 0800-EXIT.
002707 0800-REFUSE.
002708     CLOSE ACK-RCTL-FILE.
002709     MOVE ACK-RCTL-STEP-ID TO ACK-RCTL-FIND-ID.
002710     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
002711     DISPLAY '*** ' ACK-RCTL-MESSAGE.
002712     DISPLAY '*** ' ACK-RCTL-STEP-NAME
002713         ' REFUSED BY THE RUN CONTROL - NOTHING PROCESSED ***'.
002714     MOVE 16 TO ACK-RETURN-CODE.
002715     GO TO 9999-EXIT.
002716 0800-EXIT.
002717     EXIT.
002718*-----------------------------------------------------------------
002719* 0810-FIND-STEP - LOCATE ACK-RCTL-FIND-ID AMONG THE STEPS
002720* RECORDED FOR THE BUSINESS DATE. ACK-RCTL-FOUND-IDX IS ZERO IF
002721* IT IS NOT THERE.
002722*-----------------------------------------------------------------
002723 0810-FIND-STEP.
002724     MOVE ZERO TO ACK-RCTL-FOUND-IDX.
002725     PERFORM 0815-MATCH-STEP THRU 0815-EXIT
002726         VARYING ACK-RCTL-IDX FROM 1 BY 1
002727             UNTIL ACK-RCTL-IDX > RCT-STEP-COUNT
002728                 OR ACK-RCTL-FOUND-IDX > ZERO.
002729 0810-EXIT.
002730     EXIT.
002731 0815-MATCH-STEP.
002732     IF RCT-STEP-ID (ACK-RCTL-IDX) = ACK-RCTL-FIND-ID
002733         MOVE ACK-RCTL-IDX TO ACK-RCTL-FOUND-IDX
002734     END-IF.
002735 0815-EXIT.
002736     EXIT.
002737*-----------------------------------------------------------------
002738* 0820-CHECK-PREREQ - THE PREREQUISITE IS MET WHEN EITHER STEP
002739* NAMED HAS COMPLETED (OR, FOR ACK-RCTL-NEED-BOTH, BOTH HAVE). NO
002740* PREREQUISITE NAMED MEANS NONE IS NEEDED.
002741*-----------------------------------------------------------------
002742 0820-CHECK-PREREQ.
002743     SET ACK-RCTL-PREREQ-MET TO TRUE.
002744     MOVE SPACES TO ACK-RCTL-MISSING.
002745     IF ACK-RCTL-PREREQ-1 = SPACES
002746         GO TO 0820-EXIT
002747     END-IF.
002748     MOVE ACK-RCTL-PREREQ-1 TO ACK-RCTL-FIND-ID.
002749     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
002750     IF ACK-RCTL-STEP-DONE
002751         IF ACK-RCTL-NEED-EITHER OR ACK-RCTL-PREREQ-2 = SPACES
002752             GO TO 0820-EXIT
002753         END-IF
002754     ELSE
002755         PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT
002756         MOVE ACK-RCTL-STEP-NAME TO ACK-RCTL-MISSING
002757         IF ACK-RCTL-NEED-BOTH OR ACK-RCTL-PREREQ-2 = SPACES
002758             MOVE 'N' TO ACK-RCTL-MET-SW
002759             GO TO 0820-EXIT
002760         END-IF
002761     END-IF.
002762     MOVE ACK-RCTL-PREREQ-2 TO ACK-RCTL-FIND-ID.
002763     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
002764     IF ACK-RCTL-STEP-DONE
002765         GO TO 0820-EXIT
002766     END-IF.
002767     MOVE 'N' TO ACK-RCTL-MET-SW.
002768     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
002769     IF ACK-RCTL-MISSING = SPACES
002770         MOVE ACK-RCTL-STEP-NAME TO ACK-RCTL-MISSING
002771     ELSE
002772         STRING ACK-RCTL-MISSING DELIMITED BY SPACE
002773             ' OR ' DELIMITED BY SIZE
002774             ACK-RCTL-STEP-NAME DELIMITED BY SPACE
002775             INTO ACK-RCTL-MESSAGE
002776         END-STRING
002777         MOVE ACK-RCTL-MESSAGE TO ACK-RCTL-MISSING
002778         MOVE SPACES TO ACK-RCTL-MESSAGE
002779     END-IF.
002780 0820-EXIT.
002781     EXIT.
002782 0825-TEST-COMPLETE.
002783     MOVE 'N' TO ACK-RCTL-DONE-SW.
002784     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
002785     IF ACK-RCTL-FOUND-IDX > ZERO
002786         IF RCT-STEP-COMPLETE (ACK-RCTL-FOUND-IDX)
002787             SET ACK-RCTL-STEP-DONE TO TRUE
002788         END-IF
002789     END-IF.
002790 0825-EXIT.
002791     EXIT.
002792*-----------------------------------------------------------------
002793* 0830-CHECK-REWORK - A COMPLETED STEP MAY RUN AGAIN ONLY WHEN ITS
002794* RERUN-AFTER STEP HAS COMPLETED LATER THAN IT DID.
002795*-----------------------------------------------------------------
002796 0830-CHECK-REWORK.
002797     MOVE 'N' TO ACK-RCTL-REWORK-SW.
002798     IF ACK-RCTL-RERUN-AFTER = SPACES
002799         GO TO 0830-EXIT
002800     END-IF.
002801     MOVE ACK-RCTL-RERUN-AFTER TO ACK-RCTL-FIND-ID.
002802     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
002803     IF ACK-RCTL-STEP-DONE
002804         IF RCT-STEP-STAMP (ACK-RCTL-FOUND-IDX) >
002805             RCT-STEP-STAMP (ACK-RCTL-STEP-IDX)
002806             SET ACK-RCTL-REWORK TO TRUE
002807         END-IF
002808     END-IF.
002809 0830-EXIT.
002810     EXIT.
002811*-----------------------------------------------------------------
002812* 0840-FORMAT-STEP-NAME - PROGRAM/SOURCE OF ACK-RCTL-FIND-ID FOR
002813* THE OPERATOR MESSAGES.
002814*-----------------------------------------------------------------
002815 0840-FORMAT-STEP-NAME.
002816     MOVE SPACES TO ACK-RCTL-STEP-NAME.
002817     IF ACK-RCTL-FIND-SOURCE = SPACES
002818         MOVE ACK-RCTL-FIND-PROGRAM TO ACK-RCTL-STEP-NAME
002819     ELSE
002820         STRING ACK-RCTL-FIND-PROGRAM DELIMITED BY SPACE
002821             '/' DELIMITED BY SIZE
002822             ACK-RCTL-FIND-SOURCE DELIMITED BY SPACE
002823             INTO ACK-RCTL-STEP-NAME
002824         END-STRING
002825     END-IF.
002826 0840-EXIT.
002827     EXIT.
002828*-----------------------------------------------------------------
002829* 1000-INITIALIZE - OPEN THE DATASETS, LOAD THE ACKNOWLEDGMENT
002830* TABLE AND PRINT THE REPORT HEADING. A MISSING PENDING FILE
002831* (STATUS 35) JUST MEANS THIS IS THE STATION'S FIRST
002832* RECONCILIATION RUN. CIPHIN IS OPTIONAL: WITHOUT IT THE
002833* PRECEDENCE OF TODAY'S TRAFFIC IS RECORDED AS UNKNOWN (-).
002834* THE RELEASE INDEX IS OPTIONAL TOO: A NIGHT THAT RELEASED
002835* NOTHING MAY NOT HAVE ONE.
002836*-----------------------------------------------------------------
002837 1000-INITIALIZE.
002838     ACCEPT ACK-CURRENT-DATE FROM DATE YYYYMMDD.
002839     COMPUTE ACK-TODAY-INT =
002840         INTEGER-OF-DATE(ACK-CURRENT-DATE).
002841     OPEN OUTPUT ACK-REPORT-FILE.
002842     IF ACK-REPORT-STATUS NOT = '00'
002843         DISPLAY '*** UNABLE TO OPEN ACKRPT, STATUS='
002844             ACK-REPORT-STATUS ' ***'
002845         MOVE 12 TO ACK-RETURN-CODE
002846         GO TO 9999-EXIT
002847     END-IF.
002848     MOVE ACK-STATION TO ACK-HDG-STATION.
002849     MOVE ACK-CURRENT-DATE TO ACK-HDG-DATE.
002850     MOVE ACK-RPT-HEADING-1 TO ACK-REPORT-RECORD.
002851     WRITE ACK-REPORT-RECORD.
002852     OPEN INPUT ACK-ACK-FILE.
002853     IF ACK-ACK-STATUS NOT = '00'
002854         DISPLAY '*** UNABLE TO OPEN ACKIN, STATUS='
002855             ACK-ACK-STATUS ' ***'
002856         MOVE 12 TO ACK-RETURN-CODE
002860         GO TO 9999-EXIT
002870     END-IF.
002880     MOVE 'N' TO ACK-EOF-SW.
002900     PERFORM 1200-LOAD-ACK THRU 1200-EXIT
002910         UNTIL ACK-EOF.
002920     CLOSE ACK-ACK-FILE.
002921     OPEN INPUT ACK-MSG-FILE.
002922     IF ACK-MSG-STATUS = '00'
002923         MOVE 'N' TO ACK-EOF-SW
002924         PERFORM 1300-READ-MSG THRU 1300-EXIT
002925         PERFORM 1400-LOAD-HEADER THRU 1400-EXIT
002926             UNTIL ACK-EOF
002927         CLOSE ACK-MSG-FILE
002928     ELSE
002929         DISPLAY '*** CIPHIN NOT AVAILABLE, STATUS='
002930             ACK-MSG-STATUS ' - PRECEDENCE RECORDED AS - ***'
002931     END-IF.
002932     OPEN INPUT ACK-RLSX-FILE.
002933     IF ACK-RLSX-STATUS = '00'
002934         MOVE 'N' TO ACK-EOF-SW
002935         PERFORM 1500-READ-RLSX THRU 1500-EXIT
002936         PERFORM 1600-LOAD-RELEASE THRU 1600-EXIT
002937             UNTIL ACK-EOF
002938         CLOSE ACK-RLSX-FILE
002939     END-IF.
002940     OPEN INPUT ACK-SENT-FILE.
002941     IF ACK-SENT-STATUS NOT = '00'
002950         DISPLAY '*** UNABLE TO OPEN SENTIN, STATUS='
002960             ACK-SENT-STATUS ' ***'
002970         MOVE 12 TO ACK-RETURN-CODE
003220         MOVE 12 TO ACK-RETURN-CODE
003230         GO TO 9999-EXIT
003240     END-IF.
003241     OPEN OUTPUT ACK-HIST-FILE.
003242     IF ACK-HIST-STATUS NOT = '00'
003243         DISPLAY '*** UNABLE TO OPEN ACKHIST, STATUS='
003244             ACK-HIST-STATUS ' ***'
003245         MOVE 12 TO ACK-RETURN-CODE
003246         GO TO 9999-EXIT
003247     END-IF.
003250     PERFORM 3100-READ-SENT THRU 3100-EXIT.
003260     PERFORM 3150-ASSEMBLE-SENT THRU 3150-EXIT.
003270 1000-EXIT.
003350     EXIT.
003360*-----------------------------------------------------------------
003370* 1200-LOAD-ACK - CLAIM ONE ACKNOWLEDGMENT TABLE ENTRY. A CARD
003377* WITHOUT A NUMERIC ID OR A KNOWN TYPE, OR ONE PAST THE TABLE
003384* LIMIT, IS DROPPED AND COUNTED. A NAK IS LISTED WITH ITS REASON
003391* BUT NOT LOADED, SO THE MESSAGE IT NAMES STAYS UNACKNOWLEDGED.
003400*-----------------------------------------------------------------
003410 1200-LOAD-ACK.
003420     IF AKC-REC-ID NOT NUMERIC
003430         ADD 1 TO ACK-DROPPED-CARDS
003440         DISPLAY '*** ACK CARD NOT NUMERIC - DROPPED: '
003450             AKC-REC-ID ' ***'
003451         GO TO 1200-READ-NEXT
003452     END-IF.
003453     IF AKC-NEGATIVE
003454         ADD 1 TO ACK-NAK-COUNT
003455         MOVE AKC-REC-ID-NUM TO ACK-RPT-REC-ID
003456         MOVE 'NEGATIVE ACK - REASON' TO ACK-RPT-TEXT
003457         MOVE AKC-REASON TO ACK-RPT-TEXT (23:4)
003458         MOVE ZERO TO ACK-RPT-DAYS
003459         PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT
003460         GO TO 1200-READ-NEXT
003461     END-IF.
003462     IF NOT AKC-POSITIVE
003463         ADD 1 TO ACK-DROPPED-CARDS
003464         DISPLAY '*** ACK CARD ' AKC-REC-ID ' TYPE ' AKC-TYPE
003465             ' NOT ACK OR NAK - DROPPED ***'
003466         GO TO 1200-READ-NEXT
003470     END-IF.
003480     IF ACK-ACK-USED >= 5000
003490         ADD 1 TO ACK-DROPPED-CARDS
003570 1200-READ-NEXT.
003580     PERFORM 1100-READ-ACK THRU 1100-EXIT.
003590 1200-EXIT.
003591     EXIT.
003592 1300-READ-MSG.
003593     READ ACK-MSG-FILE
003594         AT END
003595             SET ACK-EOF TO TRUE
003596     END-READ.
003597 1300-EXIT.
003598     EXIT.
003599*-----------------------------------------------------------------
003600* 1400-LOAD-HEADER - CLAIM ONE LOOKUP ENTRY PER FIRST SEGMENT.
003601* CONTINUATIONS CARRY NO HEADER FIELDS AND ARE PASSED OVER.
003602*-----------------------------------------------------------------
003603 1400-LOAD-HEADER.
003604     IF NOT MSG-FIRST-SEG
003605         GO TO 1400-READ-NEXT
003606     END-IF.
003607     IF ACK-HDR-USED >= 5000
003608         DISPLAY '*** MORE THAN 5000 MESSAGES ON CIPHIN - '
003609             'HEADER LOOKUP FULL ***'
003610         SET ACK-EOF TO TRUE
003611         GO TO 1400-EXIT
003612     END-IF.
003613     ADD 1 TO ACK-HDR-USED.
003614     MOVE MSG-REC-ID TO ACK-HT-ID (ACK-HDR-USED).
003615     MOVE MSG-PRECEDENCE TO ACK-HT-PREC (ACK-HDR-USED).
003616 1400-READ-NEXT.
003617     PERFORM 1300-READ-MSG THRU 1300-EXIT.
003618 1400-EXIT.
003619     EXIT.
003620 1500-READ-RLSX.
003621     READ ACK-RLSX-FILE
003622         AT END
003623             SET ACK-EOF TO TRUE
003624     END-READ.
003625 1500-EXIT.
003626     EXIT.
003627*-----------------------------------------------------------------
003628* 1600-LOAD-RELEASE - CLAIM ONE RELEASE ENTRY PER INDEX RECORD.
003629*-----------------------------------------------------------------
003630 1600-LOAD-RELEASE.
003631     IF ACK-RLS-USED >= 2000
003632         DISPLAY '*** MORE THAN 2000 COPIES ON CIPHRLSX - '
003633             'RELEASE TABLE FULL ***'
003634         SET ACK-EOF TO TRUE
003635         GO TO 1600-EXIT
003636     END-IF.
003637     ADD 1 TO ACK-RLS-USED.
003638     MOVE RLS-REC-ID TO ACK-RT-ID (ACK-RLS-USED).
003639     MOVE RLS-CHECK-VALUE TO ACK-RT-CHECK (ACK-RLS-USED).
003640     MOVE RLS-PRECEDENCE TO ACK-RT-PREC (ACK-RLS-USED).
003641     PERFORM 1500-READ-RLSX THRU 1500-EXIT.
003642 1600-EXIT.
003643     EXIT.
003644*-----------------------------------------------------------------
003645* 5000-FIND-ACK - LOCATE AN ACKNOWLEDGMENT FOR ACK-MSG-ID AND
003646* MARK IT USED. ZERO MEANS THE STATION NEVER CONFIRMED THE ID.
003647*-----------------------------------------------------------------
003650 5000-FIND-ACK.
003660     MOVE ZERO TO ACK-ACK-FOUND.
003670     PERFORM 5010-MATCH-ACK THRU 5010-EXIT
003830* MESSAGE THE STATION HAS NOW ACKNOWLEDGED DROPS OFF; ANYTHING
003840* STILL UNACKNOWLEDGED IS REPORTED WITH ITS AGE, AND ONCE IT
003850* PASSES THE AGE LIMIT IT IS CUT TO THE RETRANSMIT EXTRACT,
003856* RE-DATED TO TODAY AND ITS RETRANSMIT COUNT STEPPED. A MESSAGE
003862* THAT DROPS OFF IS WRITTEN TO THE DELIVERY HISTORY.
003870*-----------------------------------------------------------------
003880 2000-ROLL-PENDING.
003890     IF NOT ACK-PENDFILE-AVAIL
004120         GO TO 2200-READ-NEXT
004130     END-IF.
004140     MOVE PEND-REC-ID TO ACK-MSG-ID.
004141     IF PEND-FIRST-SENT-DATE NOT NUMERIC
004142         OR PEND-FIRST-SENT-DATE = ZERO
004143         MOVE PEND-SENT-DATE TO PEND-FIRST-SENT-DATE
004144     END-IF.
004145     IF PEND-PRECEDENCE = SPACE
004146         MOVE '-' TO PEND-PRECEDENCE
004147     END-IF.
004150     PERFORM 5000-FIND-ACK THRU 5000-EXIT.
004160     IF ACK-ACK-FOUND > ZERO
004170         ADD 1 TO ACK-PRIOR-ACKED-COUNT
004171         MOVE PEND-REC-ID TO ACK-CLOSE-ID
004172         MOVE PEND-PRECEDENCE TO ACK-CLOSE-PREC
004173         MOVE PEND-FIRST-SENT-DATE TO ACK-CLOSE-SENT-DATE
004174         IF PEND-RETRAN-COUNT NUMERIC
004175             MOVE PEND-RETRAN-COUNT TO ACK-CLOSE-RETRAN
004176         ELSE
004177             MOVE ZERO TO ACK-CLOSE-RETRAN
004178         END-IF
004179         PERFORM 7100-WRITE-HISTORY THRU 7100-EXIT
004180         GO TO 2200-READ-NEXT
004190     END-IF.
004200     IF PEND-SENT-DATE NUMERIC AND PEND-SENT-DATE > 19000101
004620* 3000-MATCH-SENT - ONE ASSEMBLED MESSAGE FROM THE ROUTED
004630* DATASET WE TRANSMITTED: ACKNOWLEDGED MEANS DONE; NOT
004640* ACKNOWLEDGED MEANS IT JOINS THE PENDING FILE DATED TODAY.
004641* A LIST-ADDRESSED MESSAGE ROUTED TO TWO MEMBER STATIONS THAT
004642* SHARE THIS DATASET APPEARS AS TWO WHOLE COPIES, ONE RIGHT
004643* AFTER THE OTHER, UNDER THE SAME ID. THE STATION ACKNOWLEDGES
004644* THE ID ONCE, SO THE REPEAT COPY IS COUNTED AND PASSED OVER.
004645* ACKNOWLEDGED SAME-DAY TRAFFIC GOES TO THE DELIVERY HISTORY.
004650*-----------------------------------------------------------------
004660 3000-MATCH-SENT.
004661     IF ACK-MSG-ID = ACK-LAST-SENT-ID
004662         ADD 1 TO ACK-LIST-COPY-COUNT
004663         GO TO 3000-NEXT
004664     END-IF.
004665     MOVE ACK-MSG-ID TO ACK-LAST-SENT-ID.
004670     ADD 1 TO ACK-SENT-COUNT.
004675     PERFORM 3200-LOOKUP-PREC THRU 3200-EXIT.
004680     PERFORM 5000-FIND-ACK THRU 5000-EXIT.
004690     IF ACK-ACK-FOUND > ZERO
004700         ADD 1 TO ACK-ACKED-COUNT
004701         MOVE ACK-MSG-ID TO ACK-CLOSE-ID
004702         MOVE ACK-MSG-PREC TO ACK-CLOSE-PREC
004703         MOVE ACK-CURRENT-DATE TO ACK-CLOSE-SENT-DATE
004704         MOVE ZERO TO ACK-CLOSE-RETRAN
004705         PERFORM 7100-WRITE-HISTORY THRU 7100-EXIT
004710     ELSE
004720         ADD 1 TO ACK-NEW-UNACK-COUNT
004730         MOVE ACK-MSG-ID TO ACK-RPT-REC-ID
004825         MOVE ACK-MSG-CHECK TO PNO-CHECK-VALUE
004830         MOVE ACK-MSG-LEN TO PNO-TEXT-LEN
004840         MOVE ACK-MSG-BUFFER TO PNO-TEXT
004843         MOVE ACK-MSG-PREC TO PNO-PRECEDENCE
004846         MOVE ACK-CURRENT-DATE TO PNO-FIRST-SENT-DATE
004850         WRITE ACK-PENDO-RECORD
004860         ADD 1 TO ACK-CARRIED-COUNT
004870     END-IF.
004875 3000-NEXT.
004880     PERFORM 3150-ASSEMBLE-SENT THRU 3150-EXIT.
004890 3000-EXIT.
004900     EXIT.
005540 3180-EXIT.
005550     EXIT.
005560*-----------------------------------------------------------------
005561* 3200-LOOKUP-PREC - PRECEDENCE FOR THE MESSAGE FROM THE CIPHIN
005562* LOOKUP. A BLANK PRECEDENCE READS AS ROUTINE, THE SAME AS THE
005563* CIPHER STEP. A COPY ON THE RELEASE TABLE (SAME REC-ID AND CHECK
005564* VALUE) TAKES THE PRECEDENCE IT WAS PARKED WITH; IT IS MATCHED
005565* FIRST, AS IN CIPHFMT, SO A REC-ID REUSED ON TODAY'S CIPHIN
005566* CANNOT LEND IT THE WRONG PRECEDENCE. A MESSAGE ON NEITHER IS -.
005567*-----------------------------------------------------------------
005568 3200-LOOKUP-PREC.
005569     MOVE '-' TO ACK-MSG-PREC.
005570     MOVE ZERO TO ACK-RLS-FOUND.
005571     PERFORM 3220-MATCH-RELEASE THRU 3220-EXIT
005572         VARYING ACK-RLS-IDX FROM 1 BY 1
005573             UNTIL ACK-RLS-IDX > ACK-RLS-USED
005574                 OR ACK-RLS-FOUND > ZERO.
005575     IF ACK-RLS-FOUND > ZERO
005576         MOVE ACK-RT-PREC (ACK-RLS-FOUND) TO ACK-MSG-PREC
005577         GO TO 3200-CHECK-PREC
005578     END-IF.
005579     MOVE ZERO TO ACK-HDR-FOUND.
005580     PERFORM 3210-MATCH-HEADER THRU 3210-EXIT
005581         VARYING ACK-HDR-IDX FROM 1 BY 1
005582             UNTIL ACK-HDR-IDX > ACK-HDR-USED
005583                 OR ACK-HDR-FOUND > ZERO.
005584     IF ACK-HDR-FOUND = ZERO
005585         GO TO 3200-EXIT
005586     END-IF.
005587     MOVE ACK-HT-PREC (ACK-HDR-FOUND) TO ACK-MSG-PREC.
005588 3200-CHECK-PREC.
005589     IF ACK-MSG-PREC NOT = 'F' AND ACK-MSG-PREC NOT = 'I'
005590         MOVE 'R' TO ACK-MSG-PREC
005591     END-IF.
005592 3200-EXIT.
005593     EXIT.
005594 3210-MATCH-HEADER.
005595     IF ACK-HT-ID (ACK-HDR-IDX) = ACK-MSG-ID
005596         MOVE ACK-HDR-IDX TO ACK-HDR-FOUND
005597     END-IF.
005598 3210-EXIT.
005599     EXIT.
005600 3220-MATCH-RELEASE.
005601     IF ACK-RT-ID (ACK-RLS-IDX) = ACK-MSG-ID
005602         AND ACK-RT-CHECK (ACK-RLS-IDX) = ACK-MSG-CHECK
005603         MOVE ACK-RLS-IDX TO ACK-RLS-FOUND
005604     END-IF.
005605 3220-EXIT.
005606     EXIT.
005607*-----------------------------------------------------------------
005608* 4000-REPORT-UNEXPECTED - ANY ACKNOWLEDGMENT STILL UNMATCHED
005609* AFTER THE PENDING AND SENT PASSES CONFIRMS TRAFFIC WE NEVER
005610* SENT THIS STATION - A CROSSED FILE OR A STATION-SIDE ERROR
005611* WORTH A PHONE CALL EITHER WAY.
005612*-----------------------------------------------------------------
005620 4000-REPORT-UNEXPECTED.
005630     PERFORM 4100-CHECK-ONE-ACK THRU 4100-EXIT
005640         VARYING ACK-ACK-IDX FROM 1 BY 1
006240 7000-EXIT.
006250     EXIT.
006260*-----------------------------------------------------------------
006261* 7100-WRITE-HISTORY - ONE DELIVERY HISTORY RECORD FOR THE MESSAGE
006262* JUST CLOSED. THE DELAY RUNS FROM THE FIRST TRANSMISSION TO
006263* TODAY; THE MESSAGE AGED IF IT HAD TO BE RETRANSMITTED OR TOOK
006264* LONGER THAN THE AGE LIMIT IN FORCE FOR THIS RUN.
006265*-----------------------------------------------------------------
006266 7100-WRITE-HISTORY.
006267     IF ACK-CLOSE-SENT-DATE NUMERIC
006268         AND ACK-CLOSE-SENT-DATE > 19000101
006269         AND ACK-CLOSE-SENT-DATE <= ACK-CURRENT-DATE
006270         COMPUTE ACK-SENT-INT =
006271             INTEGER-OF-DATE(ACK-CLOSE-SENT-DATE)
006272         COMPUTE ACK-CLOSE-DAYS = ACK-TODAY-INT - ACK-SENT-INT
006273     ELSE
006274         MOVE ZERO TO ACK-CLOSE-DAYS
006275     END-IF.
006276     MOVE SPACES TO ACK-HIST-RECORD.
006277     MOVE ACK-STATION TO DLH-STATION.
006278     MOVE ACK-CLOSE-ID TO DLH-REC-ID.
006279     MOVE ACK-CLOSE-PREC TO DLH-PRECEDENCE.
006280     MOVE ACK-CLOSE-SENT-DATE TO DLH-SENT-DATE.
006281     MOVE ACK-CURRENT-DATE TO DLH-ACK-DATE.
006282     MOVE ACK-CLOSE-RETRAN TO DLH-RETRAN-COUNT.
006283     MOVE ACK-CLOSE-DAYS TO DLH-ACK-DAYS.
006284     MOVE ACK-AGE-LIMIT TO DLH-AGE-LIMIT.
006285     IF ACK-CLOSE-RETRAN > ZERO
006286         OR ACK-CLOSE-DAYS > ACK-AGE-LIMIT
006287         SET DLH-AGED TO TRUE
006288     ELSE
006289         MOVE 'N' TO DLH-AGED-SW
006290     END-IF.
006291     WRITE ACK-HIST-RECORD.
006292     ADD 1 TO ACK-HIST-COUNT.
006293 7100-EXIT.
006294     EXIT.
006295*-----------------------------------------------------------------
006296* 8000-PRINT-TOTALS - END-OF-REPORT CONTROL COUNTS, THEN THE
006297* CONDITION CODE: ZERO ONLY WHEN EVERY SENT AND PENDING MESSAGE
006298* IS ACKNOWLEDGED AND NO ACKNOWLEDGMENT WAS UNEXPECTED.
006300*-----------------------------------------------------------------
006310 8000-PRINT-TOTALS.
006320     MOVE SPACES TO ACK-REPORT-RECORD.
006390         TO ACK-RPT-TOTAL-LABEL.
006400     MOVE ACK-SENT-COUNT TO ACK-RPT-TOTAL-COUNT.
006410     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006411     IF ACK-LIST-COPY-COUNT > ZERO
006412         MOVE 'REPEAT LIST COPIES PASSED OVER .  '
006413             TO ACK-RPT-TOTAL-LABEL
006414         MOVE ACK-LIST-COPY-COUNT TO ACK-RPT-TOTAL-COUNT
006415         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
006416     END-IF.
006417     IF ACK-NAK-COUNT > ZERO
006418         MOVE 'NEGATIVE ACKS (NAK) RECEIVED . .  '
006419             TO ACK-RPT-TOTAL-LABEL
006420         MOVE ACK-NAK-COUNT TO ACK-RPT-TOTAL-COUNT
006421         PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT
006422     END-IF.
006423     MOVE 'ACKNOWLEDGED THIS RUN  . . . . .  '
006430         TO ACK-RPT-TOTAL-LABEL.
006440     MOVE ACK-ACKED-COUNT TO ACK-RPT-TOTAL-COUNT.
006450     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006670         TO ACK-RPT-TOTAL-LABEL.
006680     MOVE ACK-DROPPED-CARDS TO ACK-RPT-TOTAL-COUNT.
006690     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006692     MOVE 'DELIVERY HISTORY RECORDS WRITTEN  '
006694         TO ACK-RPT-TOTAL-LABEL.
006696     MOVE ACK-HIST-COUNT TO ACK-RPT-TOTAL-COUNT.
006698     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006700     IF ACK-RETURN-CODE = ZERO
006710         EVALUATE TRUE
006720             WHEN ACK-UNEXPECTED-COUNT > ZERO
006750             WHEN ACK-NEW-UNACK-COUNT > ZERO
006760                 OR ACK-CARRIED-COUNT > ZERO
006770                 OR ACK-DROPPED-CARDS > ZERO
006775                 OR ACK-NAK-COUNT > ZERO
006780                 MOVE 4 TO ACK-RETURN-CODE
006790         END-EVALUATE
006800     END-IF.
006940 8100-EXIT.
006950     EXIT.
006960*-----------------------------------------------------------------
006961* 8600-STAMP-RUN-CONTROL - RECORD HOW THIS STEP ENDED AGAINST THE
006962* BUSINESS DATE IT WAS CHECKED IN UNDER: COMPLETE BELOW THE FAIL
006963* LEVEL, FAILED AT OR OVER IT. A FAILURE TO STAMP IS REPORTED AND
006964* ENDS THE STEP CC=8 AT LEAST.
006965*-----------------------------------------------------------------
006966 8600-STAMP-RUN-CONTROL.
006967     MOVE ACK-RETURN-CODE TO ACK-RCTL-CC.
006968     OPEN I-O ACK-RCTL-FILE.
006969     IF ACK-RCTL-STATUS NOT = '00'
006970         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
006971             ACK-RCTL-STATUS ' ***'
006972         GO TO 8600-FAILED
006973     END-IF.
006974     MOVE ACK-RCTL-BUS-DATE TO RCT-BUS-DATE.
006975     READ ACK-RCTL-FILE
006976         INVALID KEY
006977             MOVE '23' TO ACK-RCTL-STATUS
006978     END-READ.
006979     IF ACK-RCTL-STATUS = '00'
006980         MOVE ACK-RCTL-STEP-ID TO ACK-RCTL-FIND-ID
006981         PERFORM 0810-FIND-STEP THRU 0810-EXIT
006982         MOVE ACK-RCTL-FOUND-IDX TO ACK-RCTL-STEP-IDX
006983     END-IF.
006984     IF ACK-RCTL-STATUS NOT = '00' OR ACK-RCTL-STEP-IDX = ZERO
006985         DISPLAY '*** RUN CONTROL NOT STAMPED - STEP NOT FOUND '
006986             'FOR BUSINESS DATE ' ACK-RCTL-BUS-DATE ' ***'
006987         CLOSE ACK-RCTL-FILE
006988         GO TO 8600-FAILED
006989     END-IF.
006990     IF ACK-RCTL-CC < ACK-RCTL-FAIL-CC
006991         SET RCT-STEP-COMPLETE (ACK-RCTL-STEP-IDX) TO TRUE
006992     ELSE
006993         SET RCT-STEP-FAILED (ACK-RCTL-STEP-IDX) TO TRUE
006994     END-IF.
006995     MOVE ACK-RCTL-CC TO RCT-STEP-CC (ACK-RCTL-STEP-IDX).
006996     ACCEPT ACK-RCTL-DATE FROM DATE YYYYMMDD.
006997     ACCEPT ACK-RCTL-TIME FROM TIME.
006998     MOVE ACK-RCTL-DATE TO RCT-STEP-DATE (ACK-RCTL-STEP-IDX).
006999     MOVE ACK-RCTL-TIME TO RCT-STEP-TIME (ACK-RCTL-STEP-IDX).
007000     REWRITE ACK-RCTL-RECORD
007001         INVALID KEY
007002             MOVE '99' TO ACK-RCTL-STATUS
007003     END-REWRITE.
007004     CLOSE ACK-RCTL-FILE.
007005     IF ACK-RCTL-STATUS NOT = '00'
007006         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
007007             ACK-RCTL-STATUS ' ***'
007008         GO TO 8600-FAILED
007009     END-IF.
007010     GO TO 8600-EXIT.
007011 8600-FAILED.
007012     IF ACK-RETURN-CODE < 8
007013         MOVE 8 TO ACK-RETURN-CODE
007014     END-IF.
007015 8600-EXIT.
007016     EXIT.
007017*-----------------------------------------------------------------
007018* 9000-TERMINATE - CLOSE THE DATASETS BEFORE THE JOB STEP ENDS.
007019* THE ACK CARDS AND THE OLD PENDING FILE ARE CLOSED BY THE
007020* PASSES THAT READ THEM.
007021*-----------------------------------------------------------------
007022 9000-TERMINATE.
007023     CLOSE ACK-SENT-FILE.
007030     CLOSE ACK-PENDO-FILE.
007040     CLOSE ACK-RXMT-FILE.
007045     CLOSE ACK-HIST-FILE.
007050     CLOSE ACK-REPORT-FILE.
007060 9000-EXIT.
007070     EXIT.
