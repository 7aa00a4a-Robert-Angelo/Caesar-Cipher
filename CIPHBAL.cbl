000357*                   AND ARE PROVED AGAINST THE SUMMED CIPHER
000358*                   COUNT; ONLY BLANK-SOURCE CIPHMRGE ROWS ARE
000359*                   TREATED AS A REWORK MERGE.
000360*  10/15/2026  RA   STATION MASTER. THE CIPHER STEP'S HELD ROW
000361*                   (TRAFFIC PARKED FOR A SUSPENDED STATION)
000362*                   NOW COUNTS TOWARD THE ROUTED SUM, SO DEST +
000363*                   DEFAULT + HELD MUST EQUAL THE MASTER OUTPUT.
000364*  10/15/2026  RA   COLLECTIVE MESSAGES. A MESSAGE ADDRESSED TO
000365*                   A DISTRIBUTION LIST IS ROUTED ONCE PER
000366*                   MEMBER STATION, SO THE CIPHER STEP'S FANOUT
000367*                   ROW (COPIES BEYOND THE FIRST) IS ADDED TO
000368*                   THE MASTER OUTPUT SIDE OF THE ROUTED CHECK.
000369*  10/15/2026  RA   INBOUND RECEIPTS. WHEN AN INBOUND DECIPHER
000370*                   RAN, EVERY MESSAGE IT READ (ITS INBOUND ROW)
000371*                   MUST HAVE DRAWN EXACTLY ONE ACK OR NAK CARD
000372*                   BACK TO THE SENDING STATION: ACKSENT +
000373*                   NAKSENT = INBOUND.
000374*  10/15/2026  RA   EMBARGOED TRAFFIC. THE CIPHER STEP'S EMBARGO
000375*                   ROW (ROUTED COPIES PARKED UNTIL THEIR
000376*                   RELEASE TIME) COUNTS TOWARD THE ROUTED SUM
000377*                   LIKE HELD. WHEN CIPHEREL RAN, EVERY COPY IT
000378*                   READ MUST BE RELEASED, MOVED TO HELD TRAFFIC
000379*                   OR KEPT: RELEASED + TOHELD + KEPT = READ.
000380*  10/15/2026  RA   THE STEP NOW CHECKS IN WITH THE BUSINESS-DATE
000381*                   RUN CONTROL (CIPHRCTL): IT RUNS ONLY AFTER THE
000382*                   DAY'S CIPHER PASS (OR SLICE RECOMBINE) HAS
000383*                   COMPLETED, ONCE PER DATE PLUS ONCE AFTER EACH
000384*                   REWORK MERGE, AND STAMPS ITS CC THERE. A
000385*                   REFUSED RUN ENDS CC=16.
000386*  10/15/2026  RA   HELD TRAFFIC RELEASE. THE HELD AND EMBARGO
000387*                   RELEASES NOW RUN IN THE NIGHTLY STREAM AHEAD
000388*                   OF THIS STEP, SO THEIR ROWS ARE ON THE DAY'S
000389*                   CONTROL DATASET. WHEN CIPHHREL RAN, EVERY
000390*                   HELD MESSAGE IT READ MUST BE RELEASED OR KEPT:
000391*                   RELEASED + KEPT = READ.
000392*  10/15/2026  RA   LEAK GUARD. CIPHLEAK NOW RUNS AHEAD OF THIS
000393*                   STEP AND PULLS CLEARTEXT FROM THE MASTER
000394*                   OUTPUT AND THE ROUTED, HELD AND EMBARGO
000395*                   DATASETS, WRITING A PULLED ROW PER DATASET.
000396*                   THE ROUTED CHECK IS PROVED NET OF THEM:
000397*                   ROUTED LESS THE COPIES PULLED (BUT NOT THE
000398*                   EARLIER-DAY COPIES, WHICH WERE NEVER IN THE
000399*                   ROUTED COUNTS) = MASTER OUTPUT LESS THE
000400*                   MASTER MESSAGES PULLED + FAN-OUT LESS THE
000401*                   FAN-OUT PULLED. BOTH PULLED COUNTS PRINT.
000402*-----------------------------------------------------------------
000403 ENVIRONMENT DIVISION.
000404 CONFIGURATION SECTION.
000405 SOURCE-COMPUTER.   IBM-370.
000406 OBJECT-COMPUTER.   IBM-370.
000410 REPOSITORY.        FUNCTION ALL INTRINSIC.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000470     SELECT BAL-REPORT-FILE  ASSIGN TO BALRPT
000480            ORGANIZATION IS SEQUENTIAL
000490            FILE STATUS IS BAL-REPORT-STATUS.
000491     SELECT BAL-RCTL-FILE    ASSIGN TO CIPHRCTL
000492            ORGANIZATION IS INDEXED
000493            ACCESS MODE IS RANDOM
000494            RECORD KEY IS RCT-BUS-DATE
000495            FILE STATUS IS BAL-RCTL-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  BAL-CTL-FILE
000560 FD  BAL-REPORT-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  BAL-REPORT-RECORD            PIC X(132).
000582 FD  BAL-RCTL-FILE
000584     LABEL RECORDS ARE STANDARD.
000586 01  BAL-RCTL-RECORD.
000588     COPY CIPHRCTR.
000590 WORKING-STORAGE SECTION.
000600*-----------------------------------------------------------------
000610* FILE I/O WORK AREAS
000970 77  BAL-FAIL-COUNT               PIC 9(03) COMP VALUE ZERO.
000980 77  BAL-ROUTED-SUM               PIC 9(09) COMP VALUE ZERO.
000990 77  BAL-ROUTED-ROWS              PIC 9(03) COMP VALUE ZERO.
000991 77  BAL-FANOUT-SUM               PIC 9(09) COMP VALUE ZERO.
000992 77  BAL-PULLED-COPIES            PIC 9(09) COMP VALUE ZERO.
000993 77  BAL-PULLED-MASTER            PIC 9(09) COMP VALUE ZERO.
000994 77  BAL-PULLED-FANOUT            PIC 9(09) COMP VALUE ZERO.
000995 77  BAL-PULLED-PRIOR             PIC 9(09) COMP VALUE ZERO.
001000 77  BAL-WORK-VALUE               PIC 9(09) COMP VALUE ZERO.
001010 77  BAL-PROCESSED                PIC 9(09) COMP VALUE ZERO.
001020 77  BAL-REJECTED                 PIC 9(09) COMP VALUE ZERO.
001021 77  BAL-CIPHER-ROWS              PIC 9(03) COMP VALUE ZERO.
001022 77  BAL-INBOUND-SUM              PIC 9(09) COMP VALUE ZERO.
001023 77  BAL-INBOUND-ROWS             PIC 9(03) COMP VALUE ZERO.
001024 77  BAL-RECEIPT-SUM              PIC 9(09) COMP VALUE ZERO.
001025 77  BAL-EMBG-READ-SUM            PIC 9(09) COMP VALUE ZERO.
001026 77  BAL-EMBG-READ-ROWS           PIC 9(03) COMP VALUE ZERO.
001027 77  BAL-EMBG-DISP-SUM            PIC 9(09) COMP VALUE ZERO.
001028 77  BAL-HELD-READ-SUM            PIC 9(09) COMP VALUE ZERO.
001029 77  BAL-HELD-READ-ROWS           PIC 9(03) COMP VALUE ZERO.
001030 77  BAL-HELD-DISP-SUM            PIC 9(09) COMP VALUE ZERO.
001031 77  BAL-RETURN-CODE              PIC 9(02) VALUE ZERO.
001040 01  BAL-FILTER-DATE              PIC 9(08) VALUE ZERO.
001050*-----------------------------------------------------------------
001060* BALANCE REPORT LINES
001290     05  BAL-RPT-TOTAL-COUNT      PIC ZZZ,ZZ9.
001300     05  FILLER                   PIC X(91) VALUE SPACES.
001310 01  BAL-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001311*-----------------------------------------------------------------
001312* RUN CONTROL WORK AREAS. THIS STEP IS KNOWN ON THE RUN CONTROL BY
001313* PROGRAM AND SOURCE; IT MAY NOT START UNTIL ITS PREREQUISITE STEP
001314* (EITHER ONE, OR BOTH WHERE MARKED) HAS COMPLETED FOR THE CURRENT
001315* BUSINESS DATE, AND MAY NOT RUN AGAIN ONCE COMPLETE UNLESS THE
001316* RERUN-AFTER STEP HAS COMPLETED SINCE. A CC AT OR OVER THE FAIL
001317* LEVEL STAMPS THE STEP FAILED, WHICH LEAVES IT FREE TO RERUN.
001318*-----------------------------------------------------------------
001319 01  BAL-RCTL-STATUS              PIC X(02) VALUE '00'.
001320 01  BAL-RCTL-AREA.
001321     05  BAL-RCTL-STEP-ID.
001322         10  BAL-RCTL-PROGRAM     PIC X(08) VALUE 'CIPHBAL'.
001323         10  BAL-RCTL-SOURCE      PIC X(08) VALUE SPACES.
001324     05  BAL-RCTL-PREREQ-1.
001325         10  BAL-RCTL-PREREQ-1-PGM PIC X(08) VALUE 'CEASARCP'.
001326         10  BAL-RCTL-PREREQ-1-SRC PIC X(08) VALUE 'CIPHIN'.
001327     05  BAL-RCTL-PREREQ-2.
001328         10  BAL-RCTL-PREREQ-2-PGM PIC X(08) VALUE 'CIPHMRGE'.
001329         10  BAL-RCTL-PREREQ-2-SRC PIC X(08) VALUE 'RECOMB'.
001330     05  BAL-RCTL-RERUN-AFTER.
001331         10  BAL-RCTL-RERUN-PGM   PIC X(08) VALUE 'CIPHMRGE'.
001332         10  BAL-RCTL-RERUN-SRC   PIC X(08) VALUE SPACES.
001333     05  BAL-RCTL-FAIL-CC         PIC 9(02) VALUE 08.
001334     05  BAL-RCTL-CC              PIC 9(02) VALUE ZERO.
001335     05  BAL-RCTL-BUS-DATE        PIC 9(08) VALUE ZERO.
001336     05  BAL-RCTL-DATE            PIC 9(08) VALUE ZERO.
001337     05  BAL-RCTL-TIME            PIC 9(08) VALUE ZERO.
001338     05  BAL-RCTL-FIND-ID         PIC X(16) VALUE SPACES.
001339     05  BAL-RCTL-FIND-NAME REDEFINES BAL-RCTL-FIND-ID.
001340         10  BAL-RCTL-FIND-PROGRAM PIC X(08).
001341         10  BAL-RCTL-FIND-SOURCE PIC X(08).
001342     05  BAL-RCTL-STEP-NAME       PIC X(17) VALUE SPACES.
001343     05  BAL-RCTL-MISSING         PIC X(40) VALUE SPACES.
001344     05  BAL-RCTL-MESSAGE         PIC X(100) VALUE SPACES.
001345     05  BAL-RCTL-NEED-SW         PIC X(01) VALUE 'E'.
001346         88  BAL-RCTL-NEED-EITHER           VALUE 'E'.
001347         88  BAL-RCTL-NEED-BOTH             VALUE 'B'.
001348     05  BAL-RCTL-MET-SW          PIC X(01) VALUE 'N'.
001349         88  BAL-RCTL-PREREQ-MET            VALUE 'Y'.
001350     05  BAL-RCTL-DONE-SW         PIC X(01) VALUE 'N'.
001351         88  BAL-RCTL-STEP-DONE             VALUE 'Y'.
001352     05  BAL-RCTL-REWORK-SW       PIC X(01) VALUE 'N'.
001353         88  BAL-RCTL-REWORK                VALUE 'Y'.
001354 77  BAL-RCTL-IDX                 PIC S9(04) COMP VALUE ZERO.
001355 77  BAL-RCTL-FOUND-IDX           PIC S9(04) COMP VALUE ZERO.
001356 77  BAL-RCTL-STEP-IDX            PIC S9(04) COMP VALUE ZERO.
001357 LINKAGE SECTION.
001358*-----------------------------------------------------------------
001359* BAL-PARM-AREA - OPTIONAL RUN-DATE FILTER:
001360*    COLS 1-8   RUN DATE (YYYYMMDD). ONLY CONTROL ROWS DATED
001361*               THAT DAY ARE LOADED, SO A CONTROL DATASET THAT
001370*               WAS NOT CLEARED STILL BALANCES TODAY'S RUN.
001380*               BLANK/ZERO = LOAD EVERY ROW, LATEST WINS.
001390*-----------------------------------------------------------------
001500*=================================================================
001510 0000-MAINLINE.
001520     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
001525     PERFORM 0800-CHECK-RUN-CONTROL THRU 0800-EXIT.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 3000-CHECK-EDIT-CIPHER THRU 3000-EXIT.
001550     PERFORM 3100-CHECK-ROUTED THRU 3100-EXIT.
001560     PERFORM 3200-CHECK-VERIFY THRU 3200-EXIT.
001570     PERFORM 3300-CHECK-REWORK THRU 3300-EXIT.
001571     PERFORM 3400-CHECK-RECOMBINE THRU 3400-EXIT.
001573     PERFORM 3500-CHECK-RECEIPTS THRU 3500-EXIT.
001575     PERFORM 3600-CHECK-EMBARGO THRU 3600-EXIT.
001577     PERFORM 3700-CHECK-HELD-RELEASE THRU 3700-EXIT.
001580     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
001590     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001595     PERFORM 8600-STAMP-RUN-CONTROL THRU 8600-EXIT.
001600     GO TO 9999-EXIT.
001610*-----------------------------------------------------------------
001620* 0500-PARSE-PARM - PICK UP THE OPTIONAL RUN-DATE FILTER.
001680         END-IF
001690     END-IF.
001700 0500-EXIT.
001701     EXIT.
001702*-----------------------------------------------------------------
001703* 0800-CHECK-RUN-CONTROL - BEFORE ANY DATASET IS OPENED, MAKE
001704* SURE THIS STEP MAY RUN FOR THE CURRENT BUSINESS DATE: ITS
001705* PREREQUISITE MUST HAVE COMPLETED, AND THE STEP ITSELF MUST NOT
001706* HAVE COMPLETED ALREADY (UNLESS ITS RERUN-AFTER STEP HAS SINCE
001707* COMPLETED AGAIN - A FRESH REWORK CYCLE). A REFUSED STEP ENDS
001708* CC=16 WITHOUT TOUCHING ANYTHING; ONE THAT MAY RUN IS MARKED
001709* STARTED.
001710*-----------------------------------------------------------------
001711 0800-CHECK-RUN-CONTROL.
001712     MOVE BAL-RCTL-STEP-ID TO BAL-RCTL-FIND-ID.
001713     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
001714     OPEN I-O BAL-RCTL-FILE.
001715     IF BAL-RCTL-STATUS NOT = '00'
001716         DISPLAY '*** UNABLE TO OPEN RUN CONTROL, STATUS='
001717             BAL-RCTL-STATUS ' ***'
001718         MOVE 12 TO BAL-RETURN-CODE
001719         GO TO 9999-EXIT
001720     END-IF.
001721     MOVE ZERO TO RCT-BUS-DATE.
001722     READ BAL-RCTL-FILE
001723         INVALID KEY
001724             MOVE '23' TO BAL-RCTL-STATUS
001725     END-READ.
001726     IF BAL-RCTL-STATUS NOT = '00'
001727         MOVE 'NO BUSINESS DATE IS OPEN ON THE RUN CONTROL'
001728             TO BAL-RCTL-MESSAGE
001729         GO TO 0800-REFUSE
001730     END-IF.
001731     MOVE RCT-CURRENT-DATE TO BAL-RCTL-BUS-DATE.
001732     MOVE BAL-RCTL-BUS-DATE TO RCT-BUS-DATE.
001733     READ BAL-RCTL-FILE
001734         INVALID KEY
001735             MOVE '23' TO BAL-RCTL-STATUS
001736     END-READ.
001737     IF BAL-RCTL-STATUS NOT = '00'
001738         STRING 'BUSINESS DATE ' BAL-RCTL-BUS-DATE
001739             ' IS NOT ON THE RUN CONTROL'
001740             DELIMITED BY SIZE INTO BAL-RCTL-MESSAGE
001741         END-STRING
001742         GO TO 0800-REFUSE
001743     END-IF.
001744     IF RCT-STEP-COUNT NOT NUMERIC
001745         MOVE ZERO TO RCT-STEP-COUNT
001746     END-IF.
001747     MOVE BAL-RCTL-STEP-ID TO BAL-RCTL-FIND-ID.
001748     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
001749     MOVE BAL-RCTL-FOUND-IDX TO BAL-RCTL-STEP-IDX.
001750     IF BAL-RCTL-STEP-IDX > ZERO
001751         IF RCT-STEP-COMPLETE (BAL-RCTL-STEP-IDX)
001752             PERFORM 0830-CHECK-REWORK THRU 0830-EXIT
001753             IF NOT BAL-RCTL-REWORK
001754                 STRING BAL-RCTL-STEP-NAME DELIMITED BY SPACE
001755                     ' ALREADY COMPLETED FOR BUSINESS DATE '
001756                     BAL-RCTL-BUS-DATE ' - RERUN REFUSED'
001757                     DELIMITED BY SIZE INTO BAL-RCTL-MESSAGE
001758                 END-STRING
001759                 GO TO 0800-REFUSE
001760             END-IF
001761         END-IF
001762     END-IF.
001763     PERFORM 0820-CHECK-PREREQ THRU 0820-EXIT.
001764     IF NOT BAL-RCTL-PREREQ-MET
001765         STRING 'RUN OUT OF ORDER - '
001766             BAL-RCTL-MISSING DELIMITED BY '  '
001767             ' NOT COMPLETE FOR BUSINESS DATE '
001768             BAL-RCTL-BUS-DATE DELIMITED BY SIZE
001769             INTO BAL-RCTL-MESSAGE
001770         END-STRING
001771         GO TO 0800-REFUSE
001772     END-IF.
001773     IF BAL-RCTL-STEP-IDX = ZERO
001774         IF RCT-STEP-COUNT NOT < 30
001775             STRING 'NO ROOM FOR ANOTHER STEP ON BUSINESS DATE '
001776                 BAL-RCTL-BUS-DATE
001777                 DELIMITED BY SIZE INTO BAL-RCTL-MESSAGE
001778             END-STRING
001779             GO TO 0800-REFUSE
001780         END-IF
001781         ADD 1 TO RCT-STEP-COUNT
001782         MOVE RCT-STEP-COUNT TO BAL-RCTL-STEP-IDX
001783         MOVE BAL-RCTL-STEP-ID
001784             TO RCT-STEP-ID (BAL-RCTL-STEP-IDX)
001785     END-IF.
001786     SET RCT-STEP-STARTED (BAL-RCTL-STEP-IDX) TO TRUE.
001787     MOVE ZERO TO RCT-STEP-CC (BAL-RCTL-STEP-IDX).
001788     ACCEPT BAL-RCTL-DATE FROM DATE YYYYMMDD.
001789     ACCEPT BAL-RCTL-TIME FROM TIME.
001790     MOVE BAL-RCTL-DATE TO RCT-STEP-DATE (BAL-RCTL-STEP-IDX).
001791     MOVE BAL-RCTL-TIME TO RCT-STEP-TIME (BAL-RCTL-STEP-IDX).
001792     REWRITE BAL-RCTL-RECORD
001793         INVALID KEY
001794             MOVE '99' TO BAL-RCTL-STATUS
001795     END-REWRITE.
001796     CLOSE BAL-RCTL-FILE.
001797     IF BAL-RCTL-STATUS NOT = '00'
001798         DISPLAY '*** RUN CONTROL UPDATE FAILED, STATUS='
001799             BAL-RCTL-STATUS ' ***'
001800         MOVE 12 TO BAL-RETURN-CODE
001801         GO TO 9999-EXIT
001802     END-IF.
001803     GO TO 0800-EXIT.
001804 0800-REFUSE.
001805     CLOSE BAL-RCTL-FILE.
001806     MOVE BAL-RCTL-STEP-ID TO BAL-RCTL-FIND-ID.
001807     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
001808     DISPLAY '*** ' BAL-RCTL-MESSAGE.
001809     DISPLAY '*** ' BAL-RCTL-STEP-NAME
001810         ' REFUSED BY THE RUN CONTROL - NOTHING PROCESSED ***'.
001811     MOVE 16 TO BAL-RETURN-CODE.
001812     GO TO 9999-EXIT.
001813 0800-EXIT.
001814     EXIT.
001815*-----------------------------------------------------------------
001816* 0810-FIND-STEP - LOCATE BAL-RCTL-FIND-ID AMONG THE STEPS
001817* RECORDED FOR THE BUSINESS DATE. BAL-RCTL-FOUND-IDX IS ZERO IF
001818* IT IS NOT THERE.
001819*-----------------------------------------------------------------
001820 0810-FIND-STEP.
001821     MOVE ZERO TO BAL-RCTL-FOUND-IDX.
001822     PERFORM 0815-MATCH-STEP THRU 0815-EXIT
001823         VARYING BAL-RCTL-IDX FROM 1 BY 1
001824             UNTIL BAL-RCTL-IDX > RCT-STEP-COUNT
001825                 OR BAL-RCTL-FOUND-IDX > ZERO.
001826 0810-EXIT.
001827     EXIT.
001828 0815-MATCH-STEP.
001829     IF RCT-STEP-ID (BAL-RCTL-IDX) = BAL-RCTL-FIND-ID
001830         MOVE BAL-RCTL-IDX TO BAL-RCTL-FOUND-IDX
001831     END-IF.
001832 0815-EXIT.
001833     EXIT.
001834*-----------------------------------------------------------------
001835* 0820-CHECK-PREREQ - THE PREREQUISITE IS MET WHEN EITHER STEP
001836* NAMED HAS COMPLETED (OR, FOR BAL-RCTL-NEED-BOTH, BOTH HAVE). NO
001837* PREREQUISITE NAMED MEANS NONE IS NEEDED.
001838*-----------------------------------------------------------------
001839 0820-CHECK-PREREQ.
001840     SET BAL-RCTL-PREREQ-MET TO TRUE.
001841     MOVE SPACES TO BAL-RCTL-MISSING.
001842     IF BAL-RCTL-PREREQ-1 = SPACES
001843         GO TO 0820-EXIT
001844     END-IF.
001845     MOVE BAL-RCTL-PREREQ-1 TO BAL-RCTL-FIND-ID.
001846     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
001847     IF BAL-RCTL-STEP-DONE
001848         IF BAL-RCTL-NEED-EITHER OR BAL-RCTL-PREREQ-2 = SPACES
001849             GO TO 0820-EXIT
001850         END-IF
001851     ELSE
001852         PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT
001853         MOVE BAL-RCTL-STEP-NAME TO BAL-RCTL-MISSING
001854         IF BAL-RCTL-NEED-BOTH OR BAL-RCTL-PREREQ-2 = SPACES
001855             MOVE 'N' TO BAL-RCTL-MET-SW
001856             GO TO 0820-EXIT
001857         END-IF
001858     END-IF.
001859     MOVE BAL-RCTL-PREREQ-2 TO BAL-RCTL-FIND-ID.
001860     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
001861     IF BAL-RCTL-STEP-DONE
001862         GO TO 0820-EXIT
001863     END-IF.
001864     MOVE 'N' TO BAL-RCTL-MET-SW.
001865     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
001866     IF BAL-RCTL-MISSING = SPACES
001867         MOVE BAL-RCTL-STEP-NAME TO BAL-RCTL-MISSING
001868     ELSE
001869         STRING BAL-RCTL-MISSING DELIMITED BY SPACE
001870             ' OR ' DELIMITED BY SIZE
001871             BAL-RCTL-STEP-NAME DELIMITED BY SPACE
001872             INTO BAL-RCTL-MESSAGE
001873         END-STRING
001874         MOVE BAL-RCTL-MESSAGE TO BAL-RCTL-MISSING
001875         MOVE SPACES TO BAL-RCTL-MESSAGE
001876     END-IF.
001877 0820-EXIT.
001878     EXIT.
001879 0825-TEST-COMPLETE.
001880     MOVE 'N' TO BAL-RCTL-DONE-SW.
001881     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
001882     IF BAL-RCTL-FOUND-IDX > ZERO
001883         IF RCT-STEP-COMPLETE (BAL-RCTL-FOUND-IDX)
001884             SET BAL-RCTL-STEP-DONE TO TRUE
001885         END-IF
001886     END-IF.
001887 0825-EXIT.
001888     EXIT.
001889*-----------------------------------------------------------------
001890* 0830-CHECK-REWORK - A COMPLETED STEP MAY RUN AGAIN ONLY WHEN ITS
001891* RERUN-AFTER STEP HAS COMPLETED LATER THAN IT DID.
001892*-----------------------------------------------------------------
001893 0830-CHECK-REWORK.
001894     MOVE 'N' TO BAL-RCTL-REWORK-SW.
001895     IF BAL-RCTL-RERUN-AFTER = SPACES
001896         GO TO 0830-EXIT
001897     END-IF.
001898     MOVE BAL-RCTL-RERUN-AFTER TO BAL-RCTL-FIND-ID.
001899     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
001900     IF BAL-RCTL-STEP-DONE
001901         IF RCT-STEP-STAMP (BAL-RCTL-FOUND-IDX) >
001902             RCT-STEP-STAMP (BAL-RCTL-STEP-IDX)
001903             SET BAL-RCTL-REWORK TO TRUE
001904         END-IF
001905     END-IF.
001906 0830-EXIT.
001907     EXIT.
001908*-----------------------------------------------------------------
001909* 0840-FORMAT-STEP-NAME - PROGRAM/SOURCE OF BAL-RCTL-FIND-ID FOR
001910* THE OPERATOR MESSAGES.
001911*-----------------------------------------------------------------
001912 0840-FORMAT-STEP-NAME.
001913     MOVE SPACES TO BAL-RCTL-STEP-NAME.
001914     IF BAL-RCTL-FIND-SOURCE = SPACES
001915         MOVE BAL-RCTL-FIND-PROGRAM TO BAL-RCTL-STEP-NAME
001916     ELSE
001917         STRING BAL-RCTL-FIND-PROGRAM DELIMITED BY SPACE
001918             '/' DELIMITED BY SIZE
001919             BAL-RCTL-FIND-SOURCE DELIMITED BY SPACE
001920             INTO BAL-RCTL-STEP-NAME
001921         END-STRING
001922     END-IF.
001923 0840-EXIT.
001924     EXIT.
001925*-----------------------------------------------------------------
001926* 1000-INITIALIZE - OPEN THE DATASETS, PRINT THE HEADING AND
001927* LOAD THE CONTROL TABLE.
001928*-----------------------------------------------------------------
001929 1000-INITIALIZE.
001930     ACCEPT BAL-CURRENT-DATE FROM DATE YYYYMMDD.
001931     OPEN OUTPUT BAL-REPORT-FILE.
001932     IF BAL-REPORT-STATUS NOT = '00'
001933         DISPLAY '*** UNABLE TO OPEN BALRPT, STATUS='
001934             BAL-REPORT-STATUS ' ***'
001935         MOVE 12 TO BAL-RETURN-CODE
001936         GO TO 9999-EXIT
001937     END-IF.
001938     MOVE BAL-CURRENT-DATE TO BAL-HDG-DATE.
001939     MOVE BAL-RPT-HEADING-1 TO BAL-REPORT-RECORD.
001940     WRITE BAL-REPORT-RECORD.
001941     MOVE SPACES TO BAL-REPORT-RECORD.
001942     WRITE BAL-REPORT-RECORD.
001943     OPEN INPUT BAL-CTL-FILE.
001944     IF BAL-CTL-STATUS NOT = '00'
001945         DISPLAY '*** UNABLE TO OPEN CONTROL DATASET, STATUS='
001946             BAL-CTL-STATUS ' ***'
001947         MOVE 12 TO BAL-RETURN-CODE
001950         GO TO 9999-EXIT
001960     END-IF.
001970     PERFORM 2000-READ-CONTROL THRU 2000-EXIT.
003203     EXIT.
003180*-----------------------------------------------------------------
003190* 3100-CHECK-ROUTED - WHEN ROUTING RAN, THE PER-STATION COUNTS
003192* PLUS THE DEFAULT/EXCEPTIONS COUNT, THE HELD COUNT (TRAFFIC
003194* PARKED FOR SUSPENDED STATIONS) AND THE EMBARGO COUNT (COPIES
003196* PARKED UNTIL THEIR RELEASE TIME) MUST SUM TO THE MASTER
003198* OUTPUT COUNT. A LIST-ADDRESSED MESSAGE IS ONE MASTER OUTPUT
003200* BUT ONE ROUTED COPY PER MEMBER STATION; THE FANOUT ROW CARRIES
003202* THE COPIES BEYOND THE FIRST AND IS ADDED TO THE MASTER SIDE.
003204* WHEN THE LEAK GUARD PULLED CLEARTEXT, ITS PULLED ROWS COME OFF
003206* BOTH SIDES: THE ROUTED, HELD AND EMBARGO COPIES PULLED OFF THE
003208* ROUTED SUM (LESS THE EARLIER-DAY COPIES AMONG THEM - RELEASES
003210* AND OLDER PARKED TRAFFIC - WHICH THE CIPHER STEP NEVER ROUTED
003212* TODAY), AND THE MASTER MESSAGES PULLED AND THE FAN-OUT AMONG
003214* THE COPIES OFF THE MASTER SIDE. FLASH COPIES ARE NOT ROUTED
003216* COPIES AND ARE LEFT OUT OF BOTH.
003218* NO ROUTED ROWS AT ALL MEANS ROUTING WAS OFF,
003220* WHICH IS NOT AN ERROR.
003230*-----------------------------------------------------------------
003240 3100-CHECK-ROUTED.
003250     MOVE ZERO TO BAL-ROUTED-SUM.
003260     MOVE ZERO TO BAL-ROUTED-ROWS.
003261     MOVE ZERO TO BAL-FANOUT-SUM.
003262     MOVE ZERO TO BAL-PULLED-COPIES.
003263     MOVE ZERO TO BAL-PULLED-MASTER.
003264     MOVE ZERO TO BAL-PULLED-FANOUT.
003265     MOVE ZERO TO BAL-PULLED-PRIOR.
003270     PERFORM 3110-SUM-ROUTED-ROW THRU 3110-EXIT
003280         VARYING BAL-CT-IDX FROM 1 BY 1
003290             UNTIL BAL-CT-IDX > BAL-CT-USED.
003340     MOVE BAL-PROCESSED TO BAL-CHK-RHS.
003350     MOVE 'ROUTED STATION COUNTS = MASTER OUTPUT'
003360         TO BAL-CHK-DESC.
003361     IF BAL-FANOUT-SUM > ZERO
003362         ADD BAL-FANOUT-SUM TO BAL-CHK-RHS
003363         MOVE 'ROUTED COPIES = MASTER OUTPUT + LIST FAN-OUT'
003364             TO BAL-CHK-DESC
003365     END-IF.
003366     IF BAL-PULLED-COPIES > ZERO OR BAL-PULLED-MASTER > ZERO
003367         PERFORM 3120-NET-PULLED THRU 3120-EXIT
003368     END-IF.
003370     PERFORM 7000-REPORT-CHECK THRU 7000-EXIT.
003380 3100-EXIT.
003390     EXIT.
003420         AND (BAL-CT-SOURCE (BAL-CT-IDX) = 'CIPHIN'
003425             OR BAL-CT-SOURCE (BAL-CT-IDX) (1:5) = 'SLICE')
003430         AND (BAL-CT-NAME (BAL-CT-IDX) (1:5) = 'DEST '
003435             OR BAL-CT-NAME (BAL-CT-IDX) = 'DEFAULT'
003440             OR BAL-CT-NAME (BAL-CT-IDX) = 'HELD'
003445             OR BAL-CT-NAME (BAL-CT-IDX) = 'EMBARGO')
003450         ADD BAL-CT-VALUE (BAL-CT-IDX) TO BAL-ROUTED-SUM
003460         ADD 1 TO BAL-ROUTED-ROWS
003470     END-IF.
003471     IF BAL-CT-PROG (BAL-CT-IDX) = 'CEASARCP'
003472         AND (BAL-CT-SOURCE (BAL-CT-IDX) = 'CIPHIN'
003473             OR BAL-CT-SOURCE (BAL-CT-IDX) (1:5) = 'SLICE')
003474         AND BAL-CT-NAME (BAL-CT-IDX) = 'FANOUT'
003475         ADD BAL-CT-VALUE (BAL-CT-IDX) TO BAL-FANOUT-SUM
003476     END-IF.
003477     IF BAL-CT-PROG (BAL-CT-IDX) = 'CIPHLEAK'
003478         AND BAL-CT-NAME (BAL-CT-IDX) = 'PULLED'
003479         IF BAL-CT-SOURCE (BAL-CT-IDX) = 'CIPHOUT'
003480             ADD BAL-CT-VALUE (BAL-CT-IDX) TO BAL-PULLED-MASTER
003481         END-IF
003482         IF BAL-CT-SOURCE (BAL-CT-IDX) = 'CIPHOT1'
003483             OR BAL-CT-SOURCE (BAL-CT-IDX) = 'CIPHOT2'
003484             OR BAL-CT-SOURCE (BAL-CT-IDX) = 'CIPHOT3'
003485             OR BAL-CT-SOURCE (BAL-CT-IDX) = 'CIPHOTD'
003486             OR BAL-CT-SOURCE (BAL-CT-IDX) = 'CIPHHELD'
003487             OR BAL-CT-SOURCE (BAL-CT-IDX) = 'CIPHEMBG'
003488             ADD BAL-CT-VALUE (BAL-CT-IDX) TO BAL-PULLED-COPIES
003489         END-IF
003490     END-IF.
003491 3110-EXIT.
003492     EXIT.
003493*-----------------------------------------------------------------
003494* 3120-NET-PULLED - TAKE WHAT THE LEAK GUARD PULLED OFF BOTH SIDES
003495* OF THE ROUTED CHECK. A MASTER MESSAGE PULLED WITHOUT ITS ROUTED
003496* COPY LEAVES THE SIDES APART, AS IT SHOULD.
003497*-----------------------------------------------------------------
003498 3120-NET-PULLED.
003499     MOVE 'CIPHLEAK' TO BAL-FET-PROG.
003500     MOVE SPACES TO BAL-FET-SOURCE.
003501     MOVE 'PULL-FANOUT' TO BAL-FET-NAME.
003502     PERFORM 4000-FETCH-VALUE THRU 4000-EXIT.
003503     MOVE BAL-FET-VALUE TO BAL-PULLED-FANOUT.
003504     MOVE 'PULL-PRIOR' TO BAL-FET-NAME.
003505     PERFORM 4000-FETCH-VALUE THRU 4000-EXIT.
003506     MOVE BAL-FET-VALUE TO BAL-PULLED-PRIOR.
003507     COMPUTE BAL-CHK-LHS = BAL-ROUTED-SUM - BAL-PULLED-COPIES
003508         + BAL-PULLED-PRIOR.
003509     COMPUTE BAL-CHK-RHS = BAL-PROCESSED - BAL-PULLED-MASTER
003510         + BAL-FANOUT-SUM - BAL-PULLED-FANOUT.
003511     MOVE 'ROUTED COPIES LEFT = MASTER OUTPUT LEFT'
003512         TO BAL-CHK-DESC.
003513     IF BAL-FANOUT-SUM > ZERO
003514         MOVE 'ROUTED COPIES LEFT = MASTER LEFT + FAN-OUT LEFT'
003515             TO BAL-CHK-DESC
003516     END-IF.
003517 3120-EXIT.
003518     EXIT.
003519*-----------------------------------------------------------------
003520* 3200-CHECK-VERIFY - THE VERIFY STEP MUST AGREE WITH THE
003521* CIPHER STEP: EVERY PROCESSED MESSAGE MATCHED, EVERY REJECT
003530* ACCOUNTED FOR AS MISSING-ON-OUTPUT, AND NO OTHER EXCEPTIONS.
003540* NO VERIFY ROWS MEANS THE STEP DID NOT RUN, WHICH IS REPORTED
003550* AS MISSING - THE TRANSMIT JOB MUST NOT GO OUT UNVERIFIED.
004599 3400-EXIT.
004600     EXIT.
004590*-----------------------------------------------------------------
004591* 3500-CHECK-RECEIPTS - FOLDED IN ONLY WHEN AN INBOUND DECIPHER
004592* RAN: EVERY MESSAGE IT READ MUST HAVE BEEN ANSWERED WITH ONE
004593* ACK OR ONE NAK, NEVER NONE AND NEVER TWO. THE CIPHER STEP
004594* COUNTS A CARD ONLY ONCE IT IS WRITTEN, SO A LOST CARD SHOWS
004595* HERE. ROWS ARE SUMMED ACROSS SOURCES SO MORE THAN ONE INBOUND
004596* FEED BALANCES AS ONE.
004597*-----------------------------------------------------------------
004598 3500-CHECK-RECEIPTS.
004599     MOVE ZERO TO BAL-INBOUND-SUM.
004600     MOVE ZERO TO BAL-INBOUND-ROWS.
004601     MOVE ZERO TO BAL-RECEIPT-SUM.
004602     PERFORM 3510-SUM-RECEIPT-ROW THRU 3510-EXIT
004603         VARYING BAL-CT-IDX FROM 1 BY 1
004604             UNTIL BAL-CT-IDX > BAL-CT-USED.
004605     IF BAL-INBOUND-ROWS = ZERO
004606         GO TO 3500-EXIT
004607     END-IF.
004608     MOVE BAL-RECEIPT-SUM TO BAL-CHK-LHS.
004609     MOVE BAL-INBOUND-SUM TO BAL-CHK-RHS.
004610     MOVE 'ACKS + NAKS SENT = INBOUND MESSAGES READ'
004611         TO BAL-CHK-DESC.
004612     PERFORM 7000-REPORT-CHECK THRU 7000-EXIT.
004613 3500-EXIT.
004614     EXIT.
004615 3510-SUM-RECEIPT-ROW.
004616     IF BAL-CT-PROG (BAL-CT-IDX) NOT = 'CEASARCP'
004617         GO TO 3510-EXIT
004618     END-IF.
004619     IF BAL-CT-NAME (BAL-CT-IDX) = 'INBOUND'
004620         ADD BAL-CT-VALUE (BAL-CT-IDX) TO BAL-INBOUND-SUM
004621         ADD 1 TO BAL-INBOUND-ROWS
004622     END-IF.
004623     IF BAL-CT-NAME (BAL-CT-IDX) = 'ACKSENT'
004624         OR BAL-CT-NAME (BAL-CT-IDX) = 'NAKSENT'
004625         ADD BAL-CT-VALUE (BAL-CT-IDX) TO BAL-RECEIPT-SUM
004626     END-IF.
004627 3510-EXIT.
004628     EXIT.
004629*-----------------------------------------------------------------
004630* 3600-CHECK-EMBARGO - FOLDED IN ONLY WHEN THE EMBARGO RELEASE
004631* RAN: EVERY EMBARGOED COPY IT READ WAS RELEASED TO A STATION
004632* FILE, MOVED TO HELD TRAFFIC OR KEPT ON EMBARGO. ROWS ARE
004633* SUMMED OVER EVERY RELEASE CYCLE OF THE DAY.
004634*-----------------------------------------------------------------
004635 3600-CHECK-EMBARGO.
004636     MOVE ZERO TO BAL-EMBG-READ-SUM.
004637     MOVE ZERO TO BAL-EMBG-READ-ROWS.
004638     MOVE ZERO TO BAL-EMBG-DISP-SUM.
004639     PERFORM 3610-SUM-EMBARGO-ROW THRU 3610-EXIT
004640         VARYING BAL-CT-IDX FROM 1 BY 1
004641             UNTIL BAL-CT-IDX > BAL-CT-USED.
004642     IF BAL-EMBG-READ-ROWS = ZERO
004643         GO TO 3600-EXIT
004644     END-IF.
004645     MOVE BAL-EMBG-DISP-SUM TO BAL-CHK-LHS.
004646     MOVE BAL-EMBG-READ-SUM TO BAL-CHK-RHS.
004647     MOVE 'EMBARGO RELEASED + TO HELD + KEPT = READ'
004648         TO BAL-CHK-DESC.
004649     PERFORM 7000-REPORT-CHECK THRU 7000-EXIT.
004650 3600-EXIT.
004651     EXIT.
004652 3610-SUM-EMBARGO-ROW.
004653     IF BAL-CT-PROG (BAL-CT-IDX) NOT = 'CIPHEREL'
004654         GO TO 3610-EXIT
004655     END-IF.
004656     IF BAL-CT-NAME (BAL-CT-IDX) = 'READ'
004657         ADD BAL-CT-VALUE (BAL-CT-IDX) TO BAL-EMBG-READ-SUM
004658         ADD 1 TO BAL-EMBG-READ-ROWS
004659     END-IF.
004660     IF BAL-CT-NAME (BAL-CT-IDX) = 'RELEASED'
004661         OR BAL-CT-NAME (BAL-CT-IDX) = 'TOHELD'
004662         OR BAL-CT-NAME (BAL-CT-IDX) = 'KEPT'
004663         ADD BAL-CT-VALUE (BAL-CT-IDX) TO BAL-EMBG-DISP-SUM
004664     END-IF.
004665 3610-EXIT.
004666     EXIT.
004667*-----------------------------------------------------------------
004668* 3700-CHECK-HELD-RELEASE - FOLDED IN ONLY WHEN THE HELD TRAFFIC
004669* RELEASE RAN: EVERY HELD MESSAGE IT READ WAS RELEASED TO A
004670* STATION FILE OR KEPT ON HOLD. ROWS ARE SUMMED OVER EVERY
004671* RELEASE CYCLE OF THE DAY.
004672*-----------------------------------------------------------------
004673 3700-CHECK-HELD-RELEASE.
004674     MOVE ZERO TO BAL-HELD-READ-SUM.
004675     MOVE ZERO TO BAL-HELD-READ-ROWS.
004676     MOVE ZERO TO BAL-HELD-DISP-SUM.
004677     PERFORM 3710-SUM-HELD-ROW THRU 3710-EXIT
004678         VARYING BAL-CT-IDX FROM 1 BY 1
004679             UNTIL BAL-CT-IDX > BAL-CT-USED.
004680     IF BAL-HELD-READ-ROWS = ZERO
004681         GO TO 3700-EXIT
004682     END-IF.
004683     MOVE BAL-HELD-DISP-SUM TO BAL-CHK-LHS.
004684     MOVE BAL-HELD-READ-SUM TO BAL-CHK-RHS.
004685     MOVE 'HELD RELEASED + KEPT = HELD READ'
004686         TO BAL-CHK-DESC.
004687     PERFORM 7000-REPORT-CHECK THRU 7000-EXIT.
004688 3700-EXIT.
004689     EXIT.
004690 3710-SUM-HELD-ROW.
004691     IF BAL-CT-PROG (BAL-CT-IDX) NOT = 'CIPHHREL'
004692         GO TO 3710-EXIT
004693     END-IF.
004694     IF BAL-CT-NAME (BAL-CT-IDX) = 'READ'
004695         ADD BAL-CT-VALUE (BAL-CT-IDX) TO BAL-HELD-READ-SUM
004696         ADD 1 TO BAL-HELD-READ-ROWS
004697     END-IF.
004698     IF BAL-CT-NAME (BAL-CT-IDX) = 'RELEASED'
004699         OR BAL-CT-NAME (BAL-CT-IDX) = 'KEPT'
004700         ADD BAL-CT-VALUE (BAL-CT-IDX) TO BAL-HELD-DISP-SUM
004701     END-IF.
004702 3710-EXIT.
004703     EXIT.
004704*-----------------------------------------------------------------
004705* 7000-REPORT-CHECK - PRINT ONE IDENTITY WITH BOTH SIDES AND
004706* WHETHER IT NETS.
004707*-----------------------------------------------------------------
004708 7000-REPORT-CHECK.
004709     ADD 1 TO BAL-CHECK-COUNT.
004710     IF BAL-CHK-LHS = BAL-CHK-RHS
004711         MOVE 'IN BALANCE' TO BAL-RPT-RESULT
004712     ELSE
004713         ADD 1 TO BAL-FAIL-COUNT
004714         MOVE 'OUT OF BALANCE' TO BAL-RPT-RESULT
004715     END-IF.
004716     MOVE BAL-CHK-DESC TO BAL-RPT-DESC.
004720     MOVE BAL-CHK-LHS TO BAL-RPT-LHS.
004730     MOVE BAL-CHK-RHS TO BAL-RPT-RHS.
004740     MOVE BAL-RPT-CHECK-LINE TO BAL-REPORT-RECORD.
005050         TO BAL-RPT-TOTAL-LABEL.
005060     MOVE BAL-DROPPED-ROWS TO BAL-RPT-TOTAL-COUNT.
005070     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005071     MOVE 'MASTER MESSAGES PULLED . . . . .  '
005072         TO BAL-RPT-TOTAL-LABEL.
005073     MOVE BAL-PULLED-MASTER TO BAL-RPT-TOTAL-COUNT.
005074     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005075     MOVE 'ROUTED COPIES PULLED . . . . . .  '
005076         TO BAL-RPT-TOTAL-LABEL.
005077     MOVE BAL-PULLED-COPIES TO BAL-RPT-TOTAL-COUNT.
005078     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
005080     IF BAL-FAIL-COUNT > ZERO OR BAL-DROPPED-ROWS > ZERO
005090         MOVE 8 TO BAL-RETURN-CODE
005100         MOVE 'RUN DOES NOT BALANCE - DO NOT TRANSMIT'
005220 8100-EXIT.
005230     EXIT.
005240*-----------------------------------------------------------------
005241* 8600-STAMP-RUN-CONTROL - RECORD HOW THIS STEP ENDED AGAINST THE
005242* BUSINESS DATE IT WAS CHECKED IN UNDER: COMPLETE BELOW THE FAIL
005243* LEVEL, FAILED AT OR OVER IT. A FAILURE TO STAMP IS REPORTED AND
005244* ENDS THE STEP CC=8 AT LEAST.
005245*-----------------------------------------------------------------
005246 8600-STAMP-RUN-CONTROL.
005247     MOVE BAL-RETURN-CODE TO BAL-RCTL-CC.
005248     OPEN I-O BAL-RCTL-FILE.
005249     IF BAL-RCTL-STATUS NOT = '00'
005250         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
005251             BAL-RCTL-STATUS ' ***'
005252         GO TO 8600-FAILED
005253     END-IF.
005254     MOVE BAL-RCTL-BUS-DATE TO RCT-BUS-DATE.
005255     READ BAL-RCTL-FILE
005256         INVALID KEY
005257             MOVE '23' TO BAL-RCTL-STATUS
005258     END-READ.
005259     IF BAL-RCTL-STATUS = '00'
005260         MOVE BAL-RCTL-STEP-ID TO BAL-RCTL-FIND-ID
005261         PERFORM 0810-FIND-STEP THRU 0810-EXIT
005262         MOVE BAL-RCTL-FOUND-IDX TO BAL-RCTL-STEP-IDX
005263     END-IF.
005264     IF BAL-RCTL-STATUS NOT = '00' OR BAL-RCTL-STEP-IDX = ZERO
005265         DISPLAY '*** RUN CONTROL NOT STAMPED - STEP NOT FOUND '
005266             'FOR BUSINESS DATE ' BAL-RCTL-BUS-DATE ' ***'
005267         CLOSE BAL-RCTL-FILE
005268         GO TO 8600-FAILED
005269     END-IF.
005270     IF BAL-RCTL-CC < BAL-RCTL-FAIL-CC
005271         SET RCT-STEP-COMPLETE (BAL-RCTL-STEP-IDX) TO TRUE
005272     ELSE
005273         SET RCT-STEP-FAILED (BAL-RCTL-STEP-IDX) TO TRUE
005274     END-IF.
005275     MOVE BAL-RCTL-CC TO RCT-STEP-CC (BAL-RCTL-STEP-IDX).
005276     ACCEPT BAL-RCTL-DATE FROM DATE YYYYMMDD.
005277     ACCEPT BAL-RCTL-TIME FROM TIME.
005278     MOVE BAL-RCTL-DATE TO RCT-STEP-DATE (BAL-RCTL-STEP-IDX).
005279     MOVE BAL-RCTL-TIME TO RCT-STEP-TIME (BAL-RCTL-STEP-IDX).
005280     REWRITE BAL-RCTL-RECORD
005281         INVALID KEY
005282             MOVE '99' TO BAL-RCTL-STATUS
005283     END-REWRITE.
005284     CLOSE BAL-RCTL-FILE.
005285     IF BAL-RCTL-STATUS NOT = '00'
005286         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
005287             BAL-RCTL-STATUS ' ***'
005288         GO TO 8600-FAILED
005289     END-IF.
005290     GO TO 8600-EXIT.
005291 8600-FAILED.
005292     IF BAL-RETURN-CODE < 8
005293         MOVE 8 TO BAL-RETURN-CODE
005294     END-IF.
005295 8600-EXIT.
005296     EXIT.
005297*-----------------------------------------------------------------
005298* 9000-TERMINATE - CLOSE THE REPORT BEFORE THE JOB STEP ENDS.
005299*-----------------------------------------------------------------
005300 9000-TERMINATE.
005301     CLOSE BAL-REPORT-FILE.
005302 9000-EXIT.
005303     EXIT.
005310*-----------------------------------------------------------------
005320* 9999-EXIT - SINGLE PROGRAM EXIT POINT. THE CONDITION CODE SET
005330* HERE IS THE ONE THE TRANSMIT JOB IS CONDITIONED ON.
