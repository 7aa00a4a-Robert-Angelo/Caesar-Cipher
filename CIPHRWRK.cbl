000323*                   REWORKED FIRST SEGMENT, SO A MESSAGE
000324*                   REJECTED UNDER REASON ICHK CAN BE JUDGED
000325*                   AGAIN ONCE THE TRAFFIC IS CORRECTED.
000326*  10/15/2026  RA   THE EMBARGO RELEASE DATE/TIME RIDES THE
000327*                   SUSPENSE RECORD AND IS RESTORED TO THE
000328*                   REWORKED FIRST SEGMENT (NOW A 42-BYTE
000329*                   PREFIX), SO A REWORKED EMBARGOED MESSAGE IS
000330*                   STILL HELD UNTIL IT IS DUE.
000331*  10/15/2026  RA   THE STEP NOW CHECKS IN WITH THE BUSINESS-DATE
000332*                   RUN CONTROL (CIPHRCTL): IT RUNS ONLY AFTER THE
000333*                   DAY'S CIPHER PASS HAS COMPLETED, AND ONLY ONCE
000334*                   PER REWORK CYCLE - A SECOND EXTRACT IS REFUSED
000335*                   CC=16 UNTIL THE REWORK MERGE HAS COMPLETED, SO
000336*                   THE SAME SUSPENSE IS NOT EXTRACTED AND
000337*                   CANCELLED TWICE.
000338*-----------------------------------------------------------------
000339 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000341 SOURCE-COMPUTER.   IBM-370.
000342 OBJECT-COMPUTER.   IBM-370.
000350 REPOSITORY.        FUNCTION ALL INTRINSIC.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000434     SELECT RWRK-CAN-FILE    ASSIGN TO RWRKCAN
000435            ORGANIZATION IS SEQUENTIAL
000436            FILE STATUS IS RWRK-CAN-STATUS.
000438     SELECT RWRK-RCTL-FILE   ASSIGN TO CIPHRCTL
000440            ORGANIZATION IS INDEXED
000442            ACCESS MODE IS RANDOM
000444            RECORD KEY IS RCT-BUS-DATE
000446            FILE STATUS IS RWRK-RCTL-STATUS.
000448 DATA DIVISION.
000450 FILE SECTION.
000460 FD  RWRK-SUSP-FILE
000470     LABEL RECORDS ARE STANDARD.
000490     COPY CIPHSUSR.
000500 FD  RWRK-OUT-FILE
000510     LABEL RECORDS ARE STANDARD
000511     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
000512         DEPENDING ON RWRK-OUT-REC-LEN.
000520 01  RWRK-OUT-RECORD.
000530     COPY CIPHMSG.
000539     05  CAN-REC-ID-NUM REDEFINES CAN-REC-ID
000540                                  PIC 9(06).
000541     05  FILLER                   PIC X(74).
000542 FD  RWRK-RCTL-FILE
000543     LABEL RECORDS ARE STANDARD.
000544 01  RWRK-RCTL-RECORD.
000545     COPY CIPHRCTR.
000546 WORKING-STORAGE SECTION.
000550 01  RWRK-SUSP-STATUS             PIC X(02) VALUE '00'.
000560 01  RWRK-OUT-STATUS              PIC X(02) VALUE '00'.
000561 01  RWRK-CTL-STATUS              PIC X(02) VALUE '00'.
000601 77  RWRK-SKIP-COUNT              PIC 9(06) COMP VALUE ZERO.
000602 77  RWRK-CANCEL-COUNT            PIC 9(06) COMP VALUE ZERO.
000610 77  RWRK-RETURN-CODE             PIC 9(02) VALUE ZERO.
000611*-----------------------------------------------------------------
000612* RUN CONTROL WORK AREAS. THIS STEP IS KNOWN ON THE RUN CONTROL BY
000613* PROGRAM AND SOURCE; IT MAY NOT START UNTIL ITS PREREQUISITE STEP
000614* (EITHER ONE, OR BOTH WHERE MARKED) HAS COMPLETED FOR THE CURRENT
000615* BUSINESS DATE, AND MAY NOT RUN AGAIN ONCE COMPLETE UNLESS THE
000616* RERUN-AFTER STEP HAS COMPLETED SINCE. A CC AT OR OVER THE FAIL
000617* LEVEL STAMPS THE STEP FAILED, WHICH LEAVES IT FREE TO RERUN.
000618*-----------------------------------------------------------------
000619 01  RWRK-RCTL-STATUS             PIC X(02) VALUE '00'.
000620 01  RWRK-RCTL-AREA.
000621     05  RWRK-RCTL-STEP-ID.
000622         10  RWRK-RCTL-PROGRAM    PIC X(08) VALUE 'CIPHRWRK'.
000623         10  RWRK-RCTL-SOURCE     PIC X(08) VALUE SPACES.
000624     05  RWRK-RCTL-PREREQ-1.
000625         10  RWRK-RCTL-PREREQ-1-PGM PIC X(08) VALUE 'CEASARCP'.
000626         10  RWRK-RCTL-PREREQ-1-SRC PIC X(08) VALUE 'CIPHIN'.
000627     05  RWRK-RCTL-PREREQ-2.
000628         10  RWRK-RCTL-PREREQ-2-PGM PIC X(08) VALUE 'CIPHMRGE'.
000629         10  RWRK-RCTL-PREREQ-2-SRC PIC X(08) VALUE 'RECOMB'.
000630     05  RWRK-RCTL-RERUN-AFTER.
000631         10  RWRK-RCTL-RERUN-PGM  PIC X(08) VALUE 'CIPHMRGE'.
000632         10  RWRK-RCTL-RERUN-SRC  PIC X(08) VALUE SPACES.
000633     05  RWRK-RCTL-FAIL-CC        PIC 9(02) VALUE 08.
000634     05  RWRK-RCTL-CC             PIC 9(02) VALUE ZERO.
000635     05  RWRK-RCTL-BUS-DATE       PIC 9(08) VALUE ZERO.
000636     05  RWRK-RCTL-DATE           PIC 9(08) VALUE ZERO.
000637     05  RWRK-RCTL-TIME           PIC 9(08) VALUE ZERO.
000638     05  RWRK-RCTL-FIND-ID        PIC X(16) VALUE SPACES.
000639     05  RWRK-RCTL-FIND-NAME REDEFINES RWRK-RCTL-FIND-ID.
000640         10  RWRK-RCTL-FIND-PROGRAM PIC X(08).
000641         10  RWRK-RCTL-FIND-SOURCE PIC X(08).
000642     05  RWRK-RCTL-STEP-NAME      PIC X(17) VALUE SPACES.
000643     05  RWRK-RCTL-MISSING        PIC X(40) VALUE SPACES.
000644     05  RWRK-RCTL-MESSAGE        PIC X(100) VALUE SPACES.
000645     05  RWRK-RCTL-NEED-SW        PIC X(01) VALUE 'E'.
000646         88  RWRK-RCTL-NEED-EITHER          VALUE 'E'.
000647         88  RWRK-RCTL-NEED-BOTH            VALUE 'B'.
000648     05  RWRK-RCTL-MET-SW         PIC X(01) VALUE 'N'.
000649         88  RWRK-RCTL-PREREQ-MET           VALUE 'Y'.
000650     05  RWRK-RCTL-DONE-SW        PIC X(01) VALUE 'N'.
000651         88  RWRK-RCTL-STEP-DONE            VALUE 'Y'.
000652     05  RWRK-RCTL-REWORK-SW      PIC X(01) VALUE 'N'.
000653         88  RWRK-RCTL-REWORK               VALUE 'Y'.
000654 77  RWRK-RCTL-IDX                PIC S9(04) COMP VALUE ZERO.
000655 77  RWRK-RCTL-FOUND-IDX          PIC S9(04) COMP VALUE ZERO.
000656 77  RWRK-RCTL-STEP-IDX           PIC S9(04) COMP VALUE ZERO.
000657 PROCEDURE DIVISION.
000658*=================================================================
000659* 0000-MAINLINE - RELEASE EVERY OPEN SUSPENSE RECORD TO THE
000660* REWORK INPUT DATASET IN STANDARD MESSAGE LAYOUT, FLAGGING
000661* EACH RECORD'S DISPOSITION IN PLACE AS IT GOES.
000662*=================================================================
000670 0000-MAINLINE.
000675     PERFORM 0800-CHECK-RUN-CONTROL THRU 0800-EXIT.
000680     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000690     PERFORM 2000-COPY-RECORD THRU 2000-EXIT
000700         UNTIL RWRK-EOF.
000701     PERFORM 8500-WRITE-CONTROL THRU 8500-EXIT.
000710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000715     PERFORM 8600-STAMP-RUN-CONTROL THRU 8600-EXIT.
000720     GO TO 9999-EXIT.
000721*-----------------------------------------------------------------
000722* 0800-CHECK-RUN-CONTROL - BEFORE ANY DATASET IS OPENED, MAKE
000723* SURE THIS STEP MAY RUN FOR THE CURRENT BUSINESS DATE: ITS
000724* PREREQUISITE MUST HAVE COMPLETED, AND THE STEP ITSELF MUST NOT
000725* HAVE COMPLETED ALREADY (UNLESS ITS RERUN-AFTER STEP HAS SINCE
000726* COMPLETED AGAIN - A FRESH REWORK CYCLE). A REFUSED STEP ENDS
000727* CC=16 WITHOUT TOUCHING ANYTHING; ONE THAT MAY RUN IS MARKED
000728* STARTED.
000729*-----------------------------------------------------------------
000730 0800-CHECK-RUN-CONTROL.
000731     MOVE RWRK-RCTL-STEP-ID TO RWRK-RCTL-FIND-ID.
000732     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
000733     OPEN I-O RWRK-RCTL-FILE.
000734     IF RWRK-RCTL-STATUS NOT = '00'
000735         DISPLAY '*** UNABLE TO OPEN RUN CONTROL, STATUS='
000736             RWRK-RCTL-STATUS ' ***'
000737         MOVE 12 TO RWRK-RETURN-CODE
000738         GO TO 9999-EXIT
000739     END-IF.
000740     MOVE ZERO TO RCT-BUS-DATE.
000741     READ RWRK-RCTL-FILE
000742         INVALID KEY
000743             MOVE '23' TO RWRK-RCTL-STATUS
000744     END-READ.
000745     IF RWRK-RCTL-STATUS NOT = '00'
000746         MOVE 'NO BUSINESS DATE IS OPEN ON THE RUN CONTROL'
000747             TO RWRK-RCTL-MESSAGE
000748         GO TO 0800-REFUSE
000749     END-IF.
000750     MOVE RCT-CURRENT-DATE TO RWRK-RCTL-BUS-DATE.
000751     MOVE RWRK-RCTL-BUS-DATE TO RCT-BUS-DATE.
000752     READ RWRK-RCTL-FILE
000753         INVALID KEY
000754             MOVE '23' TO RWRK-RCTL-STATUS
000755     END-READ.
000756     IF RWRK-RCTL-STATUS NOT = '00'
000757         STRING 'BUSINESS DATE ' RWRK-RCTL-BUS-DATE
000758             ' IS NOT ON THE RUN CONTROL'
000759             DELIMITED BY SIZE INTO RWRK-RCTL-MESSAGE
000760         END-STRING
000761         GO TO 0800-REFUSE
000762     END-IF.
000763     IF RCT-STEP-COUNT NOT NUMERIC
000764         MOVE ZERO TO RCT-STEP-COUNT
000765     END-IF.
000766     MOVE RWRK-RCTL-STEP-ID TO RWRK-RCTL-FIND-ID.
000767     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
000768     MOVE RWRK-RCTL-FOUND-IDX TO RWRK-RCTL-STEP-IDX.
000769     IF RWRK-RCTL-STEP-IDX > ZERO
000770         IF RCT-STEP-COMPLETE (RWRK-RCTL-STEP-IDX)
000771             PERFORM 0830-CHECK-REWORK THRU 0830-EXIT
000772             IF NOT RWRK-RCTL-REWORK
000773                 STRING RWRK-RCTL-STEP-NAME DELIMITED BY SPACE
000774                     ' ALREADY COMPLETED FOR BUSINESS DATE '
000775                     RWRK-RCTL-BUS-DATE ' - RERUN REFUSED'
000776                     DELIMITED BY SIZE INTO RWRK-RCTL-MESSAGE
000777                 END-STRING
000778                 GO TO 0800-REFUSE
000779             END-IF
000780         END-IF
000781     END-IF.
000782     PERFORM 0820-CHECK-PREREQ THRU 0820-EXIT.
000783     IF NOT RWRK-RCTL-PREREQ-MET
000784         STRING 'RUN OUT OF ORDER - '
000785             RWRK-RCTL-MISSING DELIMITED BY '  '
000786             ' NOT COMPLETE FOR BUSINESS DATE '
000787             RWRK-RCTL-BUS-DATE DELIMITED BY SIZE
000788             INTO RWRK-RCTL-MESSAGE
000789         END-STRING
000790         GO TO 0800-REFUSE
000791     END-IF.
000792     IF RWRK-RCTL-STEP-IDX = ZERO
000793         IF RCT-STEP-COUNT NOT < 30
000794             STRING 'NO ROOM FOR ANOTHER STEP ON BUSINESS DATE '
000795                 RWRK-RCTL-BUS-DATE
000796                 DELIMITED BY SIZE INTO RWRK-RCTL-MESSAGE
000797             END-STRING
000798             GO TO 0800-REFUSE
000799         END-IF
000800         ADD 1 TO RCT-STEP-COUNT
000801         MOVE RCT-STEP-COUNT TO RWRK-RCTL-STEP-IDX
000802         MOVE RWRK-RCTL-STEP-ID
000803             TO RCT-STEP-ID (RWRK-RCTL-STEP-IDX)
000804     END-IF.
000805     SET RCT-STEP-STARTED (RWRK-RCTL-STEP-IDX) TO TRUE.
000806     MOVE ZERO TO RCT-STEP-CC (RWRK-RCTL-STEP-IDX).
000807     ACCEPT RWRK-RCTL-DATE FROM DATE YYYYMMDD.
000808     ACCEPT RWRK-RCTL-TIME FROM TIME.
000809     MOVE RWRK-RCTL-DATE TO RCT-STEP-DATE (RWRK-RCTL-STEP-IDX).
000810     MOVE RWRK-RCTL-TIME TO RCT-STEP-TIME (RWRK-RCTL-STEP-IDX).
000811     REWRITE RWRK-RCTL-RECORD
000812         INVALID KEY
000813             MOVE '99' TO RWRK-RCTL-STATUS
000814     END-REWRITE.
000815     CLOSE RWRK-RCTL-FILE.
000816     IF RWRK-RCTL-STATUS NOT = '00'
000817         DISPLAY '*** RUN CONTROL UPDATE FAILED, STATUS='
000818             RWRK-RCTL-STATUS ' ***'
000819         MOVE 12 TO RWRK-RETURN-CODE
000820         GO TO 9999-EXIT
000821     END-IF.
000822     GO TO 0800-EXIT.
000823 0800-REFUSE.
000824     CLOSE RWRK-RCTL-FILE.
000825     MOVE RWRK-RCTL-STEP-ID TO RWRK-RCTL-FIND-ID.
000826     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
000827     DISPLAY '*** ' RWRK-RCTL-MESSAGE.
000828     DISPLAY '*** ' RWRK-RCTL-STEP-NAME
000829         ' REFUSED BY THE RUN CONTROL - NOTHING PROCESSED ***'.
000830     MOVE 16 TO RWRK-RETURN-CODE.
000831     GO TO 9999-EXIT.
000832 0800-EXIT.
000833     EXIT.
000834*-----------------------------------------------------------------
000835* 0810-FIND-STEP - LOCATE RWRK-RCTL-FIND-ID AMONG THE STEPS
000836* RECORDED FOR THE BUSINESS DATE. RWRK-RCTL-FOUND-IDX IS ZERO IF
000837* IT IS NOT THERE.
000838*-----------------------------------------------------------------
000839 0810-FIND-STEP.
000840     MOVE ZERO TO RWRK-RCTL-FOUND-IDX.
000841     PERFORM 0815-MATCH-STEP THRU 0815-EXIT
000842         VARYING RWRK-RCTL-IDX FROM 1 BY 1
000843             UNTIL RWRK-RCTL-IDX > RCT-STEP-COUNT
000844                 OR RWRK-RCTL-FOUND-IDX > ZERO.
000845 0810-EXIT.
000846     EXIT.
000847 0815-MATCH-STEP.
000848     IF RCT-STEP-ID (RWRK-RCTL-IDX) = RWRK-RCTL-FIND-ID
000849         MOVE RWRK-RCTL-IDX TO RWRK-RCTL-FOUND-IDX
000850     END-IF.
000851 0815-EXIT.
000852     EXIT.
000853*-----------------------------------------------------------------
000854* 0820-CHECK-PREREQ - THE PREREQUISITE IS MET WHEN EITHER STEP
000855* NAMED HAS COMPLETED (OR, FOR RWRK-RCTL-NEED-BOTH, BOTH HAVE). NO
000856* PREREQUISITE NAMED MEANS NONE IS NEEDED.
000857*-----------------------------------------------------------------
000858 0820-CHECK-PREREQ.
000859     SET RWRK-RCTL-PREREQ-MET TO TRUE.
000860     MOVE SPACES TO RWRK-RCTL-MISSING.
000861     IF RWRK-RCTL-PREREQ-1 = SPACES
000862         GO TO 0820-EXIT
000863     END-IF.
000864     MOVE RWRK-RCTL-PREREQ-1 TO RWRK-RCTL-FIND-ID.
000865     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
000866     IF RWRK-RCTL-STEP-DONE
000867         IF RWRK-RCTL-NEED-EITHER OR RWRK-RCTL-PREREQ-2 = SPACES
000868             GO TO 0820-EXIT
000869         END-IF
000870     ELSE
000871         PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT
000872         MOVE RWRK-RCTL-STEP-NAME TO RWRK-RCTL-MISSING
000873         IF RWRK-RCTL-NEED-BOTH OR RWRK-RCTL-PREREQ-2 = SPACES
000874             MOVE 'N' TO RWRK-RCTL-MET-SW
000875             GO TO 0820-EXIT
000876         END-IF
000877     END-IF.
000878     MOVE RWRK-RCTL-PREREQ-2 TO RWRK-RCTL-FIND-ID.
000879     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
000880     IF RWRK-RCTL-STEP-DONE
000881         GO TO 0820-EXIT
000882     END-IF.
000883     MOVE 'N' TO RWRK-RCTL-MET-SW.
000884     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
000885     IF RWRK-RCTL-MISSING = SPACES
000886         MOVE RWRK-RCTL-STEP-NAME TO RWRK-RCTL-MISSING
000887     ELSE
000888         STRING RWRK-RCTL-MISSING DELIMITED BY SPACE
000889             ' OR ' DELIMITED BY SIZE
000890             RWRK-RCTL-STEP-NAME DELIMITED BY SPACE
000891             INTO RWRK-RCTL-MESSAGE
000892         END-STRING
000893         MOVE RWRK-RCTL-MESSAGE TO RWRK-RCTL-MISSING
000894         MOVE SPACES TO RWRK-RCTL-MESSAGE
000895     END-IF.
000896 0820-EXIT.
000897     EXIT.
000898 0825-TEST-COMPLETE.
000899     MOVE 'N' TO RWRK-RCTL-DONE-SW.
000900     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
000901     IF RWRK-RCTL-FOUND-IDX > ZERO
000902         IF RCT-STEP-COMPLETE (RWRK-RCTL-FOUND-IDX)
000903             SET RWRK-RCTL-STEP-DONE TO TRUE
000904         END-IF
000905     END-IF.
000906 0825-EXIT.
000907     EXIT.
000908*-----------------------------------------------------------------
000909* 0830-CHECK-REWORK - A COMPLETED STEP MAY RUN AGAIN ONLY WHEN ITS
000910* RERUN-AFTER STEP HAS COMPLETED LATER THAN IT DID.
000911*-----------------------------------------------------------------
000912 0830-CHECK-REWORK.
000913     MOVE 'N' TO RWRK-RCTL-REWORK-SW.
000914     IF RWRK-RCTL-RERUN-AFTER = SPACES
000915         GO TO 0830-EXIT
000916     END-IF.
000917     MOVE RWRK-RCTL-RERUN-AFTER TO RWRK-RCTL-FIND-ID.
000918     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
000919     IF RWRK-RCTL-STEP-DONE
000920         IF RCT-STEP-STAMP (RWRK-RCTL-FOUND-IDX) >
000921             RCT-STEP-STAMP (RWRK-RCTL-STEP-IDX)
000922             SET RWRK-RCTL-REWORK TO TRUE
000923         END-IF
000924     END-IF.
000925 0830-EXIT.
000926     EXIT.
000927*-----------------------------------------------------------------
000928* 0840-FORMAT-STEP-NAME - PROGRAM/SOURCE OF RWRK-RCTL-FIND-ID FOR
000929* THE OPERATOR MESSAGES.
000930*-----------------------------------------------------------------
000931 0840-FORMAT-STEP-NAME.
000932     MOVE SPACES TO RWRK-RCTL-STEP-NAME.
000933     IF RWRK-RCTL-FIND-SOURCE = SPACES
000934         MOVE RWRK-RCTL-FIND-PROGRAM TO RWRK-RCTL-STEP-NAME
000935     ELSE
000936         STRING RWRK-RCTL-FIND-PROGRAM DELIMITED BY SPACE
000937             '/' DELIMITED BY SIZE
000938             RWRK-RCTL-FIND-SOURCE DELIMITED BY SPACE
000939             INTO RWRK-RCTL-STEP-NAME
000940         END-STRING
000941     END-IF.
000942 0840-EXIT.
000943     EXIT.
000944*-----------------------------------------------------------------
000945* 1000-INITIALIZE - OPEN THE DATASETS AND PRIME THE READ.
000946*-----------------------------------------------------------------
000947 1000-INITIALIZE.
000948     ACCEPT RWRK-CURRENT-DATE FROM DATE YYYYMMDD.
000949     MOVE RWRK-CURRENT-DATE (3:6) TO RWRK-REF-DATE.
000950     OPEN I-O RWRK-SUSP-FILE.
000951     IF RWRK-SUSP-STATUS NOT = '00'
000952         DISPLAY '*** UNABLE TO OPEN SUSPENSE DATASET, STATUS='
000953             RWRK-SUSP-STATUS ' ***'
000954         MOVE 12 TO RWRK-RETURN-CODE
000955         GO TO 9999-EXIT
000956     END-IF.
000957     OPEN OUTPUT RWRK-OUT-FILE.
000958     IF RWRK-OUT-STATUS NOT = '00'
000959         DISPLAY '*** UNABLE TO OPEN REWORK DATASET, STATUS='
000960             RWRK-OUT-STATUS ' ***'
000961         MOVE 12 TO RWRK-RETURN-CODE
000962         GO TO 9999-EXIT
000963     END-IF.
000964     PERFORM 1100-LOAD-CANCEL-CARDS THRU 1100-EXIT.
000965     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
000966 1000-EXIT.
000967     EXIT.
000968*-----------------------------------------------------------------
000969* 1100-LOAD-CANCEL-CARDS - READ THE CANCEL DECK, IF ONE WAS
000970* SUPPLIED, INTO THE CANCEL TABLE. NO DECK (STATUS 35) JUST
000971* MEANS NOTHING IS BEING WITHDRAWN THIS RUN.
000972*-----------------------------------------------------------------
000973 1100-LOAD-CANCEL-CARDS.
000974     OPEN INPUT RWRK-CAN-FILE.
000975     IF RWRK-CAN-STATUS NOT = '00'
000976         IF RWRK-CAN-STATUS NOT = '35'
000977             DISPLAY '*** CANCEL DECK OPEN FAILED, STATUS='
000978                 RWRK-CAN-STATUS ' ***'
000979         END-IF
000980         GO TO 1100-EXIT
000981     END-IF.
000982     PERFORM 1110-READ-CANCEL-CARD THRU 1110-EXIT.
000983     PERFORM 1120-STORE-CANCEL-CARD THRU 1120-EXIT
000984         UNTIL RWRK-EOF OR RWRK-CAN-USED >= 500.
000985     CLOSE RWRK-CAN-FILE.
000986     MOVE 'N' TO RWRK-EOF-SW.
000987 1100-EXIT.
000988     EXIT.
000989 1110-READ-CANCEL-CARD.
000990     READ RWRK-CAN-FILE
000991         AT END
000992             SET RWRK-EOF TO TRUE
000993     END-READ.
000994 1110-EXIT.
000995     EXIT.
000996 1120-STORE-CANCEL-CARD.
000997     IF CAN-REC-ID NUMERIC
000998         ADD 1 TO RWRK-CAN-USED
000999         MOVE CAN-REC-ID-NUM TO RWRK-CAN-ID (RWRK-CAN-USED)
001000     ELSE
001001         DISPLAY '*** CANCEL CARD NOT NUMERIC - DROPPED: '
001002             CAN-REC-ID ' ***'
001003     END-IF.
001004     PERFORM 1110-READ-CANCEL-CARD THRU 1110-EXIT.
001005 1120-EXIT.
001006     EXIT.
001007*-----------------------------------------------------------------
001008* 2000-COPY-RECORD - DISPOSE OF ONE SUSPENSE RECORD: SKIP WHAT
001009* IS ALREADY REWORKED OR CANCELLED, MARK A WITHDRAWN MESSAGE
001010* CANCELLED, AND RELEASE EVERYTHING ELSE BACK OUT AS FIRST AND
001011* CONTINUATION SEGMENTS IN STANDARD MESSAGE LAYOUT, FLAGGING
001012* THE RECORD REWORKED IN PLACE. A BLANK STATUS (RECORD WRITTEN
001013* BEFORE THE FIELD EXISTED) READS AS OPEN.
001014*-----------------------------------------------------------------
001015 2000-COPY-RECORD.
001016     IF SUS-REWORKED OR SUS-CANCELLED
001017         ADD 1 TO RWRK-SKIP-COUNT
001018         GO TO 2000-READ-NEXT
001019     END-IF.
001020     PERFORM 2020-FIND-CANCEL THRU 2020-EXIT.
001021     IF RWRK-CAN-FOUND > ZERO
001022         SET SUS-CANCELLED TO TRUE
001023         MOVE RWRK-CURRENT-DATE TO SUS-DISP-DATE
001024         MOVE RWRK-RUN-REF TO SUS-RWRK-REF
001025         REWRITE RWRK-SUSP-RECORD
001026         ADD 1 TO RWRK-CANCEL-COUNT
001027         GO TO 2000-READ-NEXT
001028     END-IF.
001029     MOVE ZERO TO RWRK-SEG-POS.
001030     MOVE 'Y' TO RWRK-FIRST-SW.
001031     IF SUS-TEXT-LEN NOT NUMERIC OR SUS-TEXT-LEN > 4000
001032         MOVE 4000 TO RWRK-SEG-REMAIN
001033     ELSE
001034         MOVE SUS-TEXT-LEN TO RWRK-SEG-REMAIN
001035     END-IF.
001036     PERFORM 2050-WRITE-ONE-SEG THRU 2050-EXIT
001037         UNTIL RWRK-SEG-POS >= RWRK-SEG-REMAIN
001038             AND NOT RWRK-FIRST-PENDING.
001039     SET SUS-REWORKED TO TRUE.
001040     MOVE RWRK-CURRENT-DATE TO SUS-DISP-DATE.
001041     MOVE RWRK-RUN-REF TO SUS-RWRK-REF.
001042     REWRITE RWRK-SUSP-RECORD.
001043     ADD 1 TO RWRK-READ-COUNT.
001044 2000-READ-NEXT.
001050     PERFORM 2100-READ-SUSPENSE THRU 2100-EXIT.
001060 2000-EXIT.
001070     EXIT.
001091         ELSE
001092             MOVE ZERO TO MSG-CHECK-VALUE
001093         END-IF
001094         IF SUS-RELEASE-STAMP NUMERIC
001095             MOVE SUS-RELEASE-STAMP TO MSG-RELEASE-STAMP
001096         ELSE
001097             MOVE ZERO TO MSG-RELEASE-STAMP
001098         END-IF
001099     ELSE
001100         SET MSG-CONT-SEG TO TRUE
001101         MOVE ZERO TO MSG-SHIFT-KEY
001102     END-IF.
001103     MOVE RWRK-SEG-REMAIN TO MSG-TEXT-TOTAL-LEN.
001104     MOVE RWRK-SEG-LEN TO MSG-SEG-TEXT-LEN.
001105     IF RWRK-SEG-LEN > ZERO
001106         MOVE SUS-TEXT (RWRK-SEG-POS + 1:RWRK-SEG-LEN)
001107             TO MSG-SEG-TEXT (1:RWRK-SEG-LEN)
001108     END-IF.
001109     COMPUTE RWRK-OUT-REC-LEN = 42 + RWRK-SEG-LEN.
001110     WRITE RWRK-OUT-RECORD.
001111     ADD RWRK-SEG-LEN TO RWRK-SEG-POS.
001112 2050-EXIT.
001113     EXIT.
001114*-----------------------------------------------------------------
001120* 2100-READ-SUSPENSE - READ THE NEXT CORRECTED SUSPENSE RECORD.
001130*-----------------------------------------------------------------
001140 2100-READ-SUSPENSE.
001224 8500-EXIT.
001225     EXIT.
001226*-----------------------------------------------------------------
001227* 8600-STAMP-RUN-CONTROL - RECORD HOW THIS STEP ENDED AGAINST THE
001228* BUSINESS DATE IT WAS CHECKED IN UNDER: COMPLETE BELOW THE FAIL
001229* LEVEL, FAILED AT OR OVER IT. A FAILURE TO STAMP IS REPORTED AND
001230* ENDS THE STEP CC=8 AT LEAST.
001231*-----------------------------------------------------------------
001232 8600-STAMP-RUN-CONTROL.
001233     MOVE RWRK-RETURN-CODE TO RWRK-RCTL-CC.
001234     OPEN I-O RWRK-RCTL-FILE.
001235     IF RWRK-RCTL-STATUS NOT = '00'
001236         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
001237             RWRK-RCTL-STATUS ' ***'
001238         GO TO 8600-FAILED
001239     END-IF.
001240     MOVE RWRK-RCTL-BUS-DATE TO RCT-BUS-DATE.
001241     READ RWRK-RCTL-FILE
001242         INVALID KEY
001243             MOVE '23' TO RWRK-RCTL-STATUS
001244     END-READ.
001245     IF RWRK-RCTL-STATUS = '00'
001246         MOVE RWRK-RCTL-STEP-ID TO RWRK-RCTL-FIND-ID
001247         PERFORM 0810-FIND-STEP THRU 0810-EXIT
001248         MOVE RWRK-RCTL-FOUND-IDX TO RWRK-RCTL-STEP-IDX
001249     END-IF.
001250     IF RWRK-RCTL-STATUS NOT = '00' OR RWRK-RCTL-STEP-IDX = ZERO
001251         DISPLAY '*** RUN CONTROL NOT STAMPED - STEP NOT FOUND '
001252             'FOR BUSINESS DATE ' RWRK-RCTL-BUS-DATE ' ***'
001253         CLOSE RWRK-RCTL-FILE
001254         GO TO 8600-FAILED
001255     END-IF.
001256     IF RWRK-RCTL-CC < RWRK-RCTL-FAIL-CC
001257         SET RCT-STEP-COMPLETE (RWRK-RCTL-STEP-IDX) TO TRUE
001258     ELSE
001259         SET RCT-STEP-FAILED (RWRK-RCTL-STEP-IDX) TO TRUE
001260     END-IF.
001261     MOVE RWRK-RCTL-CC TO RCT-STEP-CC (RWRK-RCTL-STEP-IDX).
001262     ACCEPT RWRK-RCTL-DATE FROM DATE YYYYMMDD.
001263     ACCEPT RWRK-RCTL-TIME FROM TIME.
001264     MOVE RWRK-RCTL-DATE TO RCT-STEP-DATE (RWRK-RCTL-STEP-IDX).
001265     MOVE RWRK-RCTL-TIME TO RCT-STEP-TIME (RWRK-RCTL-STEP-IDX).
001266     REWRITE RWRK-RCTL-RECORD
001267         INVALID KEY
001268             MOVE '99' TO RWRK-RCTL-STATUS
001269     END-REWRITE.
001270     CLOSE RWRK-RCTL-FILE.
001271     IF RWRK-RCTL-STATUS NOT = '00'
001272         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
001273             RWRK-RCTL-STATUS ' ***'
001274         GO TO 8600-FAILED
001275     END-IF.
001276     GO TO 8600-EXIT.
001277 8600-FAILED.
001278     IF RWRK-RETURN-CODE < 8
001279         MOVE 8 TO RWRK-RETURN-CODE
001280     END-IF.
001281 8600-EXIT.
001282     EXIT.
001283*-----------------------------------------------------------------
001284* 9000-TERMINATE - CLOSE THE DATASETS AND REPORT THE COUNT.
001285*-----------------------------------------------------------------
001286 9000-TERMINATE.
001287     CLOSE RWRK-SUSP-FILE.
001288     CLOSE RWRK-OUT-FILE.
001289     DISPLAY 'CIPHRWRK: ' RWRK-READ-COUNT
001290         ' SUSPENSE RECORD(S) RELEASED FOR REWORK'.
001291     DISPLAY 'CIPHRWRK: ' RWRK-CANCEL-COUNT
001292         ' SUSPENSE RECORD(S) CANCELLED'.
001293     DISPLAY 'CIPHRWRK: ' RWRK-SKIP-COUNT
001294         ' RECORD(S) ALREADY DISPOSED - SKIPPED'.
001295 9000-EXIT.
001300     EXIT.
001310*-----------------------------------------------------------------
001320* 9999-EXIT - SINGLE PROGRAM EXIT POINT.
