000289*                   (THE CIPHSPLT JOB PASSES RECOMB) FROM THE
000290*                   REWORK MERGE (NO PARM, SOURCE BLANK) AND
000291*                   JUDGE EACH BY ITS OWN IDENTITY.
000292*  10/15/2026  RA   THE STEP NOW CHECKS IN WITH THE BUSINESS-DATE
000293*                   RUN CONTROL (CIPHRCTL) UNDER ITS SOURCE TAG.
000294*                   THE REWORK MERGE NEEDS THE RWRKIN CIPHER PASS
000295*                   COMPLETE AND RUNS ONCE PER REWORK CYCLE; THE
000296*                   RECOMBINE NEEDS BOTH SLICE PASSES COMPLETE AND
000297*                   RUNS ONCE PER DATE. ANY OTHER TAG (A CASCADED
000298*                   MERGE STAGE) NEEDS ONLY THE DAY'S EDIT. A
000299*                   REFUSED RUN ENDS CC=16 AND WRITES NOTHING.
000300*-----------------------------------------------------------------
000301 ENVIRONMENT DIVISION.
000302 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.   IBM-370.
000320 OBJECT-COMPUTER.   IBM-370.
000330 REPOSITORY.        FUNCTION ALL INTRINSIC.
000441     SELECT MRGE-CTL-FILE    ASSIGN TO CIPHCTL
000442            ORGANIZATION IS SEQUENTIAL
000443            FILE STATUS IS MRGE-CTL-STATUS.
000444     SELECT MRGE-RCTL-FILE   ASSIGN TO CIPHRCTL
000445            ORGANIZATION IS INDEXED
000446            ACCESS MODE IS RANDOM
000447            RECORD KEY IS RCT-BUS-DATE
000448            FILE STATUS IS MRGE-RCTL-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  MRGE-DAILY-FILE
000622     LABEL RECORDS ARE STANDARD.
000623 01  MRGE-CTL-RECORD.
000624     COPY CIPHCTLR.
000625 FD  MRGE-RCTL-FILE
000626     LABEL RECORDS ARE STANDARD.
000627 01  MRGE-RCTL-RECORD.
000628     COPY CIPHRCTR.
000630 WORKING-STORAGE SECTION.
000640 01  MRGE-DAILY-STATUS            PIC X(02) VALUE '00'.
000641 01  MRGE-DAILY-REC-LEN           PIC 9(04) COMP VALUE ZERO.
000740 77  MRGE-REPLACED-COUNT          PIC 9(06) COMP VALUE ZERO.
000750 77  MRGE-OUT-COUNT               PIC 9(06) COMP VALUE ZERO.
000760 77  MRGE-RETURN-CODE             PIC 9(02) VALUE ZERO.
000761*-----------------------------------------------------------------
000762* RUN CONTROL WORK AREAS. THIS STEP IS KNOWN ON THE RUN CONTROL BY
000763* PROGRAM AND SOURCE; IT MAY NOT START UNTIL ITS PREREQUISITE STEP
000764* (EITHER ONE, OR BOTH WHERE MARKED) HAS COMPLETED FOR THE CURRENT
000765* BUSINESS DATE, AND MAY NOT RUN AGAIN ONCE COMPLETE UNLESS THE
000766* RERUN-AFTER STEP HAS COMPLETED SINCE. A CC AT OR OVER THE FAIL
000767* LEVEL STAMPS THE STEP FAILED, WHICH LEAVES IT FREE TO RERUN.
000768*-----------------------------------------------------------------
000769 01  MRGE-RCTL-STATUS             PIC X(02) VALUE '00'.
000770 01  MRGE-RCTL-AREA.
000771     05  MRGE-RCTL-STEP-ID.
000772         10  MRGE-RCTL-PROGRAM    PIC X(08) VALUE 'CIPHMRGE'.
000773         10  MRGE-RCTL-SOURCE     PIC X(08) VALUE SPACES.
000774     05  MRGE-RCTL-PREREQ-1.
000775         10  MRGE-RCTL-PREREQ-1-PGM PIC X(08) VALUE SPACES.
000776         10  MRGE-RCTL-PREREQ-1-SRC PIC X(08) VALUE SPACES.
000777     05  MRGE-RCTL-PREREQ-2.
000778         10  MRGE-RCTL-PREREQ-2-PGM PIC X(08) VALUE SPACES.
000779         10  MRGE-RCTL-PREREQ-2-SRC PIC X(08) VALUE SPACES.
000780     05  MRGE-RCTL-RERUN-AFTER.
000781         10  MRGE-RCTL-RERUN-PGM  PIC X(08) VALUE SPACES.
000782         10  MRGE-RCTL-RERUN-SRC  PIC X(08) VALUE SPACES.
000783     05  MRGE-RCTL-FAIL-CC        PIC 9(02) VALUE 08.
000784     05  MRGE-RCTL-CC             PIC 9(02) VALUE ZERO.
000785     05  MRGE-RCTL-BUS-DATE       PIC 9(08) VALUE ZERO.
000786     05  MRGE-RCTL-DATE           PIC 9(08) VALUE ZERO.
000787     05  MRGE-RCTL-TIME           PIC 9(08) VALUE ZERO.
000788     05  MRGE-RCTL-FIND-ID        PIC X(16) VALUE SPACES.
000789     05  MRGE-RCTL-FIND-NAME REDEFINES MRGE-RCTL-FIND-ID.
000790         10  MRGE-RCTL-FIND-PROGRAM PIC X(08).
000791         10  MRGE-RCTL-FIND-SOURCE PIC X(08).
000792     05  MRGE-RCTL-STEP-NAME      PIC X(17) VALUE SPACES.
000793     05  MRGE-RCTL-MISSING        PIC X(40) VALUE SPACES.
000794     05  MRGE-RCTL-MESSAGE        PIC X(100) VALUE SPACES.
000795     05  MRGE-RCTL-NEED-SW        PIC X(01) VALUE 'E'.
000796         88  MRGE-RCTL-NEED-EITHER          VALUE 'E'.
000797         88  MRGE-RCTL-NEED-BOTH            VALUE 'B'.
000798     05  MRGE-RCTL-MET-SW         PIC X(01) VALUE 'N'.
000799         88  MRGE-RCTL-PREREQ-MET           VALUE 'Y'.
000800     05  MRGE-RCTL-DONE-SW        PIC X(01) VALUE 'N'.
000801         88  MRGE-RCTL-STEP-DONE            VALUE 'Y'.
000802     05  MRGE-RCTL-REWORK-SW      PIC X(01) VALUE 'N'.
000803         88  MRGE-RCTL-REWORK               VALUE 'Y'.
000804 77  MRGE-RCTL-IDX                PIC S9(04) COMP VALUE ZERO.
000805 77  MRGE-RCTL-FOUND-IDX          PIC S9(04) COMP VALUE ZERO.
000806 77  MRGE-RCTL-STEP-IDX           PIC S9(04) COMP VALUE ZERO.
000807 LINKAGE SECTION.
000808*-----------------------------------------------------------------
000809* MRGE-PARM-AREA - OPTIONAL CONTROL-ROW SOURCE TAG:
000810*    COLS 1-8   SOURCE WRITTEN ON THIS RUN'S CONTROL-TOTAL ROWS
000811*               (THE CIPHSPLT JOB PASSES RECOMB FOR THE SLICE
000812*               RECOMBINE). NO PARM = BLANK SOURCE, WHICH THE
000813*               CIPHBAL STEP READS AS THE REWORK MERGE.
000814*-----------------------------------------------------------------
000815 01  MRGE-PARM-AREA.
000816     05  MRGE-PARM-LEN            PIC S9(04) COMP.
000817     05  MRGE-PARM-DATA.
000818         10  MRGE-PARM-SOURCE     PIC X(08).
000819 PROCEDURE DIVISION USING MRGE-PARM-AREA.
000820*=================================================================
000821* 0000-MAINLINE - TWO-FILE MERGE ON REC-ID, REWORK SIDE WINNING
000822* ANY TIE, UNTIL BOTH INPUTS ARE EXHAUSTED.
000823*=================================================================
000824 0000-MAINLINE.
000825     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
000826     PERFORM 0800-CHECK-RUN-CONTROL THRU 0800-EXIT.
000830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000840     PERFORM 2000-MERGE-RECORDS THRU 2000-EXIT
000850         UNTIL MRGE-DAILY-EOF AND MRGE-RWRK-EOF.
000851     PERFORM 8500-WRITE-CONTROL THRU 8500-EXIT.
000860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000865     PERFORM 8600-STAMP-RUN-CONTROL THRU 8600-EXIT.
000870     GO TO 9999-EXIT.
000871*-----------------------------------------------------------------
000872* 0500-PARSE-PARM - PICK UP THE CONTROL-ROW SOURCE TAG, IF ONE
000886 0500-EXIT.
000887     EXIT.
000888*-----------------------------------------------------------------
000889* 0800-CHECK-RUN-CONTROL - BEFORE ANY DATASET IS OPENED, MAKE
000890* SURE THIS STEP MAY RUN FOR THE CURRENT BUSINESS DATE: ITS
000891* PREREQUISITE MUST HAVE COMPLETED, AND THE STEP ITSELF MUST NOT
000892* HAVE COMPLETED ALREADY (UNLESS ITS RERUN-AFTER STEP HAS SINCE
000893* COMPLETED AGAIN - A FRESH REWORK CYCLE). A REFUSED STEP ENDS
000894* CC=16 WITHOUT TOUCHING ANYTHING; ONE THAT MAY RUN IS MARKED
000895* STARTED.
000896*-----------------------------------------------------------------
000897 0800-CHECK-RUN-CONTROL.
000898     MOVE MRGE-CTL-SOURCE TO MRGE-RCTL-SOURCE.
000899     IF MRGE-RCTL-SOURCE = 'RECOMB'
000900         MOVE 'CEASARCP' TO MRGE-RCTL-PREREQ-1-PGM
000901         MOVE 'SLICE1' TO MRGE-RCTL-PREREQ-1-SRC
000902         MOVE 'CEASARCP' TO MRGE-RCTL-PREREQ-2-PGM
000903         MOVE 'SLICE2' TO MRGE-RCTL-PREREQ-2-SRC
000904         SET MRGE-RCTL-NEED-BOTH TO TRUE
000905     END-IF.
000906     IF MRGE-RCTL-SOURCE = SPACES
000907         MOVE 'CEASARCP' TO MRGE-RCTL-PREREQ-1-PGM
000908         MOVE 'RWRKIN' TO MRGE-RCTL-PREREQ-1-SRC
000909         MOVE 'CEASARCP' TO MRGE-RCTL-RERUN-PGM
000910         MOVE 'RWRKIN' TO MRGE-RCTL-RERUN-SRC
000911     END-IF.
000912     IF MRGE-RCTL-PREREQ-1 = SPACES
000913         MOVE 'CIPHEDIT' TO MRGE-RCTL-PREREQ-1-PGM
000914     END-IF.
000915     MOVE MRGE-RCTL-STEP-ID TO MRGE-RCTL-FIND-ID.
000916     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
000917     OPEN I-O MRGE-RCTL-FILE.
000918     IF MRGE-RCTL-STATUS NOT = '00'
000919         DISPLAY '*** UNABLE TO OPEN RUN CONTROL, STATUS='
000920             MRGE-RCTL-STATUS ' ***'
000921         MOVE 12 TO MRGE-RETURN-CODE
000922         GO TO 9999-EXIT
000923     END-IF.
000924     MOVE ZERO TO RCT-BUS-DATE.
000925     READ MRGE-RCTL-FILE
000926         INVALID KEY
000927             MOVE '23' TO MRGE-RCTL-STATUS
000928     END-READ.
000929     IF MRGE-RCTL-STATUS NOT = '00'
000930         MOVE 'NO BUSINESS DATE IS OPEN ON THE RUN CONTROL'
000931             TO MRGE-RCTL-MESSAGE
000932         GO TO 0800-REFUSE
000933     END-IF.
000934     MOVE RCT-CURRENT-DATE TO MRGE-RCTL-BUS-DATE.
000935     MOVE MRGE-RCTL-BUS-DATE TO RCT-BUS-DATE.
000936     READ MRGE-RCTL-FILE
000937         INVALID KEY
000938             MOVE '23' TO MRGE-RCTL-STATUS
000939     END-READ.
000940     IF MRGE-RCTL-STATUS NOT = '00'
000941         STRING 'BUSINESS DATE ' MRGE-RCTL-BUS-DATE
000942             ' IS NOT ON THE RUN CONTROL'
000943             DELIMITED BY SIZE INTO MRGE-RCTL-MESSAGE
000944         END-STRING
000945         GO TO 0800-REFUSE
000946     END-IF.
000947     IF RCT-STEP-COUNT NOT NUMERIC
000948         MOVE ZERO TO RCT-STEP-COUNT
000949     END-IF.
000950     MOVE MRGE-RCTL-STEP-ID TO MRGE-RCTL-FIND-ID.
000951     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
000952     MOVE MRGE-RCTL-FOUND-IDX TO MRGE-RCTL-STEP-IDX.
000953     IF MRGE-RCTL-STEP-IDX > ZERO
000954         IF RCT-STEP-COMPLETE (MRGE-RCTL-STEP-IDX)
000955             PERFORM 0830-CHECK-REWORK THRU 0830-EXIT
000956             IF NOT MRGE-RCTL-REWORK
000957                 STRING MRGE-RCTL-STEP-NAME DELIMITED BY SPACE
000958                     ' ALREADY COMPLETED FOR BUSINESS DATE '
000959                     MRGE-RCTL-BUS-DATE ' - RERUN REFUSED'
000960                     DELIMITED BY SIZE INTO MRGE-RCTL-MESSAGE
000961                 END-STRING
000962                 GO TO 0800-REFUSE
000963             END-IF
000964         END-IF
000965     END-IF.
000966     PERFORM 0820-CHECK-PREREQ THRU 0820-EXIT.
000967     IF NOT MRGE-RCTL-PREREQ-MET
000968         STRING 'RUN OUT OF ORDER - '
000969             MRGE-RCTL-MISSING DELIMITED BY '  '
000970             ' NOT COMPLETE FOR BUSINESS DATE '
000971             MRGE-RCTL-BUS-DATE DELIMITED BY SIZE
000972             INTO MRGE-RCTL-MESSAGE
000973         END-STRING
000974         GO TO 0800-REFUSE
000975     END-IF.
000976     IF MRGE-RCTL-STEP-IDX = ZERO
000977         IF RCT-STEP-COUNT NOT < 30
000978             STRING 'NO ROOM FOR ANOTHER STEP ON BUSINESS DATE '
000979                 MRGE-RCTL-BUS-DATE
000980                 DELIMITED BY SIZE INTO MRGE-RCTL-MESSAGE
000981             END-STRING
000982             GO TO 0800-REFUSE
000983         END-IF
000984         ADD 1 TO RCT-STEP-COUNT
000985         MOVE RCT-STEP-COUNT TO MRGE-RCTL-STEP-IDX
000986         MOVE MRGE-RCTL-STEP-ID
000987             TO RCT-STEP-ID (MRGE-RCTL-STEP-IDX)
000988     END-IF.
000989     SET RCT-STEP-STARTED (MRGE-RCTL-STEP-IDX) TO TRUE.
000990     MOVE ZERO TO RCT-STEP-CC (MRGE-RCTL-STEP-IDX).
000991     ACCEPT MRGE-RCTL-DATE FROM DATE YYYYMMDD.
000992     ACCEPT MRGE-RCTL-TIME FROM TIME.
000993     MOVE MRGE-RCTL-DATE TO RCT-STEP-DATE (MRGE-RCTL-STEP-IDX).
000994     MOVE MRGE-RCTL-TIME TO RCT-STEP-TIME (MRGE-RCTL-STEP-IDX).
000995     REWRITE MRGE-RCTL-RECORD
000996         INVALID KEY
000997             MOVE '99' TO MRGE-RCTL-STATUS
000998     END-REWRITE.
000999     CLOSE MRGE-RCTL-FILE.
001000     IF MRGE-RCTL-STATUS NOT = '00'
001001         DISPLAY '*** RUN CONTROL UPDATE FAILED, STATUS='
001002             MRGE-RCTL-STATUS ' ***'
001003         MOVE 12 TO MRGE-RETURN-CODE
001004         GO TO 9999-EXIT
001005     END-IF.
001006     GO TO 0800-EXIT.
001007 0800-REFUSE.
001008     CLOSE MRGE-RCTL-FILE.
001009     MOVE MRGE-RCTL-STEP-ID TO MRGE-RCTL-FIND-ID.
001010     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
001011     DISPLAY '*** ' MRGE-RCTL-MESSAGE.
001012     DISPLAY '*** ' MRGE-RCTL-STEP-NAME
001013         ' REFUSED BY THE RUN CONTROL - NOTHING PROCESSED ***'.
001014     MOVE 16 TO MRGE-RETURN-CODE.
001015     GO TO 9999-EXIT.
001016 0800-EXIT.
001017     EXIT.
001018*-----------------------------------------------------------------
001019* 0810-FIND-STEP - LOCATE MRGE-RCTL-FIND-ID AMONG THE STEPS
001020* RECORDED FOR THE BUSINESS DATE. MRGE-RCTL-FOUND-IDX IS ZERO IF
001021* IT IS NOT THERE.
001022*-----------------------------------------------------------------
001023 0810-FIND-STEP.
001024     MOVE ZERO TO MRGE-RCTL-FOUND-IDX.
001025     PERFORM 0815-MATCH-STEP THRU 0815-EXIT
001026         VARYING MRGE-RCTL-IDX FROM 1 BY 1
001027             UNTIL MRGE-RCTL-IDX > RCT-STEP-COUNT
001028                 OR MRGE-RCTL-FOUND-IDX > ZERO.
001029 0810-EXIT.
001030     EXIT.
001031 0815-MATCH-STEP.
001032     IF RCT-STEP-ID (MRGE-RCTL-IDX) = MRGE-RCTL-FIND-ID
001033         MOVE MRGE-RCTL-IDX TO MRGE-RCTL-FOUND-IDX
001034     END-IF.
001035 0815-EXIT.
001036     EXIT.
001037*-----------------------------------------------------------------
001038* 0820-CHECK-PREREQ - THE PREREQUISITE IS MET WHEN EITHER STEP
001039* NAMED HAS COMPLETED (OR, FOR MRGE-RCTL-NEED-BOTH, BOTH HAVE). NO
001040* PREREQUISITE NAMED MEANS NONE IS NEEDED.
001041*-----------------------------------------------------------------
001042 0820-CHECK-PREREQ.
001043     SET MRGE-RCTL-PREREQ-MET TO TRUE.
001044     MOVE SPACES TO MRGE-RCTL-MISSING.
001045     IF MRGE-RCTL-PREREQ-1 = SPACES
001046         GO TO 0820-EXIT
001047     END-IF.
001048     MOVE MRGE-RCTL-PREREQ-1 TO MRGE-RCTL-FIND-ID.
001049     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
001050     IF MRGE-RCTL-STEP-DONE
001051         IF MRGE-RCTL-NEED-EITHER OR MRGE-RCTL-PREREQ-2 = SPACES
001052             GO TO 0820-EXIT
001053         END-IF
001054     ELSE
001055         PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT
001056         MOVE MRGE-RCTL-STEP-NAME TO MRGE-RCTL-MISSING
001057         IF MRGE-RCTL-NEED-BOTH OR MRGE-RCTL-PREREQ-2 = SPACES
001058             MOVE 'N' TO MRGE-RCTL-MET-SW
001059             GO TO 0820-EXIT
001060         END-IF
001061     END-IF.
001062     MOVE MRGE-RCTL-PREREQ-2 TO MRGE-RCTL-FIND-ID.
001063     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
001064     IF MRGE-RCTL-STEP-DONE
001065         GO TO 0820-EXIT
001066     END-IF.
001067     MOVE 'N' TO MRGE-RCTL-MET-SW.
001068     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
001069     IF MRGE-RCTL-MISSING = SPACES
001070         MOVE MRGE-RCTL-STEP-NAME TO MRGE-RCTL-MISSING
001071     ELSE
001072         STRING MRGE-RCTL-MISSING DELIMITED BY SPACE
001073             ' OR ' DELIMITED BY SIZE
001074             MRGE-RCTL-STEP-NAME DELIMITED BY SPACE
001075             INTO MRGE-RCTL-MESSAGE
001076         END-STRING
001077         MOVE MRGE-RCTL-MESSAGE TO MRGE-RCTL-MISSING
001078         MOVE SPACES TO MRGE-RCTL-MESSAGE
001079     END-IF.
001080 0820-EXIT.
001081     EXIT.
001082 0825-TEST-COMPLETE.
001083     MOVE 'N' TO MRGE-RCTL-DONE-SW.
001084     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
001085     IF MRGE-RCTL-FOUND-IDX > ZERO
001086         IF RCT-STEP-COMPLETE (MRGE-RCTL-FOUND-IDX)
001087             SET MRGE-RCTL-STEP-DONE TO TRUE
001088         END-IF
001089     END-IF.
001090 0825-EXIT.
001091     EXIT.
001092*-----------------------------------------------------------------
001093* 0830-CHECK-REWORK - A COMPLETED STEP MAY RUN AGAIN ONLY WHEN ITS
001094* RERUN-AFTER STEP HAS COMPLETED LATER THAN IT DID.
001095*-----------------------------------------------------------------
001096 0830-CHECK-REWORK.
001097     MOVE 'N' TO MRGE-RCTL-REWORK-SW.
001098     IF MRGE-RCTL-RERUN-AFTER = SPACES
001099         GO TO 0830-EXIT
001100     END-IF.
001101     MOVE MRGE-RCTL-RERUN-AFTER TO MRGE-RCTL-FIND-ID.
001102     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
001103     IF MRGE-RCTL-STEP-DONE
001104         IF RCT-STEP-STAMP (MRGE-RCTL-FOUND-IDX) >
001105             RCT-STEP-STAMP (MRGE-RCTL-STEP-IDX)
001106             SET MRGE-RCTL-REWORK TO TRUE
001107         END-IF
001108     END-IF.
001109 0830-EXIT.
001110     EXIT.
001111*-----------------------------------------------------------------
001112* 0840-FORMAT-STEP-NAME - PROGRAM/SOURCE OF MRGE-RCTL-FIND-ID FOR
001113* THE OPERATOR MESSAGES.
001114*-----------------------------------------------------------------
001115 0840-FORMAT-STEP-NAME.
001116     MOVE SPACES TO MRGE-RCTL-STEP-NAME.
001117     IF MRGE-RCTL-FIND-SOURCE = SPACES
001118         MOVE MRGE-RCTL-FIND-PROGRAM TO MRGE-RCTL-STEP-NAME
001119     ELSE
001120         STRING MRGE-RCTL-FIND-PROGRAM DELIMITED BY SPACE
001121             '/' DELIMITED BY SIZE
001122             MRGE-RCTL-FIND-SOURCE DELIMITED BY SPACE
001123             INTO MRGE-RCTL-STEP-NAME
001124         END-STRING
001125     END-IF.
001126 0840-EXIT.
001127     EXIT.
001128*-----------------------------------------------------------------
001129* 1000-INITIALIZE - OPEN THE THREE DATASETS AND PRIME THE READS.
001130*-----------------------------------------------------------------
001131 1000-INITIALIZE.
001132     ACCEPT MRGE-CURRENT-DATE FROM DATE YYYYMMDD.
001133     OPEN INPUT MRGE-DAILY-FILE.
001134     IF MRGE-DAILY-STATUS NOT = '00'
001135         DISPLAY '*** UNABLE TO OPEN DAILY OUTPUT, STATUS='
001136             MRGE-DAILY-STATUS ' ***'
001137         MOVE 12 TO MRGE-RETURN-CODE
001138         GO TO 9999-EXIT
001139     END-IF.
001140     OPEN INPUT MRGE-RWRK-FILE.
001141     IF MRGE-RWRK-STATUS NOT = '00'
001142         DISPLAY '*** UNABLE TO OPEN REWORK OUTPUT, STATUS='
001143             MRGE-RWRK-STATUS ' ***'
001144         MOVE 12 TO MRGE-RETURN-CODE
001145         GO TO 9999-EXIT
001146     END-IF.
001147     OPEN OUTPUT MRGE-OUT-FILE.
001148     IF MRGE-OUT-STATUS NOT = '00'
001149         DISPLAY '*** UNABLE TO OPEN MERGED OUTPUT, STATUS='
001150             MRGE-OUT-STATUS ' ***'
001151         MOVE 12 TO MRGE-RETURN-CODE
001152         GO TO 9999-EXIT
001153     END-IF.
001154     PERFORM 2100-READ-DAILY THRU 2100-EXIT.
001155     PERFORM 2200-READ-RWRK THRU 2200-EXIT.
001156 1000-EXIT.
001160     EXIT.
001170*-----------------------------------------------------------------
001180* 2000-MERGE-RECORDS - CLASSIC ASCENDING TWO-FILE MERGE, NOW ON
001847 8510-EXIT.
001848     EXIT.
001850*-----------------------------------------------------------------
001851* 8600-STAMP-RUN-CONTROL - RECORD HOW THIS STEP ENDED AGAINST THE
001852* BUSINESS DATE IT WAS CHECKED IN UNDER: COMPLETE BELOW THE FAIL
001853* LEVEL, FAILED AT OR OVER IT. A FAILURE TO STAMP IS REPORTED AND
001854* ENDS THE STEP CC=8 AT LEAST.
001855*-----------------------------------------------------------------
001856 8600-STAMP-RUN-CONTROL.
001857     MOVE MRGE-RETURN-CODE TO MRGE-RCTL-CC.
001858     OPEN I-O MRGE-RCTL-FILE.
001859     IF MRGE-RCTL-STATUS NOT = '00'
001860         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
001861             MRGE-RCTL-STATUS ' ***'
001862         GO TO 8600-FAILED
001863     END-IF.
001864     MOVE MRGE-RCTL-BUS-DATE TO RCT-BUS-DATE.
001865     READ MRGE-RCTL-FILE
001866         INVALID KEY
001867             MOVE '23' TO MRGE-RCTL-STATUS
001868     END-READ.
001869     IF MRGE-RCTL-STATUS = '00'
001870         MOVE MRGE-RCTL-STEP-ID TO MRGE-RCTL-FIND-ID
001871         PERFORM 0810-FIND-STEP THRU 0810-EXIT
001872         MOVE MRGE-RCTL-FOUND-IDX TO MRGE-RCTL-STEP-IDX
001873     END-IF.
001874     IF MRGE-RCTL-STATUS NOT = '00' OR MRGE-RCTL-STEP-IDX = ZERO
001875         DISPLAY '*** RUN CONTROL NOT STAMPED - STEP NOT FOUND '
001876             'FOR BUSINESS DATE ' MRGE-RCTL-BUS-DATE ' ***'
001877         CLOSE MRGE-RCTL-FILE
001878         GO TO 8600-FAILED
001879     END-IF.
001880     IF MRGE-RCTL-CC < MRGE-RCTL-FAIL-CC
001881         SET RCT-STEP-COMPLETE (MRGE-RCTL-STEP-IDX) TO TRUE
001882     ELSE
001883         SET RCT-STEP-FAILED (MRGE-RCTL-STEP-IDX) TO TRUE
001884     END-IF.
001885     MOVE MRGE-RCTL-CC TO RCT-STEP-CC (MRGE-RCTL-STEP-IDX).
001886     ACCEPT MRGE-RCTL-DATE FROM DATE YYYYMMDD.
001887     ACCEPT MRGE-RCTL-TIME FROM TIME.
001888     MOVE MRGE-RCTL-DATE TO RCT-STEP-DATE (MRGE-RCTL-STEP-IDX).
001889     MOVE MRGE-RCTL-TIME TO RCT-STEP-TIME (MRGE-RCTL-STEP-IDX).
001890     REWRITE MRGE-RCTL-RECORD
001891         INVALID KEY
001892             MOVE '99' TO MRGE-RCTL-STATUS
001893     END-REWRITE.
001894     CLOSE MRGE-RCTL-FILE.
001895     IF MRGE-RCTL-STATUS NOT = '00'
001896         DISPLAY '*** RUN CONTROL NOT STAMPED, STATUS='
001897             MRGE-RCTL-STATUS ' ***'
001898         GO TO 8600-FAILED
001899     END-IF.
001900     GO TO 8600-EXIT.
001901 8600-FAILED.
001902     IF MRGE-RETURN-CODE < 8
001903         MOVE 8 TO MRGE-RETURN-CODE
001904     END-IF.
001905 8600-EXIT.
001906     EXIT.
001907*-----------------------------------------------------------------
001908* 9000-TERMINATE - CLOSE THE DATASETS AND REPORT THE BALANCE (ALL
001909* COUNTS IN LOGICAL MESSAGES): DAILY PLUS REWORK LESS REPLACED
001910* MUST EQUAL MERGED OUT.
001911*-----------------------------------------------------------------
001912 9000-TERMINATE.
001913     CLOSE MRGE-DAILY-FILE.
001914     CLOSE MRGE-RWRK-FILE.
001920     CLOSE MRGE-OUT-FILE.
001930     DISPLAY 'CIPHMRGE: DAILY IN . . : ' MRGE-DAILY-COUNT.
001940     DISPLAY 'CIPHMRGE: REWORK IN  . : ' MRGE-RWRK-COUNT.
