000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CIPHFMT.
000120 AUTHOR.        R ANGELO.
000130 INSTALLATION.  MESSAGE CENTER - CRYPTO SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/2026  RA   ORIGINAL. FIVE-LETTER GROUP TRANSMISSION
000210*                   FORMATTER. THE ROUTED STATION FILES
000220*                   (CIPHOT1-3, CIPHOTD) AND THE FLASH FILE
000230*                   (CIPHOTF) LEAVE THE CIPHER STEP IN THE RAW
000240*                   CIPHOUTR SEGMENT LAYOUT, AND UNTIL NOW THE
000250*                   RADIO ROOM CONVERTED THEM BY HAND INTO THE
000260*                   FIVE-LETTER GROUPS THE RADIO AND TELETYPE
000270*                   STATIONS COPY. THIS PROGRAM READS ONE ROUTED
000280*                   FILE AND WRITES THE TRANSMISSION COPY: PER
000290*                   MESSAGE A HEADER LINE (OUT-REC-ID,
000300*                   PRECEDENCE, STATION, GROUP COUNT, CHECK
000310*                   VALUE), THE CIPHERTEXT IN NUMBERED LINES OF
000320*                   FIVE-LETTER GROUPS PADDED TO A FULL GROUP,
000330*                   AND AN END-OF-MESSAGE LINE; THEN A CONTROL
000340*                   TOTAL PAGE FOR THE FILE SO THE RADIO ROOM CAN
000350*                   PROVE WHAT IT SENT AGAINST WHAT THE CIPHER
000360*                   STEP ROUTED. THE ROUTED LAYOUT DOES NOT CARRY
000370*                   THE PRECEDENCE OR THE STATION, SO BOTH ARE
000380*                   LOOKED UP ON THE DAY'S CIPHIN BY REC-ID.
000390*  10/15/2026  RA   PICKED UP THE WIDER MESSAGE RECORD THAT NOW
000400*                   CARRIES THE EMBARGO RELEASE DATE AND TIME
000410*                   (42-BYTE PREFIX, 170-BYTE MAXIMUM).
000420*  10/15/2026  RA   RELEASED TRAFFIC. A COPY RELEASED FROM HELD
000430*                   TRAFFIC OR EMBARGO WAS CIPHERED ON AN EARLIER
000440*                   DAY AND IS NOT ON THE DAY'S CIPHIN, SO IT
000450*                   CAME OUT WITH PRECEDENCE - AND CC=4. THE
000460*                   RELEASE INDEX (CIPHRLSX, CIPHRLSR LAYOUT) THE
000470*                   RELEASE STEPS WRITE IS NOW LOADED TOO AND
000480*                   MATCHED FIRST ON REC-ID AND CHECK VALUE; A
000490*                   RELEASED COPY TAKES ITS ORIGINAL PRECEDENCE
000500*                   AND STATION FROM IT AND IS COUNTED AS
000510*                   RELEASED, NOT AS MISSING FROM CIPHIN.
000520*-----------------------------------------------------------------
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER.   IBM-370.
000560 OBJECT-COMPUTER.   IBM-370.
000570 REPOSITORY.        FUNCTION ALL INTRINSIC.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT FMT-IN-FILE      ASSIGN TO FMTIN
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS FMT-IN-STATUS.
000630     SELECT FMT-MSG-FILE     ASSIGN TO CIPHIN
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS FMT-MSG-STATUS.
000660     SELECT FMT-COPY-FILE    ASSIGN TO FMTCOPY
000670            ORGANIZATION IS SEQUENTIAL
000680            FILE STATUS IS FMT-COPY-STATUS.
000690     SELECT FMT-RLSX-FILE    ASSIGN TO CIPHRLSX
000700            ORGANIZATION IS SEQUENTIAL
000710            FILE STATUS IS FMT-RLSX-STATUS.
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  FMT-IN-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
000770         DEPENDING ON FMT-IN-REC-LEN.
000780 01  FMT-IN-RECORD.
000790     COPY CIPHOUTR.
000800 FD  FMT-MSG-FILE
000810     LABEL RECORDS ARE STANDARD
000820     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
000830         DEPENDING ON FMT-MSG-REC-LEN.
000840 01  FMT-MSG-RECORD.
000850     COPY CIPHMSG.
000860 FD  FMT-COPY-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  FMT-COPY-RECORD              PIC X(80).
000890 FD  FMT-RLSX-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 01  FMT-RLSX-RECORD.
000920     COPY CIPHRLSR.
000930 WORKING-STORAGE SECTION.
000940*-----------------------------------------------------------------
000950* FILE I/O WORK AREAS
000960*-----------------------------------------------------------------
000970 01  FMT-IN-STATUS                PIC X(02) VALUE '00'.
000980 01  FMT-MSG-STATUS               PIC X(02) VALUE '00'.
000990 01  FMT-COPY-STATUS              PIC X(02) VALUE '00'.
001000 01  FMT-RLSX-STATUS              PIC X(02) VALUE '00'.
001010 01  FMT-IN-REC-LEN               PIC 9(04) COMP VALUE ZERO.
001020 01  FMT-MSG-REC-LEN              PIC 9(04) COMP VALUE ZERO.
001030 01  FMT-SWITCHES.
001040     05  FMT-EOF-SW               PIC X(01) VALUE 'N'.
001050         88  FMT-EOF                        VALUE 'Y'.
001060     05  FMT-IN-EOF-SW            PIC X(01) VALUE 'N'.
001070         88  FMT-IN-EOF                     VALUE 'Y'.
001080     05  FMT-IN-DONE-SW           PIC X(01) VALUE 'N'.
001090         88  FMT-IN-DONE                    VALUE 'Y'.
001100     05  FMT-LOOKUP-SW            PIC X(01) VALUE 'N'.
001110         88  FMT-LOOKUP-AVAIL               VALUE 'Y'.
001120*-----------------------------------------------------------------
001130* MESSAGE HEADER TABLE - PRECEDENCE AND DESTINATION STATION FOR
001140* EVERY FIRST SEGMENT ON THE DAY'S CIPHIN, KEYED BY REC-ID. THE
001150* ROUTED SEGMENTS CARRY NEITHER, SO THE TRANSMISSION HEADER LINE
001160* TAKES THEM FROM HERE.
001170*-----------------------------------------------------------------
001180 01  FMT-HDR-TABLE.
001190     05  FMT-HDR-ENTRY OCCURS 5000 TIMES.
001200         10  FMT-HT-ID            PIC 9(06) COMP.
001210         10  FMT-HT-PREC          PIC X(01).
001220         10  FMT-HT-DEST          PIC X(03).
001230 77  FMT-HDR-USED                 PIC 9(04) COMP VALUE ZERO.
001240 77  FMT-HDR-IDX                  PIC 9(04) COMP.
001250 77  FMT-HDR-FOUND                PIC 9(04) COMP.
001260*-----------------------------------------------------------------
001270* RELEASE TABLE - PRECEDENCE AND STATION FOR EVERY COPY THE
001280* RELEASE STEPS PUT ON THE DAY'S ROUTED FILES, KEYED BY REC-ID AND
001290* CHECK VALUE. A RELEASED COPY WAS CIPHERED ON AN EARLIER DAY, SO
001300* IT IS NOT ON THE HEADER TABLE ABOVE.
001310*-----------------------------------------------------------------
001320 01  FMT-RLS-TABLE.
001330     05  FMT-RLS-ENTRY OCCURS 2000 TIMES.
001340         10  FMT-RT-ID            PIC 9(06) COMP.
001350         10  FMT-RT-CHECK         PIC 9(06) COMP.
001360         10  FMT-RT-PREC          PIC X(01).
001370         10  FMT-RT-DEST          PIC X(03).
001380 77  FMT-RLS-USED                 PIC 9(04) COMP VALUE ZERO.
001390 77  FMT-RLS-IDX                  PIC 9(04) COMP.
001400 77  FMT-RLS-FOUND                PIC 9(04) COMP.
001410*-----------------------------------------------------------------
001420* CONTROL COUNTS FOR THE CONTROL TOTAL PAGE
001430*-----------------------------------------------------------------
001440 77  FMT-SEG-COUNT                PIC 9(06) COMP VALUE ZERO.
001450 77  FMT-MSG-COUNT                PIC 9(06) COMP VALUE ZERO.
001460 77  FMT-GROUP-TOTAL              PIC 9(08) COMP VALUE ZERO.
001470 77  FMT-LINE-TOTAL               PIC 9(06) COMP VALUE ZERO.
001480 77  FMT-ORPHAN-COUNT             PIC 9(06) COMP VALUE ZERO.
001490 77  FMT-NOHDR-COUNT              PIC 9(06) COMP VALUE ZERO.
001500 77  FMT-RELEASED-COUNT           PIC 9(06) COMP VALUE ZERO.
001510 77  FMT-PREC-FLASH-COUNT         PIC 9(06) COMP VALUE ZERO.
001520 77  FMT-PREC-IMMED-COUNT         PIC 9(06) COMP VALUE ZERO.
001530 77  FMT-PREC-ROUTINE-COUNT       PIC 9(06) COMP VALUE ZERO.
001540 77  FMT-RETURN-CODE              PIC 9(02) VALUE ZERO.
001550 01  FMT-CURRENT-DATE             PIC 9(08) VALUE ZERO.
001560 01  FMT-FILE-NAME                PIC X(08) VALUE 'FMTIN'.
001570 01  FMT-STATION                  PIC X(03) VALUE SPACES.
001580*-----------------------------------------------------------------
001590* LOGICAL-MESSAGE ASSEMBLY AREAS - SAME SEGMENT ASSEMBLY THE
001600* ACKNOWLEDGMENT STEP USES ON THE ROUTED SIDE.
001610*-----------------------------------------------------------------
001620 01  FMT-MSG-BUFFER               PIC X(4000).
001630 01  FMT-MSG-LEN                  PIC 9(04) COMP VALUE ZERO.
001640 01  FMT-MSG-ID                   PIC 9(06) VALUE ZERO.
001650 01  FMT-MSG-CHECK                PIC 9(06) VALUE ZERO.
001660 01  FMT-MSG-PREC                 PIC X(01) VALUE SPACE.
001670 01  FMT-MSG-DEST                 PIC X(03) VALUE SPACES.
001680 77  FMT-SEG-LEN                  PIC 9(03) COMP.
001690*-----------------------------------------------------------------
001700* GROUP-BUILD WORK AREAS. ONLY LETTERS AND DIGITS ARE SENDABLE;
001710* LOWER CASE IS RAISED, EVERYTHING ELSE (BLANKS, PUNCTUATION) IS
001720* DROPPED, AND THE LAST GROUP IS PADDED WITH X TO FIVE.
001730*-----------------------------------------------------------------
001740 01  FMT-GROUP-TEXT               PIC X(4005).
001750 01  FMT-GROUP-LEN                PIC 9(04) COMP VALUE ZERO.
001760 01  FMT-GROUP-COUNT              PIC 9(04) COMP VALUE ZERO.
001770 01  FMT-CHAR                     PIC X(01) VALUE SPACE.
001780 77  FMT-CHAR-IDX                 PIC 9(04) COMP.
001790 77  FMT-GROUP-IDX                PIC 9(04) COMP.
001800 77  FMT-GROUP-POS                PIC 9(04) COMP.
001810 77  FMT-SLOT                     PIC 9(02) COMP.
001820 77  FMT-TEXT-LINE-NO             PIC 9(03) COMP VALUE ZERO.
001830 01  FMT-LOWER                    PIC X(26) VALUE
001840     'abcdefghijklmnopqrstuvwxyz'.
001850 01  FMT-UPPER                    PIC X(26) VALUE
001860     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001870*-----------------------------------------------------------------
001880* PAGE CONTROL - THE COPY IS PRINTED FOR THE OPERATOR'S POSITION,
001890* SO IT IS PAGED WITH A RUNNING PAGE NUMBER.
001900*-----------------------------------------------------------------
001910 77  FMT-PAGE-DEPTH               PIC 9(02) COMP VALUE 55.
001920 77  FMT-PAGE-LINES               PIC 9(02) COMP VALUE 99.
001930 77  FMT-PAGE-COUNT               PIC 9(04) COMP VALUE ZERO.
001940 01  FMT-OUT-LINE                 PIC X(80) VALUE SPACES.
001950*-----------------------------------------------------------------
001960* TRANSMISSION COPY LINES
001970*-----------------------------------------------------------------
001980 01  FMT-PAGE-HEADING.
001990     05  FILLER                   PIC X(27) VALUE
002000         'CIPHFMT TRANSMISSION COPY  '.
002010     05  FILLER                   PIC X(05) VALUE 'FILE '.
002020     05  FMT-PH-FILE              PIC X(08).
002030     05  FILLER                   PIC X(07) VALUE '  DATE '.
002040     05  FMT-PH-DATE              PIC 9(08).
002050     05  FILLER                   PIC X(07) VALUE '  PAGE '.
002060     05  FMT-PH-PAGE              PIC ZZZ9.
002070     05  FILLER                   PIC X(14) VALUE SPACES.
002080 01  FMT-MSG-HEADER-LINE.
002090     05  FILLER                   PIC X(04) VALUE 'MSG '.
002100     05  FMT-MH-ID                PIC 9(06).
002110     05  FILLER                   PIC X(07) VALUE '  PREC '.
002120     05  FMT-MH-PREC              PIC X(01).
002130     05  FILLER                   PIC X(06) VALUE '  STA '.
002140     05  FMT-MH-STATION           PIC X(03).
002150     05  FILLER                   PIC X(05) VALUE '  GR '.
002160     05  FMT-MH-GROUPS            PIC 9(04).
002170     05  FILLER                   PIC X(08) VALUE '  CHECK '.
002180     05  FMT-MH-CHECK             PIC 9(06).
002190     05  FILLER                   PIC X(30) VALUE SPACES.
002200 01  FMT-TEXT-LINE.
002210     05  FMT-TL-LINE-NO           PIC 9(03).
002220     05  FILLER                   PIC X(02) VALUE SPACES.
002230     05  FMT-TL-GROUPS            PIC X(60).
002240     05  FILLER                   PIC X(15) VALUE SPACES.
002250 01  FMT-MSG-END-LINE.
002260     05  FILLER                   PIC X(15) VALUE
002270         'END OF MESSAGE '.
002280     05  FMT-ME-ID                PIC 9(06).
002290     05  FILLER                   PIC X(02) VALUE SPACES.
002300     05  FMT-ME-GROUPS            PIC 9(04).
002310     05  FILLER                   PIC X(07) VALUE ' GROUPS'.
002320     05  FILLER                   PIC X(46) VALUE SPACES.
002330 01  FMT-CTL-HEADING.
002340     05  FILLER                   PIC X(24) VALUE
002350         'CONTROL TOTALS FOR FILE '.
002360     05  FMT-CH-FILE              PIC X(08).
002370     05  FILLER                   PIC X(10) VALUE '  STATION '.
002380     05  FMT-CH-STATION           PIC X(03).
002390     05  FILLER                   PIC X(35) VALUE SPACES.
002400 01  FMT-TOTAL-LINE.
002410     05  FMT-TOTAL-LABEL          PIC X(34).
002420     05  FMT-TOTAL-COUNT          PIC ZZ,ZZZ,ZZ9.
002430     05  FILLER                   PIC X(36) VALUE SPACES.
002440 LINKAGE SECTION.
002450*-----------------------------------------------------------------
002460* FMT-PARM-AREA - ONE RUN FORMATS ONE ROUTED FILE:
002470*    COLS  1-8   NAME OF THE ROUTED FILE BEING FORMATTED (CIPHOT1,
002480*                CIPHOTD, CIPHOTF ...), PRINTED ON EVERY PAGE AND
002490*                ON THE CONTROL TOTALS (BLANK = FMTIN)
002500*    COLS  9-11  STATION CODE THE FILE SERVES (BLANK = TAKE EACH
002510*                MESSAGE'S STATION FROM CIPHIN - USE BLANK FOR THE
002520*                DEFAULT AND FLASH FILES, WHICH CARRY SEVERAL)
002530*-----------------------------------------------------------------
002540 01  FMT-PARM-AREA.
002550     05  FMT-PARM-LEN             PIC S9(04) COMP.
002560     05  FMT-PARM-DATA.
002570         10  FMT-PARM-FILE        PIC X(08).
002580         10  FMT-PARM-STATION     PIC X(03).
002590 PROCEDURE DIVISION USING FMT-PARM-AREA.
002600*=================================================================
002610* 0000-MAINLINE - LOAD THE HEADER LOOKUP FROM CIPHIN, THEN FORMAT
002620* EVERY MESSAGE ON THE ROUTED FILE AND CLOSE WITH THE CONTROL
002630* TOTAL PAGE.
002640*=================================================================
002650 0000-MAINLINE.
002660     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
002670     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002680     PERFORM 2000-FORMAT-MESSAGE THRU 2000-EXIT
002690         UNTIL FMT-IN-DONE.
002700     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
002710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002720     GO TO 9999-EXIT.
002730*-----------------------------------------------------------------
002740* 0500-PARSE-PARM - PICK UP THE FILE NAME AND STATION, IF GIVEN.
002750*-----------------------------------------------------------------
002760 0500-PARSE-PARM.
002770     IF FMT-PARM-LEN >= 8
002780         IF FMT-PARM-FILE NOT = SPACES
002790             MOVE FMT-PARM-FILE TO FMT-FILE-NAME
002800         END-IF
002810     END-IF.
002820     IF FMT-PARM-LEN >= 11
002830         MOVE FMT-PARM-STATION TO FMT-STATION
002840     END-IF.
002850 0500-EXIT.
002860     EXIT.
002870*-----------------------------------------------------------------
002880* 1000-INITIALIZE - OPEN THE ROUTED FILE AND THE COPY, LOAD THE
002890* HEADER LOOKUP AND THE RELEASE TABLE AND PRIME THE FIRST MESSAGE.
002900* A CIPHIN THAT IS NOT ALLOCATED LEAVES THE LOOKUP EMPTY: THE COPY
002910* STILL GOES OUT, WITH THE PRECEDENCE SHOWN AS - AND THE STATION
002920* FROM THE PARM. NO RELEASE INDEX MEANS NOTHING WAS RELEASED.
002930*-----------------------------------------------------------------
002940 1000-INITIALIZE.
002950     ACCEPT FMT-CURRENT-DATE FROM DATE YYYYMMDD.
002960     OPEN INPUT FMT-IN-FILE.
002970     IF FMT-IN-STATUS NOT = '00'
002980         DISPLAY '*** UNABLE TO OPEN FMTIN, STATUS='
002990             FMT-IN-STATUS ' ***'
003000         MOVE 12 TO FMT-RETURN-CODE
003010         GO TO 9999-EXIT
003020     END-IF.
003030     OPEN OUTPUT FMT-COPY-FILE.
003040     IF FMT-COPY-STATUS NOT = '00'
003050         DISPLAY '*** UNABLE TO OPEN FMTCOPY, STATUS='
003060             FMT-COPY-STATUS ' ***'
003070         MOVE 12 TO FMT-RETURN-CODE
003080         GO TO 9999-EXIT
003090     END-IF.
003100     OPEN INPUT FMT-MSG-FILE.
003110     IF FMT-MSG-STATUS = '00'
003120         SET FMT-LOOKUP-AVAIL TO TRUE
003130         MOVE 'N' TO FMT-EOF-SW
003140         PERFORM 1100-READ-MSG THRU 1100-EXIT
003150         PERFORM 1200-LOAD-HEADER THRU 1200-EXIT
003160             UNTIL FMT-EOF
003170         CLOSE FMT-MSG-FILE
003180     ELSE
003190         DISPLAY '*** CIPHIN NOT AVAILABLE, STATUS='
003200             FMT-MSG-STATUS ' - PRECEDENCE NOT SHOWN ***'
003210     END-IF.
003220     OPEN INPUT FMT-RLSX-FILE.
003230     IF FMT-RLSX-STATUS = '00'
003240         MOVE 'N' TO FMT-EOF-SW
003250         PERFORM 1300-READ-RLSX THRU 1300-EXIT
003260         PERFORM 1400-LOAD-RELEASE THRU 1400-EXIT
003270             UNTIL FMT-EOF
003280         CLOSE FMT-RLSX-FILE
003290     END-IF.
003300     PERFORM 3100-READ-IN THRU 3100-EXIT.
003310     PERFORM 3150-ASSEMBLE-MESSAGE THRU 3150-EXIT.
003320 1000-EXIT.
003330     EXIT.
003340 1100-READ-MSG.
003350     READ FMT-MSG-FILE
003360         AT END
003370             SET FMT-EOF TO TRUE
003380     END-READ.
003390 1100-EXIT.
003400     EXIT.
003410*-----------------------------------------------------------------
003420* 1200-LOAD-HEADER - CLAIM ONE LOOKUP ENTRY PER FIRST SEGMENT.
003430* CONTINUATIONS CARRY NO HEADER FIELDS AND ARE PASSED OVER.
003440*-----------------------------------------------------------------
003450 1200-LOAD-HEADER.
003460     IF NOT MSG-FIRST-SEG
003470         GO TO 1200-READ-NEXT
003480     END-IF.
003490     IF FMT-HDR-USED >= 5000
003500         DISPLAY '*** MORE THAN 5000 MESSAGES ON CIPHIN - '
003510             'HEADER LOOKUP FULL ***'
003520         SET FMT-EOF TO TRUE
003530         GO TO 1200-EXIT
003540     END-IF.
003550     ADD 1 TO FMT-HDR-USED.
003560     MOVE MSG-REC-ID TO FMT-HT-ID (FMT-HDR-USED).
003570     MOVE MSG-PRECEDENCE TO FMT-HT-PREC (FMT-HDR-USED).
003580     MOVE MSG-DEST-STATION TO FMT-HT-DEST (FMT-HDR-USED).
003590 1200-READ-NEXT.
003600     PERFORM 1100-READ-MSG THRU 1100-EXIT.
003610 1200-EXIT.
003620     EXIT.
003630 1300-READ-RLSX.
003640     READ FMT-RLSX-FILE
003650         AT END
003660             SET FMT-EOF TO TRUE
003670     END-READ.
003680 1300-EXIT.
003690     EXIT.
003700*-----------------------------------------------------------------
003710* 1400-LOAD-RELEASE - CLAIM ONE RELEASE ENTRY PER INDEX RECORD.
003720*-----------------------------------------------------------------
003730 1400-LOAD-RELEASE.
003740     IF FMT-RLS-USED >= 2000
003750         DISPLAY '*** MORE THAN 2000 COPIES ON CIPHRLSX - '
003760             'RELEASE TABLE FULL ***'
003770         SET FMT-EOF TO TRUE
003780         GO TO 1400-EXIT
003790     END-IF.
003800     ADD 1 TO FMT-RLS-USED.
003810     MOVE RLS-REC-ID TO FMT-RT-ID (FMT-RLS-USED).
003820     MOVE RLS-CHECK-VALUE TO FMT-RT-CHECK (FMT-RLS-USED).
003830     MOVE RLS-PRECEDENCE TO FMT-RT-PREC (FMT-RLS-USED).
003840     MOVE RLS-STATION TO FMT-RT-DEST (FMT-RLS-USED).
003850     PERFORM 1300-READ-RLSX THRU 1300-EXIT.
003860 1400-EXIT.
003870     EXIT.
003880*-----------------------------------------------------------------
003890* 2000-FORMAT-MESSAGE - ONE ASSEMBLED MESSAGE: LOOK UP ITS HEADER
003900* FIELDS, BREAK THE CIPHERTEXT INTO GROUPS, AND WRITE THE HEADER
003910* LINE, THE NUMBERED GROUP LINES AND THE END-OF-MESSAGE LINE.
003920*-----------------------------------------------------------------
003930 2000-FORMAT-MESSAGE.
003940     ADD 1 TO FMT-MSG-COUNT.
003950     PERFORM 2100-LOOKUP-HEADER THRU 2100-EXIT.
003960     PERFORM 2200-BUILD-GROUPS THRU 2200-EXIT.
003970     MOVE FMT-MSG-ID TO FMT-MH-ID.
003980     MOVE FMT-MSG-PREC TO FMT-MH-PREC.
003990     MOVE FMT-MSG-DEST TO FMT-MH-STATION.
004000     MOVE FMT-GROUP-COUNT TO FMT-MH-GROUPS.
004010     MOVE FMT-MSG-CHECK TO FMT-MH-CHECK.
004020     MOVE SPACES TO FMT-OUT-LINE.
004030     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
004040     MOVE FMT-MSG-HEADER-LINE TO FMT-OUT-LINE.
004050     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
004060     MOVE ZERO TO FMT-TEXT-LINE-NO.
004070     PERFORM 2300-WRITE-TEXT-LINE THRU 2300-EXIT
004080         VARYING FMT-GROUP-IDX FROM 1 BY 10
004090             UNTIL FMT-GROUP-IDX > FMT-GROUP-COUNT.
004100     MOVE FMT-MSG-ID TO FMT-ME-ID.
004110     MOVE FMT-GROUP-COUNT TO FMT-ME-GROUPS.
004120     MOVE FMT-MSG-END-LINE TO FMT-OUT-LINE.
004130     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
004140     ADD FMT-GROUP-COUNT TO FMT-GROUP-TOTAL.
004150     PERFORM 3150-ASSEMBLE-MESSAGE THRU 3150-EXIT.
004160 2000-EXIT.
004170     EXIT.
004180*-----------------------------------------------------------------
004190* 2100-LOOKUP-HEADER - PRECEDENCE AND STATION FOR THE MESSAGE. A
004200* BLANK PRECEDENCE READS AS ROUTINE, THE SAME AS THE CIPHER STEP.
004210* A COPY ON THE RELEASE TABLE (SAME REC-ID AND CHECK VALUE) TAKES
004220* THE PRECEDENCE AND STATION IT WAS PARKED WITH. OTHERWISE A
004230* REC-ID NOT ON CIPHIN (WHEN CIPHIN WAS READ) IS COUNTED - THE
004240* ROUTED FILE AND THE FEED ARE FROM DIFFERENT DAYS.
004250*-----------------------------------------------------------------
004260 2100-LOOKUP-HEADER.
004270     MOVE '-' TO FMT-MSG-PREC.
004280     MOVE FMT-STATION TO FMT-MSG-DEST.
004290     MOVE ZERO TO FMT-RLS-FOUND.
004300     PERFORM 2120-MATCH-RELEASE THRU 2120-EXIT
004310         VARYING FMT-RLS-IDX FROM 1 BY 1
004320             UNTIL FMT-RLS-IDX > FMT-RLS-USED
004330                 OR FMT-RLS-FOUND > ZERO.
004340     IF FMT-RLS-FOUND > ZERO
004350         ADD 1 TO FMT-RELEASED-COUNT
004360         MOVE FMT-RT-PREC (FMT-RLS-FOUND) TO FMT-MSG-PREC
004370         IF FMT-STATION = SPACES
004380             MOVE FMT-RT-DEST (FMT-RLS-FOUND) TO FMT-MSG-DEST
004390         END-IF
004400         GO TO 2100-COUNT-PREC
004410     END-IF.
004420     MOVE ZERO TO FMT-HDR-FOUND.
004430     PERFORM 2110-MATCH-HEADER THRU 2110-EXIT
004440         VARYING FMT-HDR-IDX FROM 1 BY 1
004450             UNTIL FMT-HDR-IDX > FMT-HDR-USED
004460                 OR FMT-HDR-FOUND > ZERO.
004470     IF FMT-HDR-FOUND = ZERO
004480         IF FMT-LOOKUP-AVAIL
004490             ADD 1 TO FMT-NOHDR-COUNT
004500             DISPLAY '*** MESSAGE ' FMT-MSG-ID
004510                 ' NOT ON CIPHIN - HEADER FIELDS UNKNOWN ***'
004520         END-IF
004530         GO TO 2100-EXIT
004540     END-IF.
004550     MOVE FMT-HT-PREC (FMT-HDR-FOUND) TO FMT-MSG-PREC.
004560     IF FMT-STATION = SPACES
004570         MOVE FMT-HT-DEST (FMT-HDR-FOUND) TO FMT-MSG-DEST
004580     END-IF.
004590 2100-COUNT-PREC.
004600     IF FMT-MSG-PREC NOT = 'F' AND FMT-MSG-PREC NOT = 'I'
004610         MOVE 'R' TO FMT-MSG-PREC
004620     END-IF.
004630     EVALUATE FMT-MSG-PREC
004640         WHEN 'F'
004650             ADD 1 TO FMT-PREC-FLASH-COUNT
004660         WHEN 'I'
004670             ADD 1 TO FMT-PREC-IMMED-COUNT
004680         WHEN OTHER
004690             ADD 1 TO FMT-PREC-ROUTINE-COUNT
004700     END-EVALUATE.
004710 2100-EXIT.
004720     EXIT.
004730 2110-MATCH-HEADER.
004740     IF FMT-HT-ID (FMT-HDR-IDX) = FMT-MSG-ID
004750         MOVE FMT-HDR-IDX TO FMT-HDR-FOUND
004760     END-IF.
004770 2110-EXIT.
004780     EXIT.
004790 2120-MATCH-RELEASE.
004800     IF FMT-RT-ID (FMT-RLS-IDX) = FMT-MSG-ID
004810         AND FMT-RT-CHECK (FMT-RLS-IDX) = FMT-MSG-CHECK
004820         MOVE FMT-RLS-IDX TO FMT-RLS-FOUND
004830     END-IF.
004840 2120-EXIT.
004850     EXIT.
004860*-----------------------------------------------------------------
004870* 2200-BUILD-GROUPS - COPY THE SENDABLE CHARACTERS OF THE
004880* CIPHERTEXT INTO THE GROUP AREA AND PAD THE LAST GROUP WITH X.
004890*-----------------------------------------------------------------
004900 2200-BUILD-GROUPS.
004910     MOVE SPACES TO FMT-GROUP-TEXT.
004920     MOVE ZERO TO FMT-GROUP-LEN.
004930     IF FMT-MSG-LEN > ZERO
004940         INSPECT FMT-MSG-BUFFER (1:FMT-MSG-LEN)
004950             CONVERTING FMT-LOWER TO FMT-UPPER
004960         PERFORM 2210-TAKE-CHAR THRU 2210-EXIT
004970             VARYING FMT-CHAR-IDX FROM 1 BY 1
004980                 UNTIL FMT-CHAR-IDX > FMT-MSG-LEN
004990     END-IF.
005000     PERFORM 2220-PAD-GROUP THRU 2220-EXIT
005010         UNTIL MOD(FMT-GROUP-LEN, 5) = ZERO.
005020     COMPUTE FMT-GROUP-COUNT = FMT-GROUP-LEN / 5.
005030 2200-EXIT.
005040     EXIT.
005050 2210-TAKE-CHAR.
005060     MOVE FMT-MSG-BUFFER (FMT-CHAR-IDX:1) TO FMT-CHAR.
005070     IF (FMT-CHAR >= 'A' AND FMT-CHAR <= 'Z')
005080         OR (FMT-CHAR >= '0' AND FMT-CHAR <= '9')
005090         ADD 1 TO FMT-GROUP-LEN
005100         MOVE FMT-CHAR TO FMT-GROUP-TEXT (FMT-GROUP-LEN:1)
005110     END-IF.
005120 2210-EXIT.
005130     EXIT.
005140 2220-PAD-GROUP.
005150     ADD 1 TO FMT-GROUP-LEN.
005160     MOVE 'X' TO FMT-GROUP-TEXT (FMT-GROUP-LEN:1).
005170 2220-EXIT.
005180     EXIT.
005190*-----------------------------------------------------------------
005200* 2300-WRITE-TEXT-LINE - ONE NUMBERED LINE OF UP TO TEN GROUPS,
005210* STARTING AT GROUP FMT-GROUP-IDX.
005220*-----------------------------------------------------------------
005230 2300-WRITE-TEXT-LINE.
005240     ADD 1 TO FMT-TEXT-LINE-NO.
005250     MOVE SPACES TO FMT-TEXT-LINE.
005260     MOVE FMT-TEXT-LINE-NO TO FMT-TL-LINE-NO.
005270     PERFORM 2310-PLACE-GROUP THRU 2310-EXIT
005280         VARYING FMT-SLOT FROM 1 BY 1
005290             UNTIL FMT-SLOT > 10
005300                 OR FMT-GROUP-IDX + FMT-SLOT - 1
005310                     > FMT-GROUP-COUNT.
005320     MOVE FMT-TEXT-LINE TO FMT-OUT-LINE.
005330     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
005340     ADD 1 TO FMT-LINE-TOTAL.
005350 2300-EXIT.
005360     EXIT.
005370 2310-PLACE-GROUP.
005380     COMPUTE FMT-GROUP-POS =
005390         (FMT-GROUP-IDX + FMT-SLOT - 2) * 5 + 1.
005400     MOVE FMT-GROUP-TEXT (FMT-GROUP-POS:5)
005410         TO FMT-TL-GROUPS ((FMT-SLOT - 1) * 6 + 1:5).
005420 2310-EXIT.
005430     EXIT.
005440 3100-READ-IN.
005450     READ FMT-IN-FILE
005460         AT END
005470             SET FMT-IN-EOF TO TRUE
005480         NOT AT END
005490             ADD 1 TO FMT-SEG-COUNT
005500     END-READ.
005510 3100-EXIT.
005520     EXIT.
005530*-----------------------------------------------------------------
005540* 3150-ASSEMBLE-MESSAGE - GATHER THE NEXT LOGICAL MESSAGE FROM THE
005550* ROUTED FILE: TEXT FROM THE CURRENT FIRST SEGMENT, THEN EVERY
005560* CONTINUATION WITH THE SAME ID. AN ORPHAN CONTINUATION IS
005570* SKIPPED AND COUNTED - IT CANNOT BE SENT WITHOUT ITS HEADER.
005580*-----------------------------------------------------------------
005590 3150-ASSEMBLE-MESSAGE.
005600     IF FMT-IN-EOF
005610         SET FMT-IN-DONE TO TRUE
005620         GO TO 3150-EXIT
005630     END-IF.
005640     PERFORM 3160-SKIP-ORPHANS THRU 3160-EXIT
005650         UNTIL FMT-IN-EOF OR OUT-FIRST-SEG.
005660     IF FMT-IN-EOF
005670         SET FMT-IN-DONE TO TRUE
005680         GO TO 3150-EXIT
005690     END-IF.
005700     MOVE OUT-REC-ID TO FMT-MSG-ID.
005710     IF OUT-CHECK-VALUE NUMERIC
005720         MOVE OUT-CHECK-VALUE TO FMT-MSG-CHECK
005730     ELSE
005740         MOVE ZERO TO FMT-MSG-CHECK
005750     END-IF.
005760     MOVE SPACES TO FMT-MSG-BUFFER.
005770     MOVE ZERO TO FMT-MSG-LEN.
005780     PERFORM 3170-APPEND-SEGMENT THRU 3170-EXIT.
005790     PERFORM 3100-READ-IN THRU 3100-EXIT.
005800     PERFORM 3180-APPEND-CONTINUATION THRU 3180-EXIT
005810         UNTIL FMT-IN-EOF
005820             OR NOT OUT-CONT-SEG
005830             OR OUT-REC-ID NOT = FMT-MSG-ID.
005840 3150-EXIT.
005850     EXIT.
005860 3160-SKIP-ORPHANS.
005870     ADD 1 TO FMT-ORPHAN-COUNT.
005880     DISPLAY '*** ORPHAN CONTINUATION SEGMENT ' OUT-REC-ID
005890         ' ON FMTIN SKIPPED ***'.
005900     PERFORM 3100-READ-IN THRU 3100-EXIT.
005910 3160-EXIT.
005920     EXIT.
005930 3170-APPEND-SEGMENT.
005940     IF OUT-SEG-TEXT-LEN NOT NUMERIC
005950         OR OUT-SEG-TEXT-LEN < 1
005960         OR OUT-SEG-TEXT-LEN > 128
005970         MOVE 128 TO FMT-SEG-LEN
005980     ELSE
005990         MOVE OUT-SEG-TEXT-LEN TO FMT-SEG-LEN
006000     END-IF.
006010     IF FMT-MSG-LEN + FMT-SEG-LEN > 4000
006020         COMPUTE FMT-SEG-LEN = 4000 - FMT-MSG-LEN
006030     END-IF.
006040     IF FMT-SEG-LEN > ZERO
006050         MOVE OUT-SEG-TEXT (1:FMT-SEG-LEN)
006060             TO FMT-MSG-BUFFER (FMT-MSG-LEN + 1:FMT-SEG-LEN)
006070         ADD FMT-SEG-LEN TO FMT-MSG-LEN
006080     END-IF.
006090 3170-EXIT.
006100     EXIT.
006110 3180-APPEND-CONTINUATION.
006120     PERFORM 3170-APPEND-SEGMENT THRU 3170-EXIT.
006130     PERFORM 3100-READ-IN THRU 3100-EXIT.
006140 3180-EXIT.
006150     EXIT.
006160*-----------------------------------------------------------------
006170* 7000-WRITE-LINE - WRITE ONE LINE OF THE COPY, STARTING A NEW
006180* PAGE WHEN THE CURRENT ONE IS FULL.
006190*-----------------------------------------------------------------
006200 7000-WRITE-LINE.
006210     IF FMT-PAGE-LINES >= FMT-PAGE-DEPTH
006220         PERFORM 7100-PAGE-HEADING THRU 7100-EXIT
006230     END-IF.
006240     MOVE FMT-OUT-LINE TO FMT-COPY-RECORD.
006250     WRITE FMT-COPY-RECORD.
006260     ADD 1 TO FMT-PAGE-LINES.
006270 7000-EXIT.
006280     EXIT.
006290 7100-PAGE-HEADING.
006300     ADD 1 TO FMT-PAGE-COUNT.
006310     MOVE FMT-FILE-NAME TO FMT-PH-FILE.
006320     MOVE FMT-CURRENT-DATE TO FMT-PH-DATE.
006330     MOVE FMT-PAGE-COUNT TO FMT-PH-PAGE.
006340     IF FMT-PAGE-COUNT > 1
006350         MOVE SPACES TO FMT-COPY-RECORD
006360         WRITE FMT-COPY-RECORD
006370     END-IF.
006380     MOVE FMT-PAGE-HEADING TO FMT-COPY-RECORD.
006390     WRITE FMT-COPY-RECORD.
006400     MOVE 1 TO FMT-PAGE-LINES.
006410 7100-EXIT.
006420     EXIT.
006430*-----------------------------------------------------------------
006440* 8000-PRINT-TOTALS - THE CONTROL TOTAL PAGE FOR THE FILE. THE
006450* MESSAGE COUNT IS WHAT THE RADIO ROOM PROVES AGAINST THE CIPHER
006460* STEP'S PER-DESTINATION COUNT FOR THIS FILE; THE GROUP AND LINE
006470* COUNTS ARE WHAT THE OPERATOR PROVES THE SENT COPY AGAINST.
006480* CC=4 WHEN A SEGMENT WAS SKIPPED OR A MESSAGE HAD NO HEADER - A
006490* COPY FOUND ON THE RELEASE TABLE IS NOT A MISSING HEADER.
006500*-----------------------------------------------------------------
006510 8000-PRINT-TOTALS.
006520     MOVE FMT-PAGE-DEPTH TO FMT-PAGE-LINES.
006530     MOVE FMT-FILE-NAME TO FMT-CH-FILE.
006540     IF FMT-STATION = SPACES
006550         MOVE '---' TO FMT-CH-STATION
006560     ELSE
006570         MOVE FMT-STATION TO FMT-CH-STATION
006580     END-IF.
006590     MOVE FMT-CTL-HEADING TO FMT-OUT-LINE.
006600     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006610     MOVE SPACES TO FMT-OUT-LINE.
006620     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
006630     MOVE 'SEGMENTS READ  . . . . . . . . .  ' TO FMT-TOTAL-LABEL.
006640     MOVE FMT-SEG-COUNT TO FMT-TOTAL-COUNT.
006650     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006660     MOVE 'MESSAGES FORMATTED . . . . . . .  ' TO FMT-TOTAL-LABEL.
006670     MOVE FMT-MSG-COUNT TO FMT-TOTAL-COUNT.
006680     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006690     MOVE '  FLASH  . . . . . . . . . . . .  ' TO FMT-TOTAL-LABEL.
006700     MOVE FMT-PREC-FLASH-COUNT TO FMT-TOTAL-COUNT.
006710     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006720     MOVE '  IMMEDIATE  . . . . . . . . . .  ' TO FMT-TOTAL-LABEL.
006730     MOVE FMT-PREC-IMMED-COUNT TO FMT-TOTAL-COUNT.
006740     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006750     MOVE '  ROUTINE  . . . . . . . . . . .  ' TO FMT-TOTAL-LABEL.
006760     MOVE FMT-PREC-ROUTINE-COUNT TO FMT-TOTAL-COUNT.
006770     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006780     MOVE 'FIVE-LETTER GROUPS . . . . . . .  ' TO FMT-TOTAL-LABEL.
006790     MOVE FMT-GROUP-TOTAL TO FMT-TOTAL-COUNT.
006800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006810     MOVE 'GROUP LINES  . . . . . . . . . .  ' TO FMT-TOTAL-LABEL.
006820     MOVE FMT-LINE-TOTAL TO FMT-TOTAL-COUNT.
006830     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006840     MOVE 'ORPHAN SEGMENTS SKIPPED  . . . .  ' TO FMT-TOTAL-LABEL.
006850     MOVE FMT-ORPHAN-COUNT TO FMT-TOTAL-COUNT.
006860     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006870     MOVE 'MESSAGES NOT ON CIPHIN . . . . .  ' TO FMT-TOTAL-LABEL.
006880     MOVE FMT-NOHDR-COUNT TO FMT-TOTAL-COUNT.
006890     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006900     MOVE 'RELEASED FROM HOLD/EMBARGO . . .  ' TO FMT-TOTAL-LABEL.
006910     MOVE FMT-RELEASED-COUNT TO FMT-TOTAL-COUNT.
006920     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006930     MOVE 'PAGES OF COPY  . . . . . . . . .  ' TO FMT-TOTAL-LABEL.
006940     MOVE FMT-PAGE-COUNT TO FMT-TOTAL-COUNT.
006950     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
006960     IF FMT-ORPHAN-COUNT > ZERO OR FMT-NOHDR-COUNT > ZERO
006970         MOVE 4 TO FMT-RETURN-CODE
006980     END-IF.
006990 8000-EXIT.
007000     EXIT.
007010 8100-WRITE-TOTAL.
007020     MOVE FMT-TOTAL-LINE TO FMT-OUT-LINE.
007030     PERFORM 7000-WRITE-LINE THRU 7000-EXIT.
007040 8100-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------------
007070* 9000-TERMINATE - CLOSE THE DATASETS BEFORE THE JOB STEP ENDS.
007080* CIPHIN IS CLOSED BY THE LOOKUP LOAD THAT READ IT.
007090*-----------------------------------------------------------------
007100 9000-TERMINATE.
007110     CLOSE FMT-IN-FILE.
007120     CLOSE FMT-COPY-FILE.
007130 9000-EXIT.
007140     EXIT.
007150*-----------------------------------------------------------------
007160* 9999-EXIT - SINGLE PROGRAM EXIT POINT.
007170*-----------------------------------------------------------------
007180 9999-EXIT.
007190     MOVE FMT-RETURN-CODE TO RETURN-CODE.
007200     STOP RUN.
