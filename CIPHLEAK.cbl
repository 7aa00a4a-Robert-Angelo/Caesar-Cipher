000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID.    CIPHLEAK.
000120 AUTHOR.        R ANGELO.
000130 INSTALLATION.  MESSAGE CENTER - CRYPTO SERVICES.
000140 DATE-WRITTEN.  10/15/2026.
000150 DATE-COMPILED.
000160*-----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190*  DATE       INIT  DESCRIPTION
000200*  10/15/2026  RA   ORIGINAL. CLEARTEXT-LEAK GUARD. NOTHING
000210*                   STOPPED A MESSAGE FROM GOING OUT IN THE CLEAR
000220*                   - A WRONG PARM, A SHIFT OF 00 ON LEGACY
000230*                   TRAFFIC OR A VIGENC RUN WITH A BAD KEYWORD
000240*                   CAN ALL PUT READABLE ENGLISH ON A STATION
000250*                   FILE, AND CIPHVRFY ONLY PROVES THE ROUND
000260*                   TRIP, NOT THAT THE OUTPUT IS ENCIPHERED. THIS
000270*                   STEP READS THE MASTER OUTPUT AND EVERY ROUTED
000280*                   FILE ALLOCATED TO IT, SCORES EACH MESSAGE WITH
000290*                   THE SAME LETTER-FREQUENCY AND COMMON-WORD
000300*                   SCORING THE CIPHER STEP'S SOLVE PARAGRAPHS
000310*                   USE, PULLS ANY MESSAGE THAT READS LIKE PLAIN
000320*                   ENGLISH TO A QUARANTINE FILE, LISTS IT ON THE
000330*                   REPORT, AND ENDS CC=8 SO CIPHFMT DOES NOT
000340*                   FORMAT THE DAY'S TRANSMISSION COPY.
000350*  10/15/2026  RA   A QUARANTINED MESSAGE IS NOW PULLED, NOT JUST
000360*                   COPIED. A SECOND PASS WRITES A CLEANED COPY
000370*                   OF EVERY DATASET SCANNED, AND OF THE HELD
000380*                   TRAFFIC AND EMBARGO DATASETS, LEAVING OUT
000390*                   EVERY MESSAGE WHOSE REC-ID AND CHECK VALUE
000400*                   WERE QUARANTINED; THE JOB COPIES THE CLEANED
000410*                   DATASETS BACK OVER THE ORIGINALS, SO NEITHER
000420*                   THE DAY'S FILES NOR A LATER RELEASE CAN SEND
000430*                   IT. CC=4 NOW MEANS CLEARTEXT WAS PULLED AND
000440*                   THE CLEANED COPIES ARE SAFE TO SEND; CC=8 IS
000450*                   KEPT FOR MORE LEAKS THAN THE PULL TABLE HOLDS.
000460*  10/15/2026  RA   THE STEP NOW RUNS AHEAD OF CIPHBAL AND WRITES
000470*                   A PULLED ROW PER DATASET TO CIPHCTL, WITH THE
000480*                   DD NAME AS THE SOURCE, PLUS THE FAN-OUT AND
000490*                   EARLIER-DAY COPIES AMONG THEM, SO THE ROUTED
000500*                   BALANCE IS PROVED NET OF WHAT WAS PULLED.
000510*-----------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER.   IBM-370.
000550 OBJECT-COMPUTER.   IBM-370.
000560 REPOSITORY.        FUNCTION ALL INTRINSIC.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT LEAK-OUT-FILE    ASSIGN TO CIPHOUT
000600            ORGANIZATION IS SEQUENTIAL
000610            FILE STATUS IS LEAK-OUT-STATUS.
000620     SELECT LEAK-ROUTE1-FILE ASSIGN TO CIPHOT1
000630            ORGANIZATION IS SEQUENTIAL
000640            FILE STATUS IS LEAK-ROUTE1-STATUS.
000650     SELECT LEAK-ROUTE2-FILE ASSIGN TO CIPHOT2
000660            ORGANIZATION IS SEQUENTIAL
000670            FILE STATUS IS LEAK-ROUTE2-STATUS.
000680     SELECT LEAK-ROUTE3-FILE ASSIGN TO CIPHOT3
000690            ORGANIZATION IS SEQUENTIAL
000700            FILE STATUS IS LEAK-ROUTE3-STATUS.
000710     SELECT LEAK-DFLT-FILE   ASSIGN TO CIPHOTD
000720            ORGANIZATION IS SEQUENTIAL
000730            FILE STATUS IS LEAK-DFLT-STATUS.
000740     SELECT LEAK-FLASH-FILE  ASSIGN TO CIPHOTF
000750            ORGANIZATION IS SEQUENTIAL
000760            FILE STATUS IS LEAK-FLASH-STATUS.
000770     SELECT LEAK-HELD-FILE   ASSIGN TO CIPHHELD
000780            ORGANIZATION IS SEQUENTIAL
000790            FILE STATUS IS LEAK-HELD-STATUS.
000800     SELECT LEAK-EMBG-FILE   ASSIGN TO CIPHEMBG
000810            ORGANIZATION IS SEQUENTIAL
000820            FILE STATUS IS LEAK-EMBG-STATUS.
000830     SELECT LEAK-CLNOUT-FILE ASSIGN TO CLNOUT
000840            ORGANIZATION IS SEQUENTIAL
000850            FILE STATUS IS LEAK-CLNOUT-STATUS.
000860     SELECT LEAK-CLN1-FILE   ASSIGN TO CLNOT1
000870            ORGANIZATION IS SEQUENTIAL
000880            FILE STATUS IS LEAK-CLN1-STATUS.
000890     SELECT LEAK-CLN2-FILE   ASSIGN TO CLNOT2
000900            ORGANIZATION IS SEQUENTIAL
000910            FILE STATUS IS LEAK-CLN2-STATUS.
000920     SELECT LEAK-CLN3-FILE   ASSIGN TO CLNOT3
000930            ORGANIZATION IS SEQUENTIAL
000940            FILE STATUS IS LEAK-CLN3-STATUS.
000950     SELECT LEAK-CLND-FILE   ASSIGN TO CLNOTD
000960            ORGANIZATION IS SEQUENTIAL
000970            FILE STATUS IS LEAK-CLND-STATUS.
000980     SELECT LEAK-CLNF-FILE   ASSIGN TO CLNOTF
000990            ORGANIZATION IS SEQUENTIAL
001000            FILE STATUS IS LEAK-CLNF-STATUS.
001010     SELECT LEAK-CLNH-FILE   ASSIGN TO CLNHELD
001020            ORGANIZATION IS SEQUENTIAL
001030            FILE STATUS IS LEAK-CLNH-STATUS.
001040     SELECT LEAK-CLNE-FILE   ASSIGN TO CLNEMBG
001050            ORGANIZATION IS SEQUENTIAL
001060            FILE STATUS IS LEAK-CLNE-STATUS.
001070     SELECT LEAK-QUAR-FILE   ASSIGN TO LEAKQUAR
001080            ORGANIZATION IS SEQUENTIAL
001090            FILE STATUS IS LEAK-QUAR-STATUS.
001100     SELECT LEAK-CTL-FILE    ASSIGN TO CIPHCTL
001110            ORGANIZATION IS SEQUENTIAL
001120            FILE STATUS IS LEAK-CTL-STATUS.
001130     SELECT LEAK-REPORT-FILE ASSIGN TO LEAKRPT
001140            ORGANIZATION IS SEQUENTIAL
001150            FILE STATUS IS LEAK-REPORT-STATUS.
001160 DATA DIVISION.
001170 FILE SECTION.
001180 FD  LEAK-OUT-FILE
001190     LABEL RECORDS ARE STANDARD
001200     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001210         DEPENDING ON LEAK-IN-REC-LEN.
001220 01  LEAK-OUT-RECORD              PIC X(148).
001230 FD  LEAK-ROUTE1-FILE
001240     LABEL RECORDS ARE STANDARD
001250     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001260         DEPENDING ON LEAK-IN-REC-LEN.
001270 01  LEAK-ROUTE1-RECORD           PIC X(148).
001280 FD  LEAK-ROUTE2-FILE
001290     LABEL RECORDS ARE STANDARD
001300     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001310         DEPENDING ON LEAK-IN-REC-LEN.
001320 01  LEAK-ROUTE2-RECORD           PIC X(148).
001330 FD  LEAK-ROUTE3-FILE
001340     LABEL RECORDS ARE STANDARD
001350     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001360         DEPENDING ON LEAK-IN-REC-LEN.
001370 01  LEAK-ROUTE3-RECORD           PIC X(148).
001380 FD  LEAK-DFLT-FILE
001390     LABEL RECORDS ARE STANDARD
001400     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001410         DEPENDING ON LEAK-IN-REC-LEN.
001420 01  LEAK-DFLT-RECORD             PIC X(148).
001430 FD  LEAK-FLASH-FILE
001440     LABEL RECORDS ARE STANDARD
001450     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001460         DEPENDING ON LEAK-IN-REC-LEN.
001470 01  LEAK-FLASH-RECORD            PIC X(148).
001480*-----------------------------------------------------------------
001490* PARKED TRAFFIC - THE HELD-TRAFFIC AND EMBARGO DATASETS. THEY ARE
001500* NOT SCORED (THE SAME SEGMENTS ARE ON THE MASTER OUTPUT) BUT ARE
001510* CLEANED OF ANY QUARANTINED MESSAGE SO IT IS NEVER RELEASED.
001520*-----------------------------------------------------------------
001530 FD  LEAK-HELD-FILE
001540     LABEL RECORDS ARE STANDARD
001550     RECORD IS VARYING IN SIZE FROM 32 TO 160 CHARACTERS
001560         DEPENDING ON LEAK-PARK-REC-LEN.
001570 01  LEAK-HELD-RECORD.
001580     COPY CIPHHLDR.
001590 FD  LEAK-EMBG-FILE
001600     LABEL RECORDS ARE STANDARD
001610     RECORD IS VARYING IN SIZE FROM 44 TO 172 CHARACTERS
001620         DEPENDING ON LEAK-PARK-REC-LEN.
001630 01  LEAK-EMBG-RECORD.
001640     COPY CIPHEMBR.
001650*-----------------------------------------------------------------
001660* CLEANED COPIES - EACH DATASET ABOVE LESS THE PULLED MESSAGES,
001670* RECORD FOR RECORD AS READ.
001680*-----------------------------------------------------------------
001690 FD  LEAK-CLNOUT-FILE
001700     LABEL RECORDS ARE STANDARD
001710     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001720         DEPENDING ON LEAK-IN-REC-LEN.
001730 01  LEAK-CLNOUT-RECORD           PIC X(148).
001740 FD  LEAK-CLN1-FILE
001750     LABEL RECORDS ARE STANDARD
001760     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001770         DEPENDING ON LEAK-IN-REC-LEN.
001780 01  LEAK-CLN1-RECORD             PIC X(148).
001790 FD  LEAK-CLN2-FILE
001800     LABEL RECORDS ARE STANDARD
001810     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001820         DEPENDING ON LEAK-IN-REC-LEN.
001830 01  LEAK-CLN2-RECORD             PIC X(148).
001840 FD  LEAK-CLN3-FILE
001850     LABEL RECORDS ARE STANDARD
001860     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001870         DEPENDING ON LEAK-IN-REC-LEN.
001880 01  LEAK-CLN3-RECORD             PIC X(148).
001890 FD  LEAK-CLND-FILE
001900     LABEL RECORDS ARE STANDARD
001910     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001920         DEPENDING ON LEAK-IN-REC-LEN.
001930 01  LEAK-CLND-RECORD             PIC X(148).
001940 FD  LEAK-CLNF-FILE
001950     LABEL RECORDS ARE STANDARD
001960     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001970         DEPENDING ON LEAK-IN-REC-LEN.
001980 01  LEAK-CLNF-RECORD             PIC X(148).
001990 FD  LEAK-CLNH-FILE
002000     LABEL RECORDS ARE STANDARD
002010     RECORD IS VARYING IN SIZE FROM 32 TO 160 CHARACTERS
002020         DEPENDING ON LEAK-PARK-REC-LEN.
002030 01  LEAK-CLNH-RECORD             PIC X(160).
002040 FD  LEAK-CLNE-FILE
002050     LABEL RECORDS ARE STANDARD
002060     RECORD IS VARYING IN SIZE FROM 44 TO 172 CHARACTERS
002070         DEPENDING ON LEAK-PARK-REC-LEN.
002080 01  LEAK-CLNE-RECORD             PIC X(172).
002090*-----------------------------------------------------------------
002100* QUARANTINE RECORD - THE CIPHOUTR SEGMENT AS IT STOOD ON THE
002110* FILE IT WAS PULLED FROM, PREFIXED WITH THAT FILE'S DD NAME SO
002120* SECURITY KNOWS WHICH TRANSMISSION IT WOULD HAVE GONE OUT ON.
002130*-----------------------------------------------------------------
002140 FD  LEAK-QUAR-FILE
002150     LABEL RECORDS ARE STANDARD
002160     RECORD IS VARYING IN SIZE FROM 28 TO 156 CHARACTERS
002170         DEPENDING ON LEAK-QUAR-REC-LEN.
002180 01  LEAK-QUAR-RECORD.
002190     05  QTN-SOURCE-DD            PIC X(08).
002200     05  QTN-REC-ID               PIC 9(06).
002210     05  QTN-SEG-TYPE             PIC X(01).
002220         88  QTN-FIRST-SEG                  VALUE 'F'.
002230         88  QTN-CONT-SEG                   VALUE 'C'.
002240     05  QTN-TEXT-TOTAL-LEN       PIC 9(04).
002250     05  QTN-CHECK-VALUE          PIC 9(06).
002260     05  QTN-SEG-TEXT-LEN         PIC 9(03).
002270     05  QTN-SEG-TEXT             PIC X(128).
002280 FD  LEAK-CTL-FILE
002290     LABEL RECORDS ARE STANDARD.
002300 01  LEAK-CTL-RECORD.
002310     COPY CIPHCTLR.
002320 FD  LEAK-REPORT-FILE
002330     LABEL RECORDS ARE STANDARD.
002340 01  LEAK-REPORT-RECORD           PIC X(132).
002350 WORKING-STORAGE SECTION.
002360*-----------------------------------------------------------------
002370* FILE I/O WORK AREAS
002380*-----------------------------------------------------------------
002390 01  LEAK-OUT-STATUS              PIC X(02) VALUE '00'.
002400 01  LEAK-ROUTE1-STATUS           PIC X(02) VALUE '00'.
002410 01  LEAK-ROUTE2-STATUS           PIC X(02) VALUE '00'.
002420 01  LEAK-ROUTE3-STATUS           PIC X(02) VALUE '00'.
002430 01  LEAK-DFLT-STATUS             PIC X(02) VALUE '00'.
002440 01  LEAK-FLASH-STATUS            PIC X(02) VALUE '00'.
002450 01  LEAK-HELD-STATUS             PIC X(02) VALUE '00'.
002460 01  LEAK-EMBG-STATUS             PIC X(02) VALUE '00'.
002470 01  LEAK-CLNOUT-STATUS           PIC X(02) VALUE '00'.
002480 01  LEAK-CLN1-STATUS             PIC X(02) VALUE '00'.
002490 01  LEAK-CLN2-STATUS             PIC X(02) VALUE '00'.
002500 01  LEAK-CLN3-STATUS             PIC X(02) VALUE '00'.
002510 01  LEAK-CLND-STATUS             PIC X(02) VALUE '00'.
002520 01  LEAK-CLNF-STATUS             PIC X(02) VALUE '00'.
002530 01  LEAK-CLNH-STATUS             PIC X(02) VALUE '00'.
002540 01  LEAK-CLNE-STATUS             PIC X(02) VALUE '00'.
002550 01  LEAK-QUAR-STATUS             PIC X(02) VALUE '00'.
002560 01  LEAK-CTL-STATUS              PIC X(02) VALUE '00'.
002570 01  LEAK-REPORT-STATUS           PIC X(02) VALUE '00'.
002580 01  LEAK-OPEN-STATUS             PIC X(02) VALUE '00'.
002590 01  LEAK-IN-REC-LEN              PIC 9(04) COMP VALUE ZERO.
002600 01  LEAK-QUAR-REC-LEN            PIC 9(04) COMP VALUE ZERO.
002610 01  LEAK-PARK-REC-LEN            PIC 9(04) COMP VALUE ZERO.
002620 01  LEAK-SWITCHES.
002630     05  LEAK-EOF-SW              PIC X(01) VALUE 'N'.
002640         88  LEAK-EOF                       VALUE 'Y'.
002650     05  LEAK-DONE-SW             PIC X(01) VALUE 'N'.
002660         88  LEAK-DONE                      VALUE 'Y'.
002670     05  LEAK-OUT-FIRST-SW        PIC X(01) VALUE 'Y'.
002680         88  LEAK-OUT-FIRST-PENDING         VALUE 'Y'.
002690     05  LEAK-PULL-SW             PIC X(01) VALUE 'N'.
002700         88  LEAK-PULLING                   VALUE 'Y'.
002710     05  LEAK-PULL-FULL-SW        PIC X(01) VALUE 'N'.
002720         88  LEAK-PULL-FULL                 VALUE 'Y'.
002730*-----------------------------------------------------------------
002740* CURRENT SEGMENT - EVERY FILE IS READ INTO THIS ONE AREA, SO THE
002750* ASSEMBLY, SCORING AND PULLING ARE WRITTEN ONCE FOR EVERY FILE.
002760*-----------------------------------------------------------------
002770 01  LEAK-SEG-RECORD.
002780     COPY CIPHOUTR.
002790*-----------------------------------------------------------------
002800* FILE TABLE - WHICH DD IS BEING SCANNED, AND WHAT IT HELD. THE
002810* FIRST SIX ARE SCORED; THE PARKED DATASETS (7-8) ARE ONLY
002820* CLEANED. EACH HAS THE DD ITS CLEANED COPY IS WRITTEN TO.
002830*-----------------------------------------------------------------
002840 01  LEAK-FILE-INIT-TABLE.
002850     05  FILLER                   PIC X(08) VALUE 'CIPHOUT'.
002860     05  FILLER                   PIC X(08) VALUE 'CIPHOT1'.
002870     05  FILLER                   PIC X(08) VALUE 'CIPHOT2'.
002880     05  FILLER                   PIC X(08) VALUE 'CIPHOT3'.
002890     05  FILLER                   PIC X(08) VALUE 'CIPHOTD'.
002900     05  FILLER                   PIC X(08) VALUE 'CIPHOTF'.
002910     05  FILLER                   PIC X(08) VALUE 'CIPHHELD'.
002920     05  FILLER                   PIC X(08) VALUE 'CIPHEMBG'.
002930 01  LEAK-FILE-NAMES REDEFINES LEAK-FILE-INIT-TABLE.
002940     05  LEAK-FILE-DD             PIC X(08) OCCURS 8 TIMES.
002950 01  LEAK-CLEAN-INIT-TABLE.
002960     05  FILLER                   PIC X(08) VALUE 'CLNOUT'.
002970     05  FILLER                   PIC X(08) VALUE 'CLNOT1'.
002980     05  FILLER                   PIC X(08) VALUE 'CLNOT2'.
002990     05  FILLER                   PIC X(08) VALUE 'CLNOT3'.
003000     05  FILLER                   PIC X(08) VALUE 'CLNOTD'.
003010     05  FILLER                   PIC X(08) VALUE 'CLNOTF'.
003020     05  FILLER                   PIC X(08) VALUE 'CLNHELD'.
003030     05  FILLER                   PIC X(08) VALUE 'CLNEMBG'.
003040 01  LEAK-CLEAN-NAMES REDEFINES LEAK-CLEAN-INIT-TABLE.
003050     05  LEAK-CLEAN-DD            PIC X(08) OCCURS 8 TIMES.
003060 01  LEAK-FILE-COUNTS.
003070     05  LEAK-FILE-ENTRY OCCURS 8 TIMES.
003080         10  LEAK-FC-PRESENT      PIC X(01).
003090         10  LEAK-FC-SCANNED      PIC 9(06) COMP.
003100         10  LEAK-FC-QUARANTINED  PIC 9(06) COMP.
003110         10  LEAK-FC-PULLED       PIC 9(06) COMP.
003120 77  LEAK-FILE-NO                 PIC 9(01) COMP VALUE ZERO.
003130 77  LEAK-FILE-LIMIT              PIC 9(01) COMP VALUE 6.
003140*-----------------------------------------------------------------
003150* PULL TABLE - ONE ENTRY PER QUARANTINED MESSAGE, BY REC-ID AND
003160* CHECK VALUE. THE CHECK VALUE KEEPS A PARKED OR RELEASED MESSAGE
003170* FROM ANOTHER DAY THAT REUSES THE REC-ID FROM BEING PULLED WITH
003180* IT. A SEGMENT GROUP ON THE CLEANING PASS STARTS AT EVERY FIRST
003190* SEGMENT OR CHANGE OF REC-ID, THE SAME AS THE SCORING PASS
003200* ASSEMBLES A MESSAGE, SO THE TWO PASSES AGREE ON THE KEY.
003210* LEAK-PT-MASTER IS SET WHEN THE MESSAGE IS PULLED FROM THE
003220* MASTER OUTPUT, AND LEAK-PT-COPIES COUNTS ITS ROUTED, HELD AND
003230* EMBARGOED COPIES PULLED AFTER IT, FOR THE CONTROL ROWS.
003240*-----------------------------------------------------------------
003250 01  LEAK-PULL-TABLE.
003260     05  LEAK-PULL-ENTRY OCCURS 1000 TIMES.
003270         10  LEAK-PT-ID           PIC 9(06).
003280         10  LEAK-PT-CHECK        PIC 9(06).
003290         10  LEAK-PT-MASTER       PIC X(01).
003300         10  LEAK-PT-COPIES       PIC 9(04) COMP.
003310 77  LEAK-PULL-USED               PIC 9(04) COMP VALUE ZERO.
003320 77  LEAK-PT-IDX                  PIC 9(04) COMP.
003330 77  LEAK-PT-FOUND                PIC 9(04) COMP.
003340 01  LEAK-CUR-ID                  PIC 9(06) VALUE ZERO.
003350 01  LEAK-CUR-CHECK               PIC 9(06) VALUE ZERO.
003360*-----------------------------------------------------------------
003370* CONTROL COUNTS
003380*-----------------------------------------------------------------
003390 77  LEAK-FILES-SCANNED           PIC 9(02) COMP VALUE ZERO.
003400 77  LEAK-MSG-COUNT               PIC 9(06) COMP VALUE ZERO.
003410 77  LEAK-QUAR-COUNT              PIC 9(06) COMP VALUE ZERO.
003420 77  LEAK-SHORT-COUNT             PIC 9(06) COMP VALUE ZERO.
003430 77  LEAK-ORPHAN-COUNT            PIC 9(06) COMP VALUE ZERO.
003440 77  LEAK-PULL-MSG-COUNT          PIC 9(06) COMP VALUE ZERO.
003450 77  LEAK-PULL-PARK-COUNT         PIC 9(06) COMP VALUE ZERO.
003460 77  LEAK-PULL-FANOUT             PIC 9(06) COMP VALUE ZERO.
003470 77  LEAK-PULL-PRIOR              PIC 9(06) COMP VALUE ZERO.
003480 01  LEAK-CTL-NAME                PIC X(12) VALUE SPACES.
003490 01  LEAK-CTL-SOURCE              PIC X(08) VALUE SPACES.
003500 01  LEAK-CTL-VALUE               PIC 9(09) VALUE ZERO.
003510 77  LEAK-RETURN-CODE             PIC 9(02) VALUE ZERO.
003520 01  LEAK-CURRENT-DATE            PIC 9(08) VALUE ZERO.
003530*-----------------------------------------------------------------
003540* LOGICAL-MESSAGE ASSEMBLY AREAS
003550*-----------------------------------------------------------------
003560 01  LEAK-MSG-BUFFER              PIC X(4000).
003570 01  LEAK-MSG-LEN                 PIC 9(04) COMP VALUE ZERO.
003580 01  LEAK-MSG-ID                  PIC 9(06) VALUE ZERO.
003590 01  LEAK-MSG-CHECK               PIC 9(06) VALUE ZERO.
003600 01  LEAK-MSG-TOTAL-LEN           PIC 9(04) VALUE ZERO.
003610 77  LEAK-SEG-LEN                 PIC 9(03) COMP.
003620 01  LEAK-OUT-POS                 PIC 9(04) COMP VALUE ZERO.
003630 01  LEAK-OUT-REMAIN              PIC 9(04) COMP VALUE ZERO.
003640 01  LEAK-OUT-SEGLEN              PIC 9(03) COMP VALUE ZERO.
003650*-----------------------------------------------------------------
003660* SCORING WORK AREAS - THE CIPHER STEP'S SOLVE SCORING: RELATIVE
003670* ENGLISH LETTER FREQUENCY PER MILLE, A THRU Z, PLUS 250 FOR EVERY
003680* COMMON SHORT WORD. THE RAW SCORE GROWS WITH THE TEXT, SO IT IS
003690* JUDGED PER LETTER: ENGLISH AVERAGES ABOUT 65 BEFORE THE WORD
003700* BONUS, WHILE CAESAR OR VIGENERE CIPHERTEXT OF ENGLISH NEVER
003710* AVERAGES MUCH OVER 45 AND TURNS UP ALMOST NO COMMON WORDS.
003720*-----------------------------------------------------------------
003730 01  LEAK-FREQ-INIT-TABLE.
003740     05  FILLER                   PIC 9(03) VALUE 082.
003750     05  FILLER                   PIC 9(03) VALUE 015.
003760     05  FILLER                   PIC 9(03) VALUE 028.
003770     05  FILLER                   PIC 9(03) VALUE 043.
003780     05  FILLER                   PIC 9(03) VALUE 127.
003790     05  FILLER                   PIC 9(03) VALUE 022.
003800     05  FILLER                   PIC 9(03) VALUE 020.
003810     05  FILLER                   PIC 9(03) VALUE 061.
003820     05  FILLER                   PIC 9(03) VALUE 070.
003830     05  FILLER                   PIC 9(03) VALUE 002.
003840     05  FILLER                   PIC 9(03) VALUE 008.
003850     05  FILLER                   PIC 9(03) VALUE 040.
003860     05  FILLER                   PIC 9(03) VALUE 024.
003870     05  FILLER                   PIC 9(03) VALUE 067.
003880     05  FILLER                   PIC 9(03) VALUE 075.
003890     05  FILLER                   PIC 9(03) VALUE 019.
003900     05  FILLER                   PIC 9(03) VALUE 001.
003910     05  FILLER                   PIC 9(03) VALUE 060.
003920     05  FILLER                   PIC 9(03) VALUE 063.
003930     05  FILLER                   PIC 9(03) VALUE 091.
003940     05  FILLER                   PIC 9(03) VALUE 028.
003950     05  FILLER                   PIC 9(03) VALUE 010.
003960     05  FILLER                   PIC 9(03) VALUE 024.
003970     05  FILLER                   PIC 9(03) VALUE 002.
003980     05  FILLER                   PIC 9(03) VALUE 020.
003990     05  FILLER                   PIC 9(03) VALUE 001.
004000 01  LEAK-FREQ-TABLE REDEFINES LEAK-FREQ-INIT-TABLE.
004010     05  LEAK-FREQ-TBL            PIC 9(03) OCCURS 26 TIMES.
004020 01  LEAK-SCORE-TEXT              PIC X(4000).
004030 01  LEAK-SCORE-PADDED            PIC X(4002).
004040 01  LEAK-SCORE-WORK              PIC S9(07) COMP VALUE ZERO.
004050 01  LEAK-SCORE-SUB               PIC 9(02) COMP.
004060 01  LEAK-WORD-HITS               PIC 9(04) COMP VALUE ZERO.
004070 01  LEAK-LETTER-COUNT            PIC 9(04) COMP VALUE ZERO.
004080 01  LEAK-LETTER-SCORE            PIC 9(05) COMP VALUE ZERO.
004090 77  LEAK-CHAR-IDX                PIC 9(04) COMP.
004100 01  LEAK-THRESHOLD               PIC 9(03) VALUE 55.
004110 01  LEAK-MIN-LETTERS             PIC 9(03) VALUE 20.
004120 01  LEAK-LOWER                   PIC X(26) VALUE
004130     'abcdefghijklmnopqrstuvwxyz'.
004140 01  LEAK-UPPER                   PIC X(26) VALUE
004150     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
004160*-----------------------------------------------------------------
004170* LEAK REPORT LINES. THE MESSAGE TEXT ITSELF IS NEVER PRINTED -
004180* A LEAKED MESSAGE IS CLEARTEXT, AND THE REPORT GOES TO SYSOUT.
004190*-----------------------------------------------------------------
004200 01  LEAK-RPT-HEADING-1.
004210     05  FILLER                   PIC X(40) VALUE
004220         'CIPHLEAK CLEARTEXT-LEAK GUARD           '.
004230     05  FILLER                   PIC X(05) VALUE 'DATE '.
004240     05  LEAK-HDG-DATE            PIC 9(08).
004250     05  FILLER                   PIC X(13) VALUE '  THRESHOLD '.
004260     05  LEAK-HDG-THRESHOLD       PIC ZZ9.
004270     05  FILLER                   PIC X(63) VALUE SPACES.
004280 01  LEAK-RPT-HEADING-2.
004290     05  FILLER                   PIC X(10) VALUE 'DATASET'.
004300     05  FILLER                   PIC X(10) VALUE 'REC-ID'.
004310     05  FILLER                   PIC X(09) VALUE 'LETTERS'.
004320     05  FILLER                   PIC X(08) VALUE 'SCORE'.
004330     05  FILLER                   PIC X(07) VALUE 'WORDS'.
004340     05  FILLER                   PIC X(88) VALUE 'ACTION'.
004350 01  LEAK-RPT-DETAIL.
004360     05  LEAK-RPT-DD              PIC X(08).
004370     05  FILLER                   PIC X(02) VALUE SPACES.
004380     05  LEAK-RPT-REC-ID          PIC 9(06).
004390     05  FILLER                   PIC X(04) VALUE SPACES.
004400     05  LEAK-RPT-LETTERS         PIC ZZZ9.
004410     05  FILLER                   PIC X(04) VALUE SPACES.
004420     05  LEAK-RPT-SCORE           PIC ZZZZ9.
004430     05  FILLER                   PIC X(03) VALUE SPACES.
004440     05  LEAK-RPT-WORDS           PIC ZZZ9.
004450     05  FILLER                   PIC X(03) VALUE SPACES.
004460     05  LEAK-RPT-ACTION          PIC X(89).
004470 01  LEAK-RPT-FILE-LINE.
004480     05  FILLER                   PIC X(08) VALUE 'DATASET '.
004490     05  LEAK-FL-DD               PIC X(08).
004500     05  LEAK-FL-TEXT             PIC X(30).
004510     05  LEAK-FL-SCANNED          PIC ZZZ,ZZ9.
004520     05  FILLER                   PIC X(14) VALUE ' QUARANTINED '.
004530     05  LEAK-FL-QUARANTINED      PIC ZZZ,ZZ9.
004540     05  FILLER                   PIC X(08) VALUE ' PULLED '.
004550     05  LEAK-FL-PULLED           PIC ZZZ,ZZ9.
004560     05  FILLER                   PIC X(43) VALUE SPACES.
004570 01  LEAK-RPT-PULL-LINE.
004580     05  LEAK-PL-DD               PIC X(08).
004590     05  FILLER                   PIC X(02) VALUE SPACES.
004600     05  LEAK-PL-REC-ID           PIC 9(06).
004610     05  FILLER                   PIC X(27) VALUE SPACES.
004620     05  LEAK-PL-ACTION           PIC X(89).
004630 01  LEAK-RPT-TOTAL-LINE.
004640     05  LEAK-RPT-TOTAL-LABEL     PIC X(34).
004650     05  LEAK-RPT-TOTAL-COUNT     PIC ZZZ,ZZ9.
004660     05  FILLER                   PIC X(91) VALUE SPACES.
004670 LINKAGE SECTION.
004680*-----------------------------------------------------------------
004690* LEAK-PARM-AREA - OPTIONAL TUNING:
004700*    COLS  1-3   THRESHOLD: PER-LETTER SCORE AT OR ABOVE WHICH A
004710*                MESSAGE IS TAKEN AS PLAIN ENGLISH (BLANK/000=55)
004720*    COLS  4-6   MINIMUM LETTERS FOR A FREQUENCY JUDGMENT (BLANK/
004730*                000 = 20). A SHORTER MESSAGE IS TOO SHORT FOR
004740*                LETTER FREQUENCY TO MEAN ANYTHING AND IS JUDGED
004750*                ON COMMON WORDS ALONE.
004760*-----------------------------------------------------------------
004770 01  LEAK-PARM-AREA.
004780     05  LEAK-PARM-LEN            PIC S9(04) COMP.
004790     05  LEAK-PARM-DATA.
004800         10  LEAK-PARM-THRESHOLD  PIC 9(03).
004810         10  LEAK-PARM-MIN        PIC 9(03).
004820 PROCEDURE DIVISION USING LEAK-PARM-AREA.
004830*=================================================================
004840* 0000-MAINLINE - SCAN THE MASTER OUTPUT AND EACH ROUTED FILE IN
004850* TURN, QUARANTINING ANY MESSAGE THAT READS AS PLAIN ENGLISH, THEN
004860* PULL EVERY QUARANTINED MESSAGE FROM CLEANED COPIES OF THEM AND
004870* RECORD WHAT WAS PULLED ON THE CONTROL-TOTAL DATASET.
004880*=================================================================
004890 0000-MAINLINE.
004900     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
004910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004920     PERFORM 2000-SCAN-FILE THRU 2000-EXIT
004930         VARYING LEAK-FILE-NO FROM 1 BY 1
004940             UNTIL LEAK-FILE-NO > 6.
004950     IF LEAK-QUAR-COUNT > ZERO
004960         AND NOT LEAK-PULL-FULL
004970         PERFORM 7000-PULL-LEAKS THRU 7000-EXIT
004980     END-IF.
004990     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
005000     PERFORM 8500-WRITE-CONTROL THRU 8500-EXIT.
005010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005020     GO TO 9999-EXIT.
005030*-----------------------------------------------------------------
005040* 0500-PARSE-PARM - PICK UP THE THRESHOLD AND MINIMUM LENGTH.
005050*-----------------------------------------------------------------
005060 0500-PARSE-PARM.
005070     IF LEAK-PARM-LEN >= 3
005080         IF LEAK-PARM-THRESHOLD NUMERIC
005090             AND LEAK-PARM-THRESHOLD > ZERO
005100             MOVE LEAK-PARM-THRESHOLD TO LEAK-THRESHOLD
005110         END-IF
005120     END-IF.
005130     IF LEAK-PARM-LEN >= 6
005140         IF LEAK-PARM-MIN NUMERIC AND LEAK-PARM-MIN > ZERO
005150             MOVE LEAK-PARM-MIN TO LEAK-MIN-LETTERS
005160         END-IF
005170     END-IF.
005180 0500-EXIT.
005190     EXIT.
005200*-----------------------------------------------------------------
005210* 1000-INITIALIZE - OPEN THE REPORT AND THE QUARANTINE FILE AND
005220* PRINT THE HEADINGS.
005230*-----------------------------------------------------------------
005240 1000-INITIALIZE.
005250     ACCEPT LEAK-CURRENT-DATE FROM DATE YYYYMMDD.
005260     OPEN OUTPUT LEAK-REPORT-FILE.
005270     IF LEAK-REPORT-STATUS NOT = '00'
005280         DISPLAY '*** UNABLE TO OPEN LEAKRPT, STATUS='
005290             LEAK-REPORT-STATUS ' ***'
005300         MOVE 12 TO LEAK-RETURN-CODE
005310         GO TO 9999-EXIT
005320     END-IF.
005330     OPEN OUTPUT LEAK-QUAR-FILE.
005340     IF LEAK-QUAR-STATUS NOT = '00'
005350         DISPLAY '*** UNABLE TO OPEN LEAKQUAR, STATUS='
005360             LEAK-QUAR-STATUS ' ***'
005370         MOVE 12 TO LEAK-RETURN-CODE
005380         GO TO 9999-EXIT
005390     END-IF.
005400     MOVE LEAK-CURRENT-DATE TO LEAK-HDG-DATE.
005410     MOVE LEAK-THRESHOLD TO LEAK-HDG-THRESHOLD.
005420     MOVE LEAK-RPT-HEADING-1 TO LEAK-REPORT-RECORD.
005430     WRITE LEAK-REPORT-RECORD.
005440     MOVE LEAK-RPT-HEADING-2 TO LEAK-REPORT-RECORD.
005450     WRITE LEAK-REPORT-RECORD.
005460 1000-EXIT.
005470     EXIT.
005480*-----------------------------------------------------------------
005490* 2000-SCAN-FILE - ONE PASS OVER ONE OUTPUT DATASET. THE MASTER
005500* OUTPUT MUST BE THERE; A ROUTED FILE THAT IS NOT ALLOCATED FOR
005510* THE RUN (A SPECIAL RUN WRITES NONE) IS SKIPPED AND NOTED.
005520*-----------------------------------------------------------------
005530 2000-SCAN-FILE.
005540     MOVE 'N' TO LEAK-FC-PRESENT (LEAK-FILE-NO).
005550     MOVE ZERO TO LEAK-FC-SCANNED (LEAK-FILE-NO).
005560     MOVE ZERO TO LEAK-FC-QUARANTINED (LEAK-FILE-NO).
005570     MOVE ZERO TO LEAK-FC-PULLED (LEAK-FILE-NO).
005580     PERFORM 2100-OPEN-FILE THRU 2100-EXIT.
005590     IF LEAK-OPEN-STATUS NOT = '00'
005600         IF LEAK-FILE-NO = 1
005610             DISPLAY '*** UNABLE TO OPEN CIPHOUT, STATUS='
005620                 LEAK-OPEN-STATUS ' ***'
005630             MOVE 12 TO LEAK-RETURN-CODE
005640             GO TO 9999-EXIT
005650         END-IF
005660         GO TO 2000-EXIT
005670     END-IF.
005680     MOVE 'Y' TO LEAK-FC-PRESENT (LEAK-FILE-NO).
005690     ADD 1 TO LEAK-FILES-SCANNED.
005700     MOVE 'N' TO LEAK-EOF-SW.
005710     MOVE 'N' TO LEAK-DONE-SW.
005720     PERFORM 3100-READ-SEG THRU 3100-EXIT.
005730     PERFORM 3150-ASSEMBLE-MESSAGE THRU 3150-EXIT.
005740     PERFORM 4000-JUDGE-MESSAGE THRU 4000-EXIT
005750         UNTIL LEAK-DONE.
005760     PERFORM 2200-CLOSE-FILE THRU 2200-EXIT.
005770 2000-EXIT.
005780     EXIT.
005790 2100-OPEN-FILE.
005800     EVALUATE LEAK-FILE-NO
005810         WHEN 1
005820             OPEN INPUT LEAK-OUT-FILE
005830             MOVE LEAK-OUT-STATUS TO LEAK-OPEN-STATUS
005840         WHEN 2
005850             OPEN INPUT LEAK-ROUTE1-FILE
005860             MOVE LEAK-ROUTE1-STATUS TO LEAK-OPEN-STATUS
005870         WHEN 3
005880             OPEN INPUT LEAK-ROUTE2-FILE
005890             MOVE LEAK-ROUTE2-STATUS TO LEAK-OPEN-STATUS
005900         WHEN 4
005910             OPEN INPUT LEAK-ROUTE3-FILE
005920             MOVE LEAK-ROUTE3-STATUS TO LEAK-OPEN-STATUS
005930         WHEN 5
005940             OPEN INPUT LEAK-DFLT-FILE
005950             MOVE LEAK-DFLT-STATUS TO LEAK-OPEN-STATUS
005960         WHEN 6
005970             OPEN INPUT LEAK-FLASH-FILE
005980             MOVE LEAK-FLASH-STATUS TO LEAK-OPEN-STATUS
005990         WHEN 7
006000             OPEN INPUT LEAK-HELD-FILE
006010             MOVE LEAK-HELD-STATUS TO LEAK-OPEN-STATUS
006020         WHEN 8
006030             OPEN INPUT LEAK-EMBG-FILE
006040             MOVE LEAK-EMBG-STATUS TO LEAK-OPEN-STATUS
006050     END-EVALUATE.
006060 2100-EXIT.
006070     EXIT.
006080 2200-CLOSE-FILE.
006090     EVALUATE LEAK-FILE-NO
006100         WHEN 1
006110             CLOSE LEAK-OUT-FILE
006120         WHEN 2
006130             CLOSE LEAK-ROUTE1-FILE
006140         WHEN 3
006150             CLOSE LEAK-ROUTE2-FILE
006160         WHEN 4
006170             CLOSE LEAK-ROUTE3-FILE
006180         WHEN 5
006190             CLOSE LEAK-DFLT-FILE
006200         WHEN 6
006210             CLOSE LEAK-FLASH-FILE
006220         WHEN 7
006230             CLOSE LEAK-HELD-FILE
006240         WHEN 8
006250             CLOSE LEAK-EMBG-FILE
006260     END-EVALUATE.
006270 2200-EXIT.
006280     EXIT.
006290*-----------------------------------------------------------------
006300* 3100-READ-SEG - READ THE NEXT SEGMENT OF THE FILE BEING SCANNED
006310* INTO THE COMMON SEGMENT AREA.
006320*-----------------------------------------------------------------
006330 3100-READ-SEG.
006340     MOVE SPACES TO LEAK-SEG-RECORD.
006350     EVALUATE LEAK-FILE-NO
006360         WHEN 1
006370             READ LEAK-OUT-FILE INTO LEAK-SEG-RECORD
006380                 AT END
006390                     SET LEAK-EOF TO TRUE
006400             END-READ
006410         WHEN 2
006420             READ LEAK-ROUTE1-FILE INTO LEAK-SEG-RECORD
006430                 AT END
006440                     SET LEAK-EOF TO TRUE
006450             END-READ
006460         WHEN 3
006470             READ LEAK-ROUTE2-FILE INTO LEAK-SEG-RECORD
006480                 AT END
006490                     SET LEAK-EOF TO TRUE
006500             END-READ
006510         WHEN 4
006520             READ LEAK-ROUTE3-FILE INTO LEAK-SEG-RECORD
006530                 AT END
006540                     SET LEAK-EOF TO TRUE
006550             END-READ
006560         WHEN 5
006570             READ LEAK-DFLT-FILE INTO LEAK-SEG-RECORD
006580                 AT END
006590                     SET LEAK-EOF TO TRUE
006600             END-READ
006610         WHEN 6
006620             READ LEAK-FLASH-FILE INTO LEAK-SEG-RECORD
006630                 AT END
006640                     SET LEAK-EOF TO TRUE
006650             END-READ
006660     END-EVALUATE.
006670 3100-EXIT.
006680     EXIT.
006690*-----------------------------------------------------------------
006700* 3150-ASSEMBLE-MESSAGE - GATHER THE NEXT LOGICAL MESSAGE: TEXT
006710* FROM THE CURRENT FIRST SEGMENT, THEN EVERY CONTINUATION WITH
006720* THE SAME ID. AN ORPHAN CONTINUATION IS SCORED ON ITS OWN - A
006730* LEAK IN A DAMAGED MESSAGE IS STILL A LEAK.
006740*-----------------------------------------------------------------
006750 3150-ASSEMBLE-MESSAGE.
006760     IF LEAK-EOF
006770         SET LEAK-DONE TO TRUE
006780         GO TO 3150-EXIT
006790     END-IF.
006800     IF NOT OUT-FIRST-SEG
006810         ADD 1 TO LEAK-ORPHAN-COUNT
006820     END-IF.
006830     MOVE OUT-REC-ID TO LEAK-MSG-ID.
006840     IF OUT-CHECK-VALUE NUMERIC
006850         MOVE OUT-CHECK-VALUE TO LEAK-MSG-CHECK
006860     ELSE
006870         MOVE ZERO TO LEAK-MSG-CHECK
006880     END-IF.
006890     MOVE SPACES TO LEAK-MSG-BUFFER.
006900     MOVE ZERO TO LEAK-MSG-LEN.
006910     PERFORM 3170-APPEND-SEGMENT THRU 3170-EXIT.
006920     PERFORM 3100-READ-SEG THRU 3100-EXIT.
006930     PERFORM 3180-APPEND-CONTINUATION THRU 3180-EXIT
006940         UNTIL LEAK-EOF
006950             OR NOT OUT-CONT-SEG
006960             OR OUT-REC-ID NOT = LEAK-MSG-ID.
006970 3150-EXIT.
006980     EXIT.
006990 3170-APPEND-SEGMENT.
007000     IF OUT-SEG-TEXT-LEN NOT NUMERIC
007010         OR OUT-SEG-TEXT-LEN < 1
007020         OR OUT-SEG-TEXT-LEN > 128
007030         MOVE 128 TO LEAK-SEG-LEN
007040     ELSE
007050         MOVE OUT-SEG-TEXT-LEN TO LEAK-SEG-LEN
007060     END-IF.
007070     IF LEAK-MSG-LEN + LEAK-SEG-LEN > 4000
007080         COMPUTE LEAK-SEG-LEN = 4000 - LEAK-MSG-LEN
007090     END-IF.
007100     IF LEAK-SEG-LEN > ZERO
007110         MOVE OUT-SEG-TEXT (1:LEAK-SEG-LEN)
007120             TO LEAK-MSG-BUFFER (LEAK-MSG-LEN + 1:LEAK-SEG-LEN)
007130         ADD LEAK-SEG-LEN TO LEAK-MSG-LEN
007140     END-IF.
007150 3170-EXIT.
007160     EXIT.
007170 3180-APPEND-CONTINUATION.
007180     PERFORM 3170-APPEND-SEGMENT THRU 3170-EXIT.
007190     PERFORM 3100-READ-SEG THRU 3100-EXIT.
007200 3180-EXIT.
007210     EXIT.
007220*-----------------------------------------------------------------
007230* 4000-JUDGE-MESSAGE - SCORE THE ASSEMBLED MESSAGE. A MESSAGE OF
007240* AT LEAST THE MINIMUM LETTERS READS AS ENGLISH WHEN ITS SCORE PER
007250* LETTER REACHES THE THRESHOLD; A SHORTER ONE WHEN IT CONTAINS
007260* ANY COMMON ENGLISH WORD. EITHER WAY IT IS QUARANTINED.
007270*-----------------------------------------------------------------
007280 4000-JUDGE-MESSAGE.
007290     ADD 1 TO LEAK-MSG-COUNT.
007300     ADD 1 TO LEAK-FC-SCANNED (LEAK-FILE-NO).
007310     PERFORM 5050-SCORE-MESSAGE THRU 5050-EXIT.
007320     IF LEAK-LETTER-COUNT < LEAK-MIN-LETTERS
007330         ADD 1 TO LEAK-SHORT-COUNT
007340         IF LEAK-WORD-HITS > ZERO
007350             PERFORM 6000-QUARANTINE THRU 6000-EXIT
007360         END-IF
007370     ELSE
007380         IF LEAK-LETTER-SCORE >= LEAK-THRESHOLD
007390             PERFORM 6000-QUARANTINE THRU 6000-EXIT
007400         END-IF
007410     END-IF.
007420     PERFORM 3150-ASSEMBLE-MESSAGE THRU 3150-EXIT.
007430 4000-EXIT.
007440     EXIT.
007450*-----------------------------------------------------------------
007460* 5050-SCORE-MESSAGE - ENGLISH LETTER FREQUENCY PLUS THE COMMON
007470* WORD BONUS, EXACTLY AS 5050-SCORE-CANDIDATE IN THE CIPHER STEP
007480* SCORES A SOLVE CANDIDATE, THEN REDUCED TO A SCORE PER LETTER.
007490*-----------------------------------------------------------------
007500 5050-SCORE-MESSAGE.
007510     MOVE SPACES TO LEAK-SCORE-TEXT.
007520     MOVE ZERO TO LEAK-SCORE-WORK.
007530     MOVE ZERO TO LEAK-LETTER-COUNT.
007540     MOVE ZERO TO LEAK-LETTER-SCORE.
007550     IF LEAK-MSG-LEN > ZERO
007560         MOVE LEAK-MSG-BUFFER (1:LEAK-MSG-LEN) TO LEAK-SCORE-TEXT
007570     END-IF.
007580     INSPECT LEAK-SCORE-TEXT CONVERTING LEAK-LOWER TO LEAK-UPPER.
007590     PERFORM 5060-SCORE-CHAR THRU 5060-EXIT
007600         VARYING LEAK-CHAR-IDX FROM 1 BY 1
007610             UNTIL LEAK-CHAR-IDX > LEAK-MSG-LEN.
007620     STRING SPACE DELIMITED BY SIZE
007630            LEAK-SCORE-TEXT DELIMITED BY SIZE
007640            SPACE DELIMITED BY SIZE
007650            INTO LEAK-SCORE-PADDED.
007660     PERFORM 5070-SCORE-WORD THRU 5070-EXIT.
007670     IF LEAK-LETTER-COUNT > ZERO
007680         COMPUTE LEAK-LETTER-SCORE =
007690             LEAK-SCORE-WORK / LEAK-LETTER-COUNT
007700     END-IF.
007710 5050-EXIT.
007720     EXIT.
007730 5060-SCORE-CHAR.
007740     IF LEAK-SCORE-TEXT (LEAK-CHAR-IDX:1) >= 'A' AND
007750        LEAK-SCORE-TEXT (LEAK-CHAR-IDX:1) <= 'Z'
007760         ADD 1 TO LEAK-LETTER-COUNT
007770         COMPUTE LEAK-SCORE-SUB =
007780             ORD(LEAK-SCORE-TEXT (LEAK-CHAR-IDX:1)) - ORD('A') + 1
007790         ADD LEAK-FREQ-TBL (LEAK-SCORE-SUB) TO LEAK-SCORE-WORK
007800     END-IF.
007810 5060-EXIT.
007820     EXIT.
007830 5070-SCORE-WORD.
007840     MOVE ZERO TO LEAK-WORD-HITS.
007850     INSPECT LEAK-SCORE-PADDED TALLYING
007860         LEAK-WORD-HITS FOR ALL ' THE '.
007870     INSPECT LEAK-SCORE-PADDED TALLYING
007880         LEAK-WORD-HITS FOR ALL ' AND '.
007890     INSPECT LEAK-SCORE-PADDED TALLYING
007900         LEAK-WORD-HITS FOR ALL ' OF '.
007910     INSPECT LEAK-SCORE-PADDED TALLYING
007920         LEAK-WORD-HITS FOR ALL ' TO '.
007930     INSPECT LEAK-SCORE-PADDED TALLYING
007940         LEAK-WORD-HITS FOR ALL ' IN '.
007950     INSPECT LEAK-SCORE-PADDED TALLYING
007960         LEAK-WORD-HITS FOR ALL ' IS '.
007970     INSPECT LEAK-SCORE-PADDED TALLYING
007980         LEAK-WORD-HITS FOR ALL ' A '.
007990     COMPUTE LEAK-SCORE-WORK =
008000         LEAK-SCORE-WORK + (LEAK-WORD-HITS * 250).
008010 5070-EXIT.
008020     EXIT.
008030*-----------------------------------------------------------------
008040* 6000-QUARANTINE - LIST THE MESSAGE AND CUT IT TO THE QUARANTINE
008050* FILE AS CIPHOUTR SEGMENTS UNDER ITS OWN ID AND CHECK VALUE, AND
008060* ENTER IT ON THE PULL TABLE.
008070*-----------------------------------------------------------------
008080 6000-QUARANTINE.
008090     ADD 1 TO LEAK-QUAR-COUNT.
008100     ADD 1 TO LEAK-FC-QUARANTINED (LEAK-FILE-NO).
008110     MOVE LEAK-FILE-DD (LEAK-FILE-NO) TO LEAK-RPT-DD.
008120     MOVE LEAK-MSG-ID TO LEAK-RPT-REC-ID.
008130     MOVE LEAK-LETTER-COUNT TO LEAK-RPT-LETTERS.
008140     MOVE LEAK-LETTER-SCORE TO LEAK-RPT-SCORE.
008150     MOVE LEAK-WORD-HITS TO LEAK-RPT-WORDS.
008160     MOVE 'READS AS PLAIN ENGLISH - QUARANTINED AND PULLED'
008170         TO LEAK-RPT-ACTION.
008180     MOVE LEAK-RPT-DETAIL TO LEAK-REPORT-RECORD.
008190     WRITE LEAK-REPORT-RECORD.
008200     MOVE LEAK-MSG-LEN TO LEAK-MSG-TOTAL-LEN.
008210     MOVE ZERO TO LEAK-OUT-POS.
008220     MOVE 'Y' TO LEAK-OUT-FIRST-SW.
008230     PERFORM 6100-WRITE-ONE-SEG THRU 6100-EXIT
008240         UNTIL LEAK-OUT-POS >= LEAK-MSG-LEN
008250             AND NOT LEAK-OUT-FIRST-PENDING.
008260     PERFORM 6200-NOTE-PULL THRU 6200-EXIT.
008270 6000-EXIT.
008280     EXIT.
008290 6100-WRITE-ONE-SEG.
008300     COMPUTE LEAK-OUT-REMAIN = LEAK-MSG-LEN - LEAK-OUT-POS.
008310     IF LEAK-OUT-REMAIN > 128
008320         MOVE 128 TO LEAK-OUT-SEGLEN
008330     ELSE
008340         MOVE LEAK-OUT-REMAIN TO LEAK-OUT-SEGLEN
008350     END-IF.
008360     MOVE SPACES TO LEAK-QUAR-RECORD.
008370     MOVE LEAK-FILE-DD (LEAK-FILE-NO) TO QTN-SOURCE-DD.
008380     MOVE LEAK-MSG-ID TO QTN-REC-ID.
008390     IF LEAK-OUT-FIRST-PENDING
008400         SET QTN-FIRST-SEG TO TRUE
008410         MOVE 'N' TO LEAK-OUT-FIRST-SW
008420         MOVE LEAK-MSG-CHECK TO QTN-CHECK-VALUE
008430     ELSE
008440         SET QTN-CONT-SEG TO TRUE
008450         MOVE ZERO TO QTN-CHECK-VALUE
008460     END-IF.
008470     MOVE LEAK-MSG-TOTAL-LEN TO QTN-TEXT-TOTAL-LEN.
008480     MOVE LEAK-OUT-SEGLEN TO QTN-SEG-TEXT-LEN.
008490     IF LEAK-OUT-SEGLEN > ZERO
008500         MOVE LEAK-MSG-BUFFER (LEAK-OUT-POS + 1:LEAK-OUT-SEGLEN)
008510             TO QTN-SEG-TEXT (1:LEAK-OUT-SEGLEN)
008520     END-IF.
008530     COMPUTE LEAK-QUAR-REC-LEN = 28 + LEAK-OUT-SEGLEN.
008540     WRITE LEAK-QUAR-RECORD.
008550     ADD LEAK-OUT-SEGLEN TO LEAK-OUT-POS.
008560 6100-EXIT.
008570     EXIT.
008580*-----------------------------------------------------------------
008590* 6200-NOTE-PULL - ENTER THE MESSAGE ON THE PULL TABLE ONCE,
008600* HOWEVER MANY DATASETS IT TURNED UP ON. A FULL TABLE MEANS
008610* SOMETHING IS SENDING WHOLE RUNS IN THE CLEAR: NOTHING IS PULLED
008620* AND THE STEP ENDS CC=8 SO NONE OF IT IS SENT.
008630*-----------------------------------------------------------------
008640 6200-NOTE-PULL.
008650     MOVE LEAK-MSG-ID TO LEAK-CUR-ID.
008660     MOVE LEAK-MSG-CHECK TO LEAK-CUR-CHECK.
008670     PERFORM 7510-FIND-PULL THRU 7510-EXIT.
008680     IF LEAK-PT-FOUND > ZERO
008690         GO TO 6200-EXIT
008700     END-IF.
008710     IF LEAK-PULL-USED >= 1000
008720         IF NOT LEAK-PULL-FULL
008730             DISPLAY '*** MORE THAN 1000 MESSAGES QUARANTINED - '
008740                 'PULL TABLE FULL, NOTHING PULLED ***'
008750         END-IF
008760         SET LEAK-PULL-FULL TO TRUE
008770         GO TO 6200-EXIT
008780     END-IF.
008790     ADD 1 TO LEAK-PULL-USED.
008800     MOVE LEAK-MSG-ID TO LEAK-PT-ID (LEAK-PULL-USED).
008810     MOVE LEAK-MSG-CHECK TO LEAK-PT-CHECK (LEAK-PULL-USED).
008820     MOVE 'N' TO LEAK-PT-MASTER (LEAK-PULL-USED).
008830     MOVE ZERO TO LEAK-PT-COPIES (LEAK-PULL-USED).
008840 6200-EXIT.
008850     EXIT.
008860*-----------------------------------------------------------------
008870* 7000-PULL-LEAKS - THE CLEANING PASS. EVERY DATASET THE SCORING
008880* PASS READ, AND THE PARKED DATASETS WHEN THEY ARE ALLOCATED, IS
008890* COPIED TO ITS CLEANED DD LESS EVERY MESSAGE ON THE PULL TABLE.
008900* THE JOB COPIES THE CLEANED DATASETS BACK OVER THE ORIGINALS.
008910* THE MASTER OUTPUT IS CLEANED FIRST, SO BY THE TIME A ROUTED OR
008920* PARKED COPY IS PULLED ITS ENTRY SHOWS WHETHER THE MESSAGE WAS
008930* ON THE DAY'S MASTER OUTPUT.
008940*-----------------------------------------------------------------
008950 7000-PULL-LEAKS.
008960     MOVE SPACES TO LEAK-REPORT-RECORD.
008970     WRITE LEAK-REPORT-RECORD.
008980     MOVE 'MESSAGES PULLED FROM THE CLEANED DATASETS'
008990         TO LEAK-REPORT-RECORD.
009000     WRITE LEAK-REPORT-RECORD.
009010     MOVE 8 TO LEAK-FILE-LIMIT.
009020     PERFORM 7100-PULL-FILE THRU 7100-EXIT
009030         VARYING LEAK-FILE-NO FROM 1 BY 1
009040             UNTIL LEAK-FILE-NO > 8.
009050     PERFORM 7700-COUNT-FANOUT THRU 7700-EXIT
009060         VARYING LEAK-PT-IDX FROM 1 BY 1
009070             UNTIL LEAK-PT-IDX > LEAK-PULL-USED.
009080 7000-EXIT.
009090     EXIT.
009100*-----------------------------------------------------------------
009110* 7100-PULL-FILE - CLEAN ONE DATASET. A SCANNED DATASET THAT WILL
009120* NOT REOPEN, OR A CLEANED DD THAT WILL NOT OPEN, ENDS THE STEP
009130* CC=12 - THE ORIGINALS MUST NOT BE REPLACED BY HALF A COPY. A
009140* PARKED DATASET THAT IS NOT ALLOCATED (A SPECIAL RUN) IS PASSED.
009150*-----------------------------------------------------------------
009160 7100-PULL-FILE.
009170     MOVE ZERO TO LEAK-FC-PULLED (LEAK-FILE-NO).
009180     IF LEAK-FILE-NO <= 6
009190         AND LEAK-FC-PRESENT (LEAK-FILE-NO) NOT = 'Y'
009200         GO TO 7100-EXIT
009210     END-IF.
009220     PERFORM 2100-OPEN-FILE THRU 2100-EXIT.
009230     IF LEAK-OPEN-STATUS NOT = '00'
009240         IF LEAK-FILE-NO > 6
009250             MOVE 'N' TO LEAK-FC-PRESENT (LEAK-FILE-NO)
009260             GO TO 7100-EXIT
009270         END-IF
009280         DISPLAY '*** UNABLE TO REOPEN '
009290             LEAK-FILE-DD (LEAK-FILE-NO) ', STATUS='
009300             LEAK-OPEN-STATUS ' ***'
009310         MOVE 12 TO LEAK-RETURN-CODE
009320         GO TO 9999-EXIT
009330     END-IF.
009340     MOVE 'Y' TO LEAK-FC-PRESENT (LEAK-FILE-NO).
009350     IF LEAK-FILE-NO > 6
009360         MOVE ZERO TO LEAK-FC-SCANNED (LEAK-FILE-NO)
009370         MOVE ZERO TO LEAK-FC-QUARANTINED (LEAK-FILE-NO)
009380     END-IF.
009390     PERFORM 7200-OPEN-CLEAN THRU 7200-EXIT.
009400     IF LEAK-OPEN-STATUS NOT = '00'
009410         DISPLAY '*** UNABLE TO OPEN '
009420             LEAK-CLEAN-DD (LEAK-FILE-NO) ', STATUS='
009430             LEAK-OPEN-STATUS ' ***'
009440         MOVE 12 TO LEAK-RETURN-CODE
009450         GO TO 9999-EXIT
009460     END-IF.
009470     MOVE 'N' TO LEAK-EOF-SW.
009480     MOVE 'N' TO LEAK-PULL-SW.
009490     PERFORM 7300-READ-PULL THRU 7300-EXIT.
009500     IF NOT LEAK-EOF
009510         PERFORM 7500-START-GROUP THRU 7500-EXIT
009520     END-IF.
009530     PERFORM 7400-PULL-SEG THRU 7400-EXIT
009540         UNTIL LEAK-EOF.
009550     PERFORM 2200-CLOSE-FILE THRU 2200-EXIT.
009560     PERFORM 7250-CLOSE-CLEAN THRU 7250-EXIT.
009570 7100-EXIT.
009580     EXIT.
009590 7200-OPEN-CLEAN.
009600     EVALUATE LEAK-FILE-NO
009610         WHEN 1
009620             OPEN OUTPUT LEAK-CLNOUT-FILE
009630             MOVE LEAK-CLNOUT-STATUS TO LEAK-OPEN-STATUS
009640         WHEN 2
009650             OPEN OUTPUT LEAK-CLN1-FILE
009660             MOVE LEAK-CLN1-STATUS TO LEAK-OPEN-STATUS
009670         WHEN 3
009680             OPEN OUTPUT LEAK-CLN2-FILE
009690             MOVE LEAK-CLN2-STATUS TO LEAK-OPEN-STATUS
009700         WHEN 4
009710             OPEN OUTPUT LEAK-CLN3-FILE
009720             MOVE LEAK-CLN3-STATUS TO LEAK-OPEN-STATUS
009730         WHEN 5
009740             OPEN OUTPUT LEAK-CLND-FILE
009750             MOVE LEAK-CLND-STATUS TO LEAK-OPEN-STATUS
009760         WHEN 6
009770             OPEN OUTPUT LEAK-CLNF-FILE
009780             MOVE LEAK-CLNF-STATUS TO LEAK-OPEN-STATUS
009790         WHEN 7
009800             OPEN OUTPUT LEAK-CLNH-FILE
009810             MOVE LEAK-CLNH-STATUS TO LEAK-OPEN-STATUS
009820         WHEN 8
009830             OPEN OUTPUT LEAK-CLNE-FILE
009840             MOVE LEAK-CLNE-STATUS TO LEAK-OPEN-STATUS
009850     END-EVALUATE.
009860 7200-EXIT.
009870     EXIT.
009880 7250-CLOSE-CLEAN.
009890     EVALUATE LEAK-FILE-NO
009900         WHEN 1
009910             CLOSE LEAK-CLNOUT-FILE
009920         WHEN 2
009930             CLOSE LEAK-CLN1-FILE
009940         WHEN 3
009950             CLOSE LEAK-CLN2-FILE
009960         WHEN 4
009970             CLOSE LEAK-CLN3-FILE
009980         WHEN 5
009990             CLOSE LEAK-CLND-FILE
010000         WHEN 6
010010             CLOSE LEAK-CLNF-FILE
010020         WHEN 7
010030             CLOSE LEAK-CLNH-FILE
010040         WHEN 8
010050             CLOSE LEAK-CLNE-FILE
010060     END-EVALUATE.
010070 7250-EXIT.
010080     EXIT.
010090*-----------------------------------------------------------------
010100* 7300-READ-PULL - READ THE NEXT RECORD OF THE DATASET BEING
010110* CLEANED. A PARKED RECORD'S SEGMENT IS MOVED TO THE COMMON AREA
010120* SO THE GROUP TEST IS THE SAME FOR EVERY DATASET.
010130*-----------------------------------------------------------------
010140 7300-READ-PULL.
010150     EVALUATE LEAK-FILE-NO
010160         WHEN 7
010170             MOVE SPACES TO LEAK-SEG-RECORD
010180             READ LEAK-HELD-FILE
010190                 AT END
010200                     SET LEAK-EOF TO TRUE
010210                 NOT AT END
010220                     MOVE HLD-SEG TO LEAK-SEG-RECORD
010230             END-READ
010240         WHEN 8
010250             MOVE SPACES TO LEAK-SEG-RECORD
010260             READ LEAK-EMBG-FILE
010270                 AT END
010280                     SET LEAK-EOF TO TRUE
010290                 NOT AT END
010300                     MOVE EMB-SEG TO LEAK-SEG-RECORD
010310             END-READ
010320         WHEN OTHER
010330             PERFORM 3100-READ-SEG THRU 3100-EXIT
010340     END-EVALUATE.
010350 7300-EXIT.
010360     EXIT.
010370*-----------------------------------------------------------------
010380* 7400-PULL-SEG - COPY THE RECORD TO THE CLEANED DATASET UNLESS
010390* ITS MESSAGE IS BEING PULLED, THEN READ THE NEXT.
010400*-----------------------------------------------------------------
010410 7400-PULL-SEG.
010420     IF NOT LEAK-PULLING
010430         PERFORM 7600-WRITE-CLEAN THRU 7600-EXIT
010440     END-IF.
010450     PERFORM 7300-READ-PULL THRU 7300-EXIT.
010460     IF LEAK-EOF
010470         GO TO 7400-EXIT
010480     END-IF.
010490     IF OUT-FIRST-SEG
010500         OR OUT-REC-ID NOT = LEAK-CUR-ID
010510         PERFORM 7500-START-GROUP THRU 7500-EXIT
010520     END-IF.
010530 7400-EXIT.
010540     EXIT.
010550*-----------------------------------------------------------------
010560* 7500-START-GROUP - A NEW MESSAGE (OR ORPHAN CONTINUATION) STARTS
010570* ON THE DATASET: LOOK IT UP ON THE PULL TABLE BY THE SAME REC-ID
010580* AND CHECK VALUE THE SCORING PASS TOOK FOR IT, AND LIST IT WHEN
010590* IT IS PULLED.
010600*-----------------------------------------------------------------
010610 7500-START-GROUP.
010620     MOVE OUT-REC-ID TO LEAK-CUR-ID.
010630     IF OUT-CHECK-VALUE NUMERIC
010640         MOVE OUT-CHECK-VALUE TO LEAK-CUR-CHECK
010650     ELSE
010660         MOVE ZERO TO LEAK-CUR-CHECK
010670     END-IF.
010680     IF LEAK-FILE-NO > 6
010690         ADD 1 TO LEAK-FC-SCANNED (LEAK-FILE-NO)
010700     END-IF.
010710     MOVE 'N' TO LEAK-PULL-SW.
010720     PERFORM 7510-FIND-PULL THRU 7510-EXIT.
010730     IF LEAK-PT-FOUND = ZERO
010740         GO TO 7500-EXIT
010750     END-IF.
010760     SET LEAK-PULLING TO TRUE.
010770     ADD 1 TO LEAK-FC-PULLED (LEAK-FILE-NO).
010780     PERFORM 7550-TALLY-COPY THRU 7550-EXIT.
010790     MOVE LEAK-FILE-DD (LEAK-FILE-NO) TO LEAK-PL-DD.
010800     MOVE LEAK-CUR-ID TO LEAK-PL-REC-ID.
010810     IF LEAK-FILE-NO > 6
010820         ADD 1 TO LEAK-PULL-PARK-COUNT
010830         MOVE 'PARKED COPY PULLED - WILL NOT BE RELEASED'
010840             TO LEAK-PL-ACTION
010850     ELSE
010860         ADD 1 TO LEAK-PULL-MSG-COUNT
010870         MOVE 'PULLED - LEFT OFF THE CLEANED DATASET'
010880             TO LEAK-PL-ACTION
010890     END-IF.
010900     MOVE LEAK-RPT-PULL-LINE TO LEAK-REPORT-RECORD.
010910     WRITE LEAK-REPORT-RECORD.
010920 7500-EXIT.
010930     EXIT.
010940*-----------------------------------------------------------------
010950* 7550-TALLY-COPY - SORT A PULLED COPY FOR THE CONTROL ROWS. THE
010960* MASTER OUTPUT MARKS THE ENTRY; A ROUTED, HELD OR EMBARGOED COPY
010970* OF A MASTER MESSAGE COUNTS AGAINST IT, AND ONE OF A MESSAGE NOT
010980* ON THE MASTER OUTPUT (A RELEASE, OR A COPY PARKED ON AN EARLIER
010990* DAY) IS COUNTED AS EARLIER-DAY. FLASH COPIES ARE EXTRA TO THE
011000* ROUTING AND ARE NOT COUNTED.
011010*-----------------------------------------------------------------
011020 7550-TALLY-COPY.
011030     IF LEAK-FILE-NO = 1
011040         MOVE 'Y' TO LEAK-PT-MASTER (LEAK-PT-FOUND)
011050         GO TO 7550-EXIT
011060     END-IF.
011070     IF LEAK-FILE-NO = 6
011080         GO TO 7550-EXIT
011090     END-IF.
011100     IF LEAK-PT-MASTER (LEAK-PT-FOUND) = 'Y'
011110         ADD 1 TO LEAK-PT-COPIES (LEAK-PT-FOUND)
011120     ELSE
011130         ADD 1 TO LEAK-PULL-PRIOR
011140     END-IF.
011150 7550-EXIT.
011160     EXIT.
011170 7510-FIND-PULL.
011180     MOVE ZERO TO LEAK-PT-FOUND.
011190     PERFORM 7520-MATCH-PULL THRU 7520-EXIT
011200         VARYING LEAK-PT-IDX FROM 1 BY 1
011210             UNTIL LEAK-PT-IDX > LEAK-PULL-USED
011220                 OR LEAK-PT-FOUND > ZERO.
011230 7510-EXIT.
011240     EXIT.
011250 7520-MATCH-PULL.
011260     IF LEAK-PT-ID (LEAK-PT-IDX) = LEAK-CUR-ID
011270         AND LEAK-PT-CHECK (LEAK-PT-IDX) = LEAK-CUR-CHECK
011280         MOVE LEAK-PT-IDX TO LEAK-PT-FOUND
011290     END-IF.
011300 7520-EXIT.
011310     EXIT.
011320*-----------------------------------------------------------------
011330* 7600-WRITE-CLEAN - THE RECORD EXACTLY AS READ, AT ITS LENGTH.
011340*-----------------------------------------------------------------
011350 7600-WRITE-CLEAN.
011360     EVALUATE LEAK-FILE-NO
011370         WHEN 1
011380             WRITE LEAK-CLNOUT-RECORD FROM LEAK-OUT-RECORD
011390         WHEN 2
011400             WRITE LEAK-CLN1-RECORD FROM LEAK-ROUTE1-RECORD
011410         WHEN 3
011420             WRITE LEAK-CLN2-RECORD FROM LEAK-ROUTE2-RECORD
011430         WHEN 4
011440             WRITE LEAK-CLN3-RECORD FROM LEAK-ROUTE3-RECORD
011450         WHEN 5
011460             WRITE LEAK-CLND-RECORD FROM LEAK-DFLT-RECORD
011470         WHEN 6
011480             WRITE LEAK-CLNF-RECORD FROM LEAK-FLASH-RECORD
011490         WHEN 7
011500             WRITE LEAK-CLNH-RECORD FROM LEAK-HELD-RECORD
011510         WHEN 8
011520             WRITE LEAK-CLNE-RECORD FROM LEAK-EMBG-RECORD
011530     END-EVALUATE.
011540 7600-EXIT.
011550     EXIT.
011560*-----------------------------------------------------------------
011570* 7700-COUNT-FANOUT - A MASTER MESSAGE FANNED OUT TO SEVERAL
011580* STATIONS HAD A COPY PULLED FROM EACH; EVERY COPY PAST THE FIRST
011590* IS FAN-OUT THE CIPHER STEP COUNTED.
011600*-----------------------------------------------------------------
011610 7700-COUNT-FANOUT.
011620     IF LEAK-PT-MASTER (LEAK-PT-IDX) = 'Y'
011630         AND LEAK-PT-COPIES (LEAK-PT-IDX) > 1
011640         COMPUTE LEAK-PULL-FANOUT = LEAK-PULL-FANOUT
011650             + LEAK-PT-COPIES (LEAK-PT-IDX) - 1
011660     END-IF.
011670 7700-EXIT.
011680     EXIT.
011690*-----------------------------------------------------------------
011700* 8000-PRINT-TOTALS - PER-DATASET LINES AND CONTROL COUNTS, THEN
011710* THE CONDITION CODE THE CLEANED-DATASET COPY-BACK AND CIPHFMT
011720* ARE CONDITIONED ON: 0 WHEN NOTHING READ AS ENGLISH, 4 WHEN
011730* LEAKS WERE PULLED AND THE CLEANED DATASETS ARE TO REPLACE THE
011740* ORIGINALS, 8 WHEN THERE WERE TOO MANY TO PULL AND NOTHING MAY
011750* BE SENT.
011760*-----------------------------------------------------------------
011770 8000-PRINT-TOTALS.
011780     MOVE SPACES TO LEAK-REPORT-RECORD.
011790     WRITE LEAK-REPORT-RECORD.
011800     PERFORM 8200-PRINT-FILE-LINE THRU 8200-EXIT
011810         VARYING LEAK-FILE-NO FROM 1 BY 1
011820             UNTIL LEAK-FILE-NO > LEAK-FILE-LIMIT.
011830     MOVE SPACES TO LEAK-REPORT-RECORD.
011840     WRITE LEAK-REPORT-RECORD.
011850     MOVE 'DATASETS SCANNED . . . . . . . .  '
011860         TO LEAK-RPT-TOTAL-LABEL.
011870     MOVE LEAK-FILES-SCANNED TO LEAK-RPT-TOTAL-COUNT.
011880     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
011890     MOVE 'MESSAGES SCANNED . . . . . . . .  '
011900         TO LEAK-RPT-TOTAL-LABEL.
011910     MOVE LEAK-MSG-COUNT TO LEAK-RPT-TOTAL-COUNT.
011920     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
011930     MOVE 'JUDGED ON COMMON WORDS ONLY  . .  '
011940         TO LEAK-RPT-TOTAL-LABEL.
011950     MOVE LEAK-SHORT-COUNT TO LEAK-RPT-TOTAL-COUNT.
011960     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
011970     MOVE 'ORPHAN CONTINUATIONS SCORED  . .  '
011980         TO LEAK-RPT-TOTAL-LABEL.
011990     MOVE LEAK-ORPHAN-COUNT TO LEAK-RPT-TOTAL-COUNT.
012000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
012010     MOVE 'MESSAGES QUARANTINED . . . . . .  '
012020         TO LEAK-RPT-TOTAL-LABEL.
012030     MOVE LEAK-QUAR-COUNT TO LEAK-RPT-TOTAL-COUNT.
012040     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
012050     MOVE 'MESSAGES PULLED  . . . . . . . .  '
012060         TO LEAK-RPT-TOTAL-LABEL.
012070     MOVE LEAK-PULL-MSG-COUNT TO LEAK-RPT-TOTAL-COUNT.
012080     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
012090     MOVE 'PARKED COPIES PULLED . . . . . .  '
012100         TO LEAK-RPT-TOTAL-LABEL.
012110     MOVE LEAK-PULL-PARK-COUNT TO LEAK-RPT-TOTAL-COUNT.
012120     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
012130     EVALUATE TRUE
012140         WHEN LEAK-QUAR-COUNT = ZERO
012150             MOVE 'NO CLEARTEXT FOUND - CLEAR TO TRANSMIT'
012160                 TO LEAK-REPORT-RECORD
012170         WHEN LEAK-PULL-FULL
012180             MOVE 8 TO LEAK-RETURN-CODE
012190             MOVE 'TOO MUCH CLEARTEXT TO PULL - DO NOT SEND'
012200                 TO LEAK-REPORT-RECORD
012210         WHEN OTHER
012220             MOVE 4 TO LEAK-RETURN-CODE
012230             MOVE 'CLEARTEXT PULLED - SEND THE CLEANED DATASETS'
012240                 TO LEAK-REPORT-RECORD
012250     END-EVALUATE.
012260     WRITE LEAK-REPORT-RECORD.
012270 8000-EXIT.
012280     EXIT.
012290 8100-WRITE-TOTAL.
012300     MOVE LEAK-RPT-TOTAL-LINE TO LEAK-REPORT-RECORD.
012310     WRITE LEAK-REPORT-RECORD.
012320 8100-EXIT.
012330     EXIT.
012340 8200-PRINT-FILE-LINE.
012350     MOVE LEAK-FILE-DD (LEAK-FILE-NO) TO LEAK-FL-DD.
012360     IF LEAK-FC-PRESENT (LEAK-FILE-NO) = 'Y'
012370         IF LEAK-FILE-NO > 6
012380             MOVE ' PARKED - COPIES READ       ' TO LEAK-FL-TEXT
012390         ELSE
012400             MOVE ' SCANNED - MESSAGES         ' TO LEAK-FL-TEXT
012410         END-IF
012420         MOVE LEAK-FC-SCANNED (LEAK-FILE-NO) TO LEAK-FL-SCANNED
012430         MOVE LEAK-FC-QUARANTINED (LEAK-FILE-NO)
012440             TO LEAK-FL-QUARANTINED
012450         MOVE LEAK-FC-PULLED (LEAK-FILE-NO) TO LEAK-FL-PULLED
012460         MOVE LEAK-RPT-FILE-LINE TO LEAK-REPORT-RECORD
012470     ELSE
012480         MOVE SPACES TO LEAK-REPORT-RECORD
012490         STRING 'DATASET ' DELIMITED BY SIZE
012500                LEAK-FILE-DD (LEAK-FILE-NO) DELIMITED BY SIZE
012510                ' NOT PRESENT - NOT SCANNED' DELIMITED BY SIZE
012520                INTO LEAK-REPORT-RECORD
012530     END-IF.
012540     WRITE LEAK-REPORT-RECORD.
012550 8200-EXIT.
012560     EXIT.
012570*-----------------------------------------------------------------
012580* 8500-WRITE-CONTROL - APPEND WHAT WAS PULLED TO THE SHARED
012590* CONTROL-TOTAL DATASET FOR THE CIPHBAL STEP: A PULLED ROW FOR
012600* EACH DATASET THE GUARD COVERS, WITH ITS DD NAME AS THE SOURCE,
012610* AND THE FAN-OUT AND EARLIER-DAY COPIES AMONG THE ROUTED COPIES
012620* PULLED. EVERY ROW IS WRITTEN ON EVERY RUN, ZERO WHERE NOTHING
012630* WAS PULLED, SO A RERUN OF THE NIGHT REPLACES THE ROWS AN EARLIER
012640* RUN WROTE. A CONTROL DATASET THAT CANNOT BE OPENED IS REPORTED;
012650* WHEN ANYTHING WAS PULLED IT ALSO ENDS THE STEP CC=12, SO THE
012660* CLEANED DATASETS ARE NOT COPIED BACK WITHOUT THE ROWS CIPHBAL
012670* NEEDS TO PROVE THEM.
012680*-----------------------------------------------------------------
012690 8500-WRITE-CONTROL.
012700     OPEN EXTEND LEAK-CTL-FILE.
012710     IF LEAK-CTL-STATUS = '35'
012720         OPEN OUTPUT LEAK-CTL-FILE
012730     END-IF.
012740     IF LEAK-CTL-STATUS NOT = '00'
012750         DISPLAY '*** CONTROL DATASET OPEN FAILED, STATUS='
012760             LEAK-CTL-STATUS ' ***'
012770         IF LEAK-PULL-MSG-COUNT > ZERO
012780             OR LEAK-PULL-PARK-COUNT > ZERO
012790             MOVE 12 TO LEAK-RETURN-CODE
012800         END-IF
012810         GO TO 8500-EXIT
012820     END-IF.
012830     PERFORM 8520-WRITE-PULLED-ROW THRU 8520-EXIT
012840         VARYING LEAK-FILE-NO FROM 1 BY 1
012850             UNTIL LEAK-FILE-NO > 8.
012860     MOVE SPACES TO LEAK-CTL-SOURCE.
012870     MOVE 'PULL-FANOUT' TO LEAK-CTL-NAME.
012880     MOVE LEAK-PULL-FANOUT TO LEAK-CTL-VALUE.
012890     PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT.
012900     MOVE 'PULL-PRIOR' TO LEAK-CTL-NAME.
012910     MOVE LEAK-PULL-PRIOR TO LEAK-CTL-VALUE.
012920     PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT.
012930     CLOSE LEAK-CTL-FILE.
012940 8500-EXIT.
012950     EXIT.
012960 8510-WRITE-CTL-ROW.
012970     MOVE SPACES TO LEAK-CTL-RECORD.
012980     MOVE 'CIPHLEAK' TO CTL-PROGRAM.
012990     MOVE LEAK-CURRENT-DATE TO CTL-RUN-DATE.
013000     MOVE LEAK-CTL-SOURCE TO CTL-SOURCE.
013010     MOVE LEAK-CTL-NAME TO CTL-COUNT-NAME.
013020     MOVE LEAK-CTL-VALUE TO CTL-COUNT-VALUE.
013030     WRITE LEAK-CTL-RECORD.
013040 8510-EXIT.
013050     EXIT.
013060*-----------------------------------------------------------------
013070* 8520-WRITE-PULLED-ROW - ZERO FOR A DATASET NOT ALLOCATED, AND
013080* FOR THE PARKED DATASETS WHEN THERE WAS NO CLEANING PASS.
013090*-----------------------------------------------------------------
013100 8520-WRITE-PULLED-ROW.
013110     MOVE LEAK-FILE-DD (LEAK-FILE-NO) TO LEAK-CTL-SOURCE.
013120     MOVE 'PULLED' TO LEAK-CTL-NAME.
013130     MOVE ZERO TO LEAK-CTL-VALUE.
013140     IF LEAK-FILE-NO <= LEAK-FILE-LIMIT
013150         AND LEAK-FC-PRESENT (LEAK-FILE-NO) = 'Y'
013160         MOVE LEAK-FC-PULLED (LEAK-FILE-NO) TO LEAK-CTL-VALUE
013170     END-IF.
013180     PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT.
013190 8520-EXIT.
013200     EXIT.
013210*-----------------------------------------------------------------
013220* 9000-TERMINATE - CLOSE THE DATASETS BEFORE THE JOB STEP ENDS.
013230* EACH SCANNED DATASET IS CLOSED BY THE PASS THAT READ IT.
013240*-----------------------------------------------------------------
013250 9000-TERMINATE.
013260     CLOSE LEAK-QUAR-FILE.
013270     CLOSE LEAK-REPORT-FILE.
013280 9000-EXIT.
013290     EXIT.
013300*-----------------------------------------------------------------
013310* 9999-EXIT - SINGLE PROGRAM EXIT POINT.
013320*-----------------------------------------------------------------
013330 9999-EXIT.
013340     MOVE LEAK-RETURN-CODE TO RETURN-CODE.
013350     STOP RUN.
