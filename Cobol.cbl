000974*                   SUSPENSE UNDER REASON ICHK INSTEAD OF
000974*                   DELIVERING CORRUPTED TEXT AS IF IT WERE
000974*                   GOOD.
000975*  10/15/2026  RA   STATION MASTER. ROUTING NOW COMES FROM THE
000976*                   KEYED STATION MASTER (CIPHSTNS, CIPHSTNR
000977*                   LAYOUT, MAINTAINED BY CIPHSTNM) INSTEAD OF
000978*                   THE CIPHRTBL CARDS. TRAFFIC FOR A SUSPENDED
000979*                   STATION IS STILL CIPHERED AND WRITTEN TO
000980*                   THE MASTER OUTPUT, BUT ITS ROUTED COPY IS
000981*                   PARKED ON THE HELD-TRAFFIC DATASET
000982*                   (CIPHHELD, CIPHHLDR LAYOUT) FOR CIPHHREL TO
000983*                   RELEASE ONCE THE STATION IS REACTIVATED.
000984*                   TRAFFIC FOR A CLOSED STATION GOES TO
000985*                   SUSPENSE UNDER REASON STCL. THE HELD COUNT
000986*                   RIDES THE CHECKPOINT, THE RUN SUMMARY AND
000987*                   THE CONTROL-TOTAL ROWS.
000988*  10/15/2026  RA   COLLECTIVE MESSAGES. MSG-DEST-STATION MAY
000989*                   NOW NAME A DISTRIBUTION LIST (CIPHDLST
000990*                   CARDS, CIPHDLSR LAYOUT; ALL = EVERY STATION
000991*                   NOT CLOSED) INSTEAD OF ONE STATION. THE
000992*                   MESSAGE IS CIPHERED ONCE AND WRITTEN ONCE TO
000993*                   THE MASTER OUTPUT, THEN A WHOLE COPY UNDER
000994*                   THE ORIGINAL REC-ID GOES TO EACH MEMBER
000995*                   STATION'S ROUTING - ROUTED FILE, DEFAULT
000996*                   OUTPUT OR HELD-TRAFFIC DATASET BY THAT
000997*                   STATION'S OWN STATUS. CLOSED MEMBERS ARE
000998*                   SKIPPED; A LIST WITH NO OPEN MEMBER GOES TO
000999*                   SUSPENSE AS STCL. ROUTED COPIES ARE NOW
001000*                   WRITTEN A MESSAGE AT A TIME RATHER THAN
001001*                   INTERLEAVED SEGMENT BY SEGMENT. THE
001002*                   LIST-MESSAGE AND FAN-OUT (COPIES BEYOND THE
001003*                   FIRST) COUNTS RIDE THE CHECKPOINT, THE RUN
001004*                   SUMMARY AND THE CONTROL-TOTAL ROWS SO THE
001005*                   ROUTED COUNTS STILL BALANCE.
001006*  10/15/2026  RA   INBOUND RECEIPTS. A DECRYPT/VIGDEC RUN NOW
001007*                   ANSWERS EVERY MESSAGE WITH AN ACK CARD (CLEAN
001008*                   DECIPHER) OR A NAK CARD CARRYING THE SUSPENSE
001009*                   REASON, IN THE CIPHACKR LAYOUT, TO ACKOT1-3 BY
001010*                   THE SENDING STATION'S ROUTE ON THE STATION
001011*                   MASTER OR TO ACKOTD. ON THESE RUNS THE MASTER
001012*                   ROUTES ONLY THE CARDS - PLAINTEXT NEVER GOES
001013*                   TO THE STATION FILES. ACK/NAK COUNTS RIDE THE
001014*                   CHECKPOINT AND THE SUMMARY, AND INBOUND,
001015*                   ACKSENT AND NAKSENT CONTROL ROWS LET CIPHBAL
001016*                   PROVE ONE RECEIPT PER MESSAGE.
001017*  10/15/2026  RA   EMBARGOED TRAFFIC. THE FIRST-SEGMENT HEADER
001018*                   MAY CARRY A RELEASE DATE/TIME. A MESSAGE
001019*                   WHOSE RELEASE IS STILL IN THE FUTURE IS
001020*                   CIPHERED AND WRITTEN TO THE MASTER OUTPUT
001021*                   AS USUAL, BUT ITS ROUTED COPIES GO TO THE
001022*                   EMBARGO DATASET (CIPHEMBG, CIPHEMBR LAYOUT)
001023*                   INSTEAD OF THE STATION FILES, AND NOTHING
001024*                   GOES TO THE FLASH OUTPUT; CIPHEREL RELEASES
001025*                   THEM WHEN DUE. THE EMBARGO COUNT RIDES THE
001026*                   CHECKPOINT, THE SUMMARY AND AN EMBARGO
001027*                   CONTROL ROW, AND THE RELEASE STAMP RIDES
001028*                   THE SUSPENSE RECORD FOR REWORK.
001029*  10/15/2026  RA   THE AUDIT LOG RECORD NOW CARRIES THE KEY-ID
001030*                   OF A KEY-STORE MESSAGE (THE ID, NOT THE
001031*                   VALUE), SO CIPHKEYA CAN REPORT WHEN EACH KEY
001032*                   LAST CARRIED TRAFFIC AND WHICH KEY PROTECTS
001033*                   A MESSAGE STILL AWAITING ACKNOWLEDGMENT.
001034*  10/15/2026  RA   THE STEP NOW CHECKS IN WITH THE BUSINESS-DATE
001035*                   RUN CONTROL (CIPHRCTL) BEFORE OPENING
001036*                   ANYTHING, KNOWN THERE BY ITS INPUT DD NAME.
001037*                   THE DAY'S EDIT MUST BE COMPLETE (FOR RWRKIN,
001038*                   THE REWORK EXTRACT), AND A PASS ALREADY
001039*                   COMPLETE FOR THE DATE IS REFUSED CC=16 RATHER
001040*                   THAN APPENDING A SECOND COPY TO THE AUDIT LOG,
001041*                   SUSPENSE AND CONTROL DATASETS. A RUN STOPPED
001042*                   ON THE REJECT LIMIT STAMPS FAILED AND MAY BE
001043*                   RESTARTED FROM ITS CHECKPOINT AS BEFORE.
001044*  10/15/2026  RA   AN ORPHAN CONTINUATION SEGMENT NO LONGER
001045*                   TAKES ITS STATION FROM ITS OWN (MEANINGLESS)
001046*                   STATION FIELD. IT USES THE LAST HEADER'S
001047*                   STATION WHEN THAT HEADER HAD THE SAME REC-ID
001048*                   AND IS OTHERWISE LEFT BLANK, SO ITS NAK GOES
001049*                   TO THE DEFAULT RECEIPT FILE.
001050*-----------------------------------------------------------------
001051 ENVIRONMENT DIVISION.
001052 CONFIGURATION SECTION.
001053 SOURCE-COMPUTER.   IBM-370.
001054 OBJECT-COMPUTER.   IBM-370.
001055 REPOSITORY.        FUNCTION ALL INTRINSIC.
001056 INPUT-OUTPUT SECTION.
001057 FILE-CONTROL.
001058     SELECT CIPH-INPUT-FILE  ASSIGN DYNAMIC CIPH-INPUT-DSNAME
001059            ORGANIZATION IS SEQUENTIAL
001060            FILE STATUS IS CIPH-INPUT-STATUS.
001061     SELECT CIPH-OUTPUT-FILE ASSIGN TO CIPHOUT
001062            ORGANIZATION IS SEQUENTIAL
001063            FILE STATUS IS CIPH-OUTPUT-STATUS.
001064     SELECT CIPH-LOG-FILE    ASSIGN TO CIPHLOG
001065            ORGANIZATION IS SEQUENTIAL
001070            FILE STATUS IS CIPH-LOG-STATUS.
001080     SELECT CIPH-CKPT-FILE   ASSIGN TO CIPHCKPT
001090            ORGANIZATION IS SEQUENTIAL
001106     SELECT CIPH-SUSP-FILE   ASSIGN TO CIPHSUSP
001107            ORGANIZATION IS SEQUENTIAL
001108            FILE STATUS IS CIPH-SUSP-STATUS.
001109     SELECT CIPH-STN-FILE    ASSIGN TO CIPHSTNS
001110            ORGANIZATION IS INDEXED
001111            ACCESS MODE IS SEQUENTIAL
001112            RECORD KEY IS STN-CODE
001113            FILE STATUS IS CIPH-STN-STATUS.
001114     SELECT CIPH-ROUTE1-FILE ASSIGN TO CIPHOT1
001115            ORGANIZATION IS SEQUENTIAL
001116            FILE STATUS IS CIPH-ROUTE1-STATUS.
001117     SELECT CIPH-ROUTE2-FILE ASSIGN TO CIPHOT2
001118            ORGANIZATION IS SEQUENTIAL
001119            FILE STATUS IS CIPH-ROUTE2-STATUS.
001120     SELECT CIPH-ROUTE3-FILE ASSIGN TO CIPHOT3
001121            ORGANIZATION IS SEQUENTIAL
001122            FILE STATUS IS CIPH-ROUTE3-STATUS.
001123     SELECT CIPH-DFLT-FILE   ASSIGN TO CIPHOTD
001124            ORGANIZATION IS SEQUENTIAL
001125            FILE STATUS IS CIPH-DFLT-STATUS.
001126     SELECT CIPH-CTL-FILE    ASSIGN TO CIPHCTL
001127            ORGANIZATION IS SEQUENTIAL
001128            FILE STATUS IS CIPH-CTL-STATUS.
001129     SELECT CIPH-FLASH-FILE  ASSIGN TO CIPHOTF
001130            ORGANIZATION IS SEQUENTIAL
001131            FILE STATUS IS CIPH-FLASH-STATUS.
001132     SELECT CIPH-RTMP-FILE   ASSIGN TO CIPHRTMP
001133            ORGANIZATION IS SEQUENTIAL
001134            FILE STATUS IS CIPH-RTMP-STATUS.
001135     SELECT CIPH-HELD-FILE   ASSIGN TO CIPHHELD
001136            ORGANIZATION IS SEQUENTIAL
001137            FILE STATUS IS CIPH-HELD-STATUS.
001138     SELECT CIPH-EMBG-FILE   ASSIGN TO CIPHEMBG
001139            ORGANIZATION IS SEQUENTIAL
001140            FILE STATUS IS CIPH-EMBG-STATUS.
001141     SELECT CIPH-DLST-FILE   ASSIGN TO CIPHDLST
001142            ORGANIZATION IS SEQUENTIAL
001143            FILE STATUS IS CIPH-DLST-STATUS.
001144     SELECT CIPH-ACK1-FILE   ASSIGN TO ACKOT1
001145            ORGANIZATION IS SEQUENTIAL
001146            FILE STATUS IS CIPH-ACK1-STATUS.
001147     SELECT CIPH-ACK2-FILE   ASSIGN TO ACKOT2
001148            ORGANIZATION IS SEQUENTIAL
001149            FILE STATUS IS CIPH-ACK2-STATUS.
001150     SELECT CIPH-ACK3-FILE   ASSIGN TO ACKOT3
001151            ORGANIZATION IS SEQUENTIAL
001152            FILE STATUS IS CIPH-ACK3-STATUS.
001153     SELECT CIPH-ACKD-FILE   ASSIGN TO ACKOTD
001154            ORGANIZATION IS SEQUENTIAL
001155            FILE STATUS IS CIPH-ACKD-STATUS.
001156     SELECT CIPH-RCTL-FILE   ASSIGN TO CIPHRCTL
001157            ORGANIZATION IS INDEXED
001158            ACCESS MODE IS RANDOM
001159            RECORD KEY IS RCT-BUS-DATE
001160            FILE STATUS IS CIPH-RCTL-STATUS.
001161 DATA DIVISION.
001162 FILE SECTION.
001163 FD  CIPH-INPUT-FILE
001164     LABEL RECORDS ARE STANDARD
001165     RECORD IS VARYING IN SIZE FROM 42 TO 170 CHARACTERS
001166         DEPENDING ON CIPH-INPUT-REC-LEN.
001167 01  CIPH-INPUT-RECORD.
001168     COPY CIPHMSG.
001170 FD  CIPH-OUTPUT-FILE
001180     LABEL RECORDS ARE STANDARD
001181     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001286     LABEL RECORDS ARE STANDARD.
001287 01  CIPH-SUSP-RECORD.
001288     COPY CIPHSUSR.
001289 FD  CIPH-STN-FILE
001290     LABEL RECORDS ARE STANDARD.
001291 01  CIPH-STN-RECORD.
001292     COPY CIPHSTNR.
001293 FD  CIPH-ROUTE1-FILE
001294     LABEL RECORDS ARE STANDARD
001295     RECORD IS VARYING IN SIZE FROM 20 TO 148 CHARACTERS
001312 01  CIPH-RTMP-RECORD.
001312     05  RTMP-ROUTE               PIC 9(01).
001312     05  RTMP-SEG                 PIC X(148).
001313 FD  CIPH-HELD-FILE
001314     LABEL RECORDS ARE STANDARD
001315     RECORD IS VARYING IN SIZE FROM 32 TO 160 CHARACTERS
001316         DEPENDING ON CIPH-HELD-REC-LEN.
001317 01  CIPH-HELD-RECORD.
001318     COPY CIPHHLDR.
001319 FD  CIPH-EMBG-FILE
001320     LABEL RECORDS ARE STANDARD
001321     RECORD IS VARYING IN SIZE FROM 44 TO 172 CHARACTERS
001322         DEPENDING ON CIPH-EMBG-REC-LEN.
001323 01  CIPH-EMBG-RECORD.
001324     COPY CIPHEMBR.
001325 FD  CIPH-DLST-FILE
001326     LABEL RECORDS ARE STANDARD.
001327 01  CIPH-DLST-RECORD.
001328     COPY CIPHDLSR.
001329 FD  CIPH-ACK1-FILE
001330     LABEL RECORDS ARE STANDARD.
001331 01  CIPH-ACK1-RECORD         PIC X(80).
001332 FD  CIPH-ACK2-FILE
001333     LABEL RECORDS ARE STANDARD.
001334 01  CIPH-ACK2-RECORD         PIC X(80).
001335 FD  CIPH-ACK3-FILE
001336     LABEL RECORDS ARE STANDARD.
001337 01  CIPH-ACK3-RECORD         PIC X(80).
001338 FD  CIPH-ACKD-FILE
001339     LABEL RECORDS ARE STANDARD.
001340 01  CIPH-ACKD-RECORD         PIC X(80).
001341 FD  CIPH-RCTL-FILE
001342     LABEL RECORDS ARE STANDARD.
001343 01  CIPH-RCTL-RECORD.
001344     COPY CIPHRCTR.
001345 WORKING-STORAGE SECTION.
001346*-----------------------------------------------------------------
001347* ORIGINAL CIPHER WORK AREAS
001348*-----------------------------------------------------------------
001349 01  inputString PIC X(4000).
001350 01  Shift PIC 9(2).
001351 01  encryptedString PIC X(4000).
001360 01  aUpper PIC X(26) VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
001370 01  aLower PIC X(26) VALUE 'abcdefghijklmnopqrstuvwxyz'.
001380 01  curChar PIC 9(5).
001735 01  CIPH-KEYSTORE-COUNT      PIC 9(06) COMP VALUE ZERO.
001736*-----------------------------------------------------------------
001737* DESTINATION ROUTING WORK AREAS. THE ROUTING TABLE IS LOADED
001738* ONCE AT INITIALIZATION FROM THE STATION MASTER; A MISSING
001739* CIPHSTNS DATASET MEANS ROUTING IS OFF AND ONLY THE MASTER
001740* OUTPUT IS WRITTEN, SO THE PROGRAM STILL RUNS THE ORIGINAL WAY
001741* WITHOUT ONE. EACH TABLE ENTRY RESOLVES A STATION CODE TO A
001742* ROUTED OUTPUT (1-3 FOR CIPHOT1-3) AND CARRIES THE STATION'S
001743* STATUS; ANY STATION NOT ON THE TABLE, OR A BLANK STATION,
001744* ROUTES TO THE DEFAULT/EXCEPTIONS OUTPUT. THE DESTINATION
001745* TALLY FEEDS THE PER-DESTINATION BREAKDOWN ON THE RUN SUMMARY.
001746*-----------------------------------------------------------------
001747 01  CIPH-STN-STATUS          PIC X(02) VALUE '00'.
001748 01  CIPH-ROUTE1-STATUS       PIC X(02) VALUE '00'.
001749 01  CIPH-ROUTE2-STATUS       PIC X(02) VALUE '00'.
001750 01  CIPH-ROUTE3-STATUS       PIC X(02) VALUE '00'.
001751 01  CIPH-DFLT-STATUS         PIC X(02) VALUE '00'.
001752 01  CIPH-ROUTE-REC-LEN       PIC 9(04) COMP VALUE ZERO.
001753 01  CIPH-ROUTE-SWITCHES.
001754     05  CIPH-ROUTING-SW      PIC X(01) VALUE 'N'.
001755         88  CIPH-ROUTING-ACTIVE        VALUE 'Y'.
001756     05  CIPH-STN-EOF-SW      PIC X(01) VALUE 'N'.
001757         88  CIPH-STN-EOF               VALUE 'Y'.
001758 01  CIPH-ROUTE-TABLE.
001759     05  CIPH-ROUTE-ENTRY OCCURS 50 TIMES.
001760         10  CIPH-RTE-STATION PIC X(03).
001761         10  CIPH-RTE-NUMBER  PIC 9(01).
001762         10  CIPH-RTE-STATUS  PIC X(01).
001763 01  CIPH-ROUTE-USED          PIC 9(02) COMP VALUE ZERO.
001764 01  CIPH-ROUTE-IDX           PIC 9(02) COMP.
001765 01  CIPH-ASM-ROUTE           PIC 9(01) VALUE ZERO.
001766 01  CIPH-LOAD-ROUTE          PIC 9(01) VALUE ZERO.
001767*-----------------------------------------------------------------
001768* STATION-STATUS WORK AREAS. THE ASSEMBLED MESSAGE'S STATION
001769* STATUS IS RESOLVED WITH ITS ROUTE: A CLOSED STATION FAILS
001770* THE MESSAGE TO SUSPENSE (REASON STCL), A SUSPENDED STATION
001771* SENDS ITS ROUTED COPY TO THE HELD-TRAFFIC DATASET. A STATION
001772* NOT ON THE MASTER READS AS ACTIVE AND GOES TO THE DEFAULT
001773* OUTPUT AS BEFORE.
001774*-----------------------------------------------------------------
001775 01  CIPH-ASM-STN-STATUS      PIC X(01) VALUE 'A'.
001776     88  CIPH-ASM-STN-ACTIVE            VALUE 'A'.
001777     88  CIPH-ASM-STN-SUSPENDED         VALUE 'S'.
001778     88  CIPH-ASM-STN-CLOSED            VALUE 'C'.
001779 01  CIPH-HELD-STATUS         PIC X(02) VALUE '00'.
001780 01  CIPH-HELD-REC-LEN        PIC 9(04) COMP VALUE ZERO.
001781 01  CIPH-HELD-COUNT          PIC 9(06) COMP VALUE ZERO.
001782 01  CIPH-DEST-TALLY.
001783     05  CIPH-DEST-ENTRY OCCURS 50 TIMES.
001784         10  CIPH-DST-STATION PIC X(03).
001785         10  CIPH-DST-COUNT   PIC 9(06) COMP.
001786 01  CIPH-DEST-USED           PIC 9(02) COMP VALUE ZERO.
001787 01  CIPH-DEST-IDX            PIC 9(02) COMP.
001788 01  CIPH-DEST-FOUND          PIC 9(02) COMP.
001789 01  CIPH-DFLT-COUNT          PIC 9(06) COMP VALUE ZERO.
001790*-----------------------------------------------------------------
001791* DISTRIBUTION-LIST WORK AREAS. THE LIST CARDS ARE LOADED ONCE
001792* AT INITIALIZATION, ONE TABLE ENTRY PER LIST MEMBER; A MISSING
001793* CIPHDLST DATASET JUST MEANS NO NAMED LISTS (ALL STILL WORKS).
001794* THE FAN TABLE IS REBUILT FOR EVERY MESSAGE AND HOLDS ONE
001795* ENTRY PER COPY TO BE ROUTED - ONE FOR A SINGLE STATION, ONE
001796* PER OPEN MEMBER FOR A LIST - WITH THAT COPY'S STATION, ROUTE
001797* AND STATUS. CIPH-FAN-LIVE COUNTS THE COPIES THAT ARE NOT
001798* HELD, SO THE FLASH OUTPUT GETS ONE COPY WHEN ANY MEMBER CAN
001799* TAKE IT. CIPH-CPY-DEST IS THE STATION OF THE COPY IN HAND.
001800*-----------------------------------------------------------------
001801 01  CIPH-DLST-STATUS         PIC X(02) VALUE '00'.
001802 01  CIPH-DLST-SWITCHES.
001803     05  CIPH-DLST-EOF-SW     PIC X(01) VALUE 'N'.
001804         88  CIPH-DLST-EOF              VALUE 'Y'.
001805     05  CIPH-ASM-LIST-SW     PIC X(01) VALUE 'N'.
001806         88  CIPH-ASM-IS-LIST           VALUE 'Y'.
001807 01  CIPH-DLIST-TABLE.
001808     05  CIPH-DLIST-ENTRY OCCURS 200 TIMES.
001809         10  CIPH-DLT-CODE    PIC X(03).
001810         10  CIPH-DLT-MEMBER  PIC X(03).
001811 01  CIPH-DLIST-USED          PIC 9(03) COMP VALUE ZERO.
001812 01  CIPH-DLIST-IDX           PIC 9(03) COMP.
001813 01  CIPH-FAN-TABLE.
001814     05  CIPH-FAN-ENTRY OCCURS 50 TIMES.
001815         10  CIPH-FAN-STATION PIC X(03).
001816         10  CIPH-FAN-ROUTE   PIC 9(01).
001817         10  CIPH-FAN-STATUS  PIC X(01).
001818 01  CIPH-FAN-USED            PIC 9(02) COMP VALUE ZERO.
001819 01  CIPH-FAN-IDX             PIC 9(02) COMP.
001820 01  CIPH-FAN-LIVE            PIC 9(02) COMP VALUE ZERO.
001821 01  CIPH-FAN-FOUND           PIC 9(02) COMP VALUE ZERO.
001822 01  CIPH-ROUTE-FOUND         PIC 9(02) COMP VALUE ZERO.
001823 01  CIPH-CPY-DEST            PIC X(03) VALUE SPACES.
001824 01  CIPH-LIST-COUNT          PIC 9(06) COMP VALUE ZERO.
001825 01  CIPH-FANOUT-COUNT        PIC 9(06) COMP VALUE ZERO.
001826*-----------------------------------------------------------------
001827* RECEIPT WORK AREAS. AN INBOUND (DECRYPT/VIGDEC) RUN ANSWERS
001828* EVERY MESSAGE IT READS WITH ONE ACKNOWLEDGMENT CARD TO THE
001829* SENDING STATION: ACK FOR A CLEAN DECIPHER, NAK CARRYING THE
001830* SUSPENSE REASON CODE FOR ANYTHING REJECTED TO SUSPENSE. THE
001831* CARD GOES TO ACKOT1-3 BY THE SAME ROUTE NUMBER THE STATION
001832* MASTER GIVES THE STATION'S CIPHOTN FILE, OR TO ACKOTD FOR A
001833* STATION NOT ON THE MASTER. A CARD IS COUNTED ONLY ONCE IT IS
001834* ACTUALLY WRITTEN, SO A LOST CARD SHOWS AS AN IMBALANCE.
001835*-----------------------------------------------------------------
001836 01  CIPH-ACK1-STATUS         PIC X(02) VALUE '00'.
001837 01  CIPH-ACK2-STATUS         PIC X(02) VALUE '00'.
001838 01  CIPH-ACK3-STATUS         PIC X(02) VALUE '00'.
001839 01  CIPH-ACKD-STATUS         PIC X(02) VALUE '00'.
001840 01  CIPH-ACK-WRITE-STATUS    PIC X(02) VALUE '00'.
001841 01  CIPH-ACK-SWITCHES.
001842     05  CIPH-ACKGEN-SW       PIC X(01) VALUE 'N'.
001843         88  CIPH-ACKGEN-ACTIVE         VALUE 'Y'.
001844     05  CIPH-ACK-KIND-SW     PIC X(01) VALUE 'A'.
001845         88  CIPH-ACK-IS-ACK            VALUE 'A'.
001846         88  CIPH-ACK-IS-NAK            VALUE 'N'.
001847 01  CIPH-ACK-CARD.
001848     COPY CIPHACKR.
001849 01  CIPH-ACK-ROUTE           PIC 9(01) VALUE ZERO.
001850 01  CIPH-ACK-IDX             PIC 9(02) COMP.
001851 01  CIPH-ACK-COUNT           PIC 9(06) COMP VALUE ZERO.
001852 01  CIPH-NAK-COUNT           PIC 9(06) COMP VALUE ZERO.
001853*-----------------------------------------------------------------
001854* EMBARGO WORK AREAS. THE RELEASE STAMP IS TAKEN FROM THE FIRST
001855* SEGMENT (ZERO WHEN NONE OR NOT NUMERIC, A BLANK TIME READING
001856* AS 0000) AND COMPARED AGAINST THE RUN DATE AND TIME-OF-DAY
001857* TAKEN AT INITIALIZATION. A LATER STAMP EMBARGOES THE MESSAGE'S
001858* ROUTED COPIES; THE MASTER OUTPUT IS WRITTEN REGARDLESS.
001859*-----------------------------------------------------------------
001860 01  CIPH-EMBG-STATUS         PIC X(02) VALUE '00'.
001861 01  CIPH-EMBG-REC-LEN        PIC 9(04) COMP VALUE ZERO.
001862 01  CIPH-ASM-RELEASE.
001863     05  CIPH-ASM-REL-DATE    PIC 9(08) VALUE ZERO.
001864     05  CIPH-ASM-REL-TIME    PIC 9(04) VALUE ZERO.
001865 01  CIPH-RUN-STAMP.
001866     05  CIPH-RUN-STAMP-DATE  PIC 9(08) VALUE ZERO.
001867     05  CIPH-RUN-STAMP-TIME  PIC 9(04) VALUE ZERO.
001868 01  CIPH-RUN-TIME-OF-DAY     PIC 9(08) VALUE ZERO.
001869 01  CIPH-EMBG-SWITCHES.
001870     05  CIPH-EMBARGO-SW      PIC X(01) VALUE 'N'.
001871         88  CIPH-ASM-EMBARGOED         VALUE 'Y'.
001872 01  CIPH-EMBARGO-COUNT       PIC 9(06) COMP VALUE ZERO.
001873*-----------------------------------------------------------------
001874* PRECEDENCE WORK AREAS. FLASH AND IMMEDIATE ROUTED SEGMENTS GO
001875* OUT AS CIPHERED; ROUTINE ROUTED SEGMENTS SPILL TO CIPHRTMP,
001876* EACH PREFIXED WITH ITS ROUTE NUMBER, AND ARE APPENDED BEHIND
001877* THE HIGH-PRECEDENCE TRAFFIC AT END OF JOB. ON A
001878* CIRCUIT-BREAKER STOP THE SPILL IS KEPT AND EXTENDED BY THE
001879* RESTART, WHICH DOES THE APPEND AT ITS OWN END OF JOB.
001880*-----------------------------------------------------------------
001881 01  CIPH-FLASH-STATUS        PIC X(02) VALUE '00'.
001882 01  CIPH-RTMP-STATUS         PIC X(02) VALUE '00'.
001883 01  CIPH-RTMP-REC-LEN        PIC 9(04) COMP VALUE ZERO.
001884 01  CIPH-ASM-PREC            PIC X(01) VALUE SPACE.
001885 01  CIPH-PREC-SWITCHES.
001886     05  CIPH-RTMP-EOF-SW     PIC X(01) VALUE 'N'.
001887         88  CIPH-RTMP-EOF              VALUE 'Y'.
001888*-----------------------------------------------------------------
001889* INTEGRITY CHECK-VALUE WORK AREAS. THE CHECK IS COMPUTED OVER
001890* THE PLAINTEXT (THE ASSEMBLED INPUT ON AN ENCRYPT, THE
001891* RECOVERED TEXT ON A DECRYPT) AND RIDES THE FIRST OUTPUT
001892* SEGMENT; AN INBOUND MISMATCH REJECTS THE MESSAGE UNDER
001893* REASON ICHK. THE RUNNING SUM IS REDUCED MODULO 1000000 AT
001894* EVERY CHARACTER SO IT CANNOT OVERFLOW.
001895*-----------------------------------------------------------------
001896 01  CIPH-ASM-CHECK           PIC 9(06) VALUE ZERO.
001897 01  CIPH-CHECK-VALUE         PIC 9(06) VALUE ZERO.
001898 01  CIPH-CHECK-TEXT          PIC X(4000).
001899 01  CIPH-CHECK-LEN           PIC 9(04) COMP VALUE ZERO.
001900 01  CIPH-CHECK-IDX           PIC 9(05) COMP.
001901 01  CIPH-CHECK-WORK          PIC 9(09) COMP VALUE ZERO.
001902 01  CIPH-CHECK-SWITCHES.
001903     05  CIPH-CHECK-OK-SW     PIC X(01) VALUE 'Y'.
001904         88  CIPH-CHECK-GOOD            VALUE 'Y'.
001905         88  CIPH-CHECK-FAILED          VALUE 'N'.
001906 01  CIPH-PREC-FLASH-COUNT    PIC 9(06) COMP VALUE ZERO.
001907 01  CIPH-PREC-IMMED-COUNT    PIC 9(06) COMP VALUE ZERO.
001908 01  CIPH-PREC-ROUTINE-COUNT  PIC 9(06) COMP VALUE ZERO.
001909*-----------------------------------------------------------------
001910* REJECT SUSPENSE WORK AREAS - THE REASON CODE IS SET WHEREVER A
001911* RECORD IS FAILED (SEE CIPHSUSR FOR THE CODE LIST) AND RIDES TO
001912* THE SUSPENSE DATASET WITH THE FULL ORIGINAL RECORD.
001913*-----------------------------------------------------------------
001914 01  CIPH-SUSP-STATUS         PIC X(02) VALUE '00'.
001915 01  CIPH-REJECT-REASON       PIC X(04) VALUE SPACES.
001916*-----------------------------------------------------------------
001917* LOGICAL-MESSAGE ASSEMBLY/SEGMENTATION WORK AREAS. THE HEADER
001918* FIELDS ARE SAVED HERE BECAUSE THE FILE BUFFER MOVES ON TO THE
001919* NEXT MESSAGE'S FIRST SEGMENT WHILE THIS MESSAGE IS CIPHERED.
001920*-----------------------------------------------------------------
001921 01  CIPH-MSG-BUFFER          PIC X(4000).
001922 01  CIPH-MSG-LEN             PIC 9(04) COMP VALUE ZERO.
001923 01  CIPH-ASM-REC-ID          PIC 9(06) VALUE ZERO.
001924 01  CIPH-ASM-SHIFT-KEY       PIC 9(02) VALUE ZERO.
001925 01  CIPH-ASM-KEY-ID          PIC X(04) VALUE SPACES.
001926 01  CIPH-ASM-DEST            PIC X(03) VALUE SPACES.
001927 01  CIPH-LAST-HDR-ID         PIC 9(06) VALUE ZERO.
001928 01  CIPH-LAST-HDR-DEST       PIC X(03) VALUE SPACES.
001929 01  CIPH-SEG-LEN             PIC 9(03) COMP VALUE ZERO.
001930 01  CIPH-OUT-POS             PIC 9(04) COMP VALUE ZERO.
001931 01  CIPH-OUT-REMAIN          PIC 9(04) COMP VALUE ZERO.
001932 01  CIPH-OUT-SEGLEN          PIC 9(03) COMP VALUE ZERO.
001933 01  CIPH-SEG-SWITCHES.
001934     05  CIPH-OUT-FIRST-SW    PIC X(01) VALUE 'Y'.
001935         88  CIPH-OUT-FIRST-PENDING     VALUE 'Y'.
001936*-----------------------------------------------------------------
001937* RUN-SUMMARY REPORT WORK AREAS
001938*-----------------------------------------------------------------
001939 01  CIPH-SHIFT-TALLY.
001940     05  CIPH-SHIFT-COUNT     PIC 9(06) COMP OCCURS 25 TIMES.
001941 01  CIPH-REPORT-IDX          PIC 9(02) COMP.
001942*-----------------------------------------------------------------
001943* VIGENERE (KEYWORD-SHIFT) CIPHER WORK AREAS
001944*-----------------------------------------------------------------
001945 01  CIPH-KEYWORD             PIC X(26) VALUE SPACES.
001946 01  CIPH-KEYWORD-SAVE        PIC X(26) VALUE SPACES.
001947 01  CIPH-KEYWORD-LEN         PIC 9(02) COMP.
001948 01  CIPH-VIG-KEY-IDX         PIC 9(02) COMP.
001949 01  CIPH-VIG-SHIFT           PIC 9(02) COMP.
001950 01  CIPH-KWVAL-IDX           PIC 9(02) COMP.
001951 01  CIPH-KWVAL-LEN           PIC 9(02) COMP.
001952 01  CIPH-VIG-SWITCHES.
001953     05  CIPH-VIG-DIR-SW      PIC X(01) VALUE 'E'.
001954         88  CIPH-VIG-ENCRYPTING        VALUE 'E'.
001955         88  CIPH-VIG-DECRYPTING        VALUE 'D'.
001956*-----------------------------------------------------------------
001957* SOLVE SCORING WORK AREAS - RELATIVE ENGLISH LETTER FREQUENCY,
001958* PER MILLE, A THRU Z. THE TABLE IS BUILT AS A SERIES OF FILLERS
001959* AND REDEFINED AS AN OCCURS TABLE SINCE COBOL HAS NO OTHER WAY
001960* TO GIVE EACH OCCURRENCE OF A TABLE ITS OWN VALUE CLAUSE.
001970*-----------------------------------------------------------------
001980 01  CIPH-FREQ-INIT-TABLE.
002505 01  CIPH-ABORT-SWITCHES.
002506     05  CIPH-ABORT-SW        PIC X(01) VALUE 'N'.
002507         88  CIPH-ABORTED               VALUE 'Y'.
002508*-----------------------------------------------------------------
002509* RUN CONTROL WORK AREAS. THIS STEP IS KNOWN ON THE RUN CONTROL BY
002510* PROGRAM AND SOURCE; IT MAY NOT START UNTIL ITS PREREQUISITE STEP
002511* (EITHER ONE, OR BOTH WHERE MARKED) HAS COMPLETED FOR THE CURRENT
002512* BUSINESS DATE, AND MAY NOT RUN AGAIN ONCE COMPLETE UNLESS THE
002513* RERUN-AFTER STEP HAS COMPLETED SINCE. A CC AT OR OVER THE FAIL
002514* LEVEL STAMPS THE STEP FAILED, WHICH LEAVES IT FREE TO RERUN.
002515*-----------------------------------------------------------------
002516 01  CIPH-RCTL-STATUS         PIC X(02) VALUE '00'.
002517 01  CIPH-RCTL-AREA.
002518     05  CIPH-RCTL-STEP-ID.
002519         10  CIPH-RCTL-PROGRAM PIC X(08) VALUE 'CEASARCP'.
002520         10  CIPH-RCTL-SOURCE PIC X(08) VALUE SPACES.
002521     05  CIPH-RCTL-PREREQ-1.
002522         10  CIPH-RCTL-PREREQ-1-PGM PIC X(08) VALUE SPACES.
002523         10  CIPH-RCTL-PREREQ-1-SRC PIC X(08) VALUE SPACES.
002524     05  CIPH-RCTL-PREREQ-2.
002525         10  CIPH-RCTL-PREREQ-2-PGM PIC X(08) VALUE SPACES.
002526         10  CIPH-RCTL-PREREQ-2-SRC PIC X(08) VALUE SPACES.
002527     05  CIPH-RCTL-RERUN-AFTER.
002528         10  CIPH-RCTL-RERUN-PGM PIC X(08) VALUE SPACES.
002529         10  CIPH-RCTL-RERUN-SRC PIC X(08) VALUE SPACES.
002530     05  CIPH-RCTL-FAIL-CC    PIC 9(02) VALUE 08.
002531     05  CIPH-RCTL-CC         PIC 9(02) VALUE ZERO.
002532     05  CIPH-RCTL-BUS-DATE   PIC 9(08) VALUE ZERO.
002533     05  CIPH-RCTL-DATE       PIC 9(08) VALUE ZERO.
002534     05  CIPH-RCTL-TIME       PIC 9(08) VALUE ZERO.
002535     05  CIPH-RCTL-FIND-ID    PIC X(16) VALUE SPACES.
002536     05  CIPH-RCTL-FIND-NAME REDEFINES CIPH-RCTL-FIND-ID.
002537         10  CIPH-RCTL-FIND-PROGRAM PIC X(08).
002538         10  CIPH-RCTL-FIND-SOURCE PIC X(08).
002539     05  CIPH-RCTL-STEP-NAME  PIC X(17) VALUE SPACES.
002540     05  CIPH-RCTL-MISSING    PIC X(40) VALUE SPACES.
002541     05  CIPH-RCTL-MESSAGE    PIC X(100) VALUE SPACES.
002542     05  CIPH-RCTL-NEED-SW    PIC X(01) VALUE 'E'.
002543         88  CIPH-RCTL-NEED-EITHER      VALUE 'E'.
002544         88  CIPH-RCTL-NEED-BOTH        VALUE 'B'.
002545     05  CIPH-RCTL-MET-SW     PIC X(01) VALUE 'N'.
002546         88  CIPH-RCTL-PREREQ-MET       VALUE 'Y'.
002547     05  CIPH-RCTL-DONE-SW    PIC X(01) VALUE 'N'.
002548         88  CIPH-RCTL-STEP-DONE        VALUE 'Y'.
002549     05  CIPH-RCTL-REWORK-SW  PIC X(01) VALUE 'N'.
002550         88  CIPH-RCTL-REWORK           VALUE 'Y'.
002551 77  CIPH-RCTL-IDX            PIC S9(04) COMP VALUE ZERO.
002552 77  CIPH-RCTL-FOUND-IDX      PIC S9(04) COMP VALUE ZERO.
002553 77  CIPH-RCTL-STEP-IDX       PIC S9(04) COMP VALUE ZERO.
002554 LINKAGE SECTION.
002555*-----------------------------------------------------------------
002556* CIPH-PARM-AREA - THE JCL PARM CARD (OR EQUIVALENT CONTROL-CARD
002557* INPUT). A FIXED-COLUMN CONTROL CARD IN THE CLASSIC STYLE:
002558*    COLS  1-10  OPERATION  (ENCRYPT/DECRYPT/SOLVE/VIGENC/
002559*                            VIGDEC/VIGSOLVE)
002560*    COLS 11-12  SHIFT      (01-25, SPACES/ZERO = USE PER-RECORD
002561*                            SHIFT KEY FROM THE INPUT DATASET)
002570*    COLS 13-38  KEYWORD    (VIGENC/VIGDEC ONLY)
002580*    COLS 39-46  DSNAME     (INPUT DD NAME, BLANK = CIPHIN)
002581*    COLS 47-51  MAX REJECTS (ABSOLUTE REJECT LIMIT FOR THE
002740*=================================================================
002750 0000-MAINLINE.
002760     PERFORM 0500-PARSE-PARM THRU 0500-EXIT.
002765     PERFORM 0800-CHECK-RUN-CONTROL THRU 0800-EXIT.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     PERFORM 2000-PROCESS-FILE THRU 2000-EXIT
002790         UNTIL CIPH-EOF.
002800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002810     PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
002811     PERFORM 8500-WRITE-CONTROL THRU 8500-EXIT.
002815     PERFORM 8600-STAMP-RUN-CONTROL THRU 8600-EXIT.
002820     GO TO 9999-EXIT.
002830*-----------------------------------------------------------------
002840* 0500-PARSE-PARM - PICK UP THE OPERATION, SHIFT, KEYWORD AND
003119         END-IF
003120     END-IF.
003121 0500-EXIT.
003122     EXIT.
003123*-----------------------------------------------------------------
003124* 0800-CHECK-RUN-CONTROL - BEFORE ANY DATASET IS OPENED, MAKE
003125* SURE THIS STEP MAY RUN FOR THE CURRENT BUSINESS DATE: ITS
003126* PREREQUISITE MUST HAVE COMPLETED, AND THE STEP ITSELF MUST NOT
003127* HAVE COMPLETED ALREADY (UNLESS ITS RERUN-AFTER STEP HAS SINCE
003128* COMPLETED AGAIN - A FRESH REWORK CYCLE). A REFUSED STEP ENDS
003129* CC=16 WITHOUT TOUCHING ANYTHING; ONE THAT MAY RUN IS MARKED
003130* STARTED.
003131*-----------------------------------------------------------------
003132 0800-CHECK-RUN-CONTROL.
003133     MOVE CIPH-INPUT-DSNAME TO CIPH-RCTL-SOURCE.
003134     IF CIPH-RCTL-SOURCE = "RWRKIN"
003135         MOVE "CIPHRWRK" TO CIPH-RCTL-PREREQ-1-PGM
003136         MOVE "CIPHRWRK" TO CIPH-RCTL-RERUN-PGM
003137     ELSE
003138         MOVE "CIPHEDIT" TO CIPH-RCTL-PREREQ-1-PGM
003139     END-IF.
003140     MOVE CIPH-RCTL-STEP-ID TO CIPH-RCTL-FIND-ID.
003141     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
003142     OPEN I-O CIPH-RCTL-FILE.
003143     IF CIPH-RCTL-STATUS NOT = "00"
003144         DISPLAY "*** UNABLE TO OPEN RUN CONTROL, STATUS="
003145             CIPH-RCTL-STATUS " ***"
003146         MOVE 12 TO CIPH-RETURN-CODE
003147         GO TO 9999-EXIT
003148     END-IF.
003149     MOVE ZERO TO RCT-BUS-DATE.
003150     READ CIPH-RCTL-FILE
003151         INVALID KEY
003152             MOVE "23" TO CIPH-RCTL-STATUS
003153     END-READ.
003154     IF CIPH-RCTL-STATUS NOT = "00"
003155         MOVE "NO BUSINESS DATE IS OPEN ON THE RUN CONTROL"
003156             TO CIPH-RCTL-MESSAGE
003157         GO TO 0800-REFUSE
003158     END-IF.
003159     MOVE RCT-CURRENT-DATE TO CIPH-RCTL-BUS-DATE.
003160     MOVE CIPH-RCTL-BUS-DATE TO RCT-BUS-DATE.
003161     READ CIPH-RCTL-FILE
003162         INVALID KEY
003163             MOVE "23" TO CIPH-RCTL-STATUS
003164     END-READ.
003165     IF CIPH-RCTL-STATUS NOT = "00"
003166         STRING "BUSINESS DATE " CIPH-RCTL-BUS-DATE
003167             " IS NOT ON THE RUN CONTROL"
003168             DELIMITED BY SIZE INTO CIPH-RCTL-MESSAGE
003169         END-STRING
003170         GO TO 0800-REFUSE
003171     END-IF.
003172     IF RCT-STEP-COUNT NOT NUMERIC
003173         MOVE ZERO TO RCT-STEP-COUNT
003174     END-IF.
003175     MOVE CIPH-RCTL-STEP-ID TO CIPH-RCTL-FIND-ID.
003176     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
003177     MOVE CIPH-RCTL-FOUND-IDX TO CIPH-RCTL-STEP-IDX.
003178     IF CIPH-RCTL-STEP-IDX > ZERO
003179         IF RCT-STEP-COMPLETE (CIPH-RCTL-STEP-IDX)
003180             PERFORM 0830-CHECK-REWORK THRU 0830-EXIT
003181             IF NOT CIPH-RCTL-REWORK
003182                 STRING CIPH-RCTL-STEP-NAME DELIMITED BY SPACE
003183                     " ALREADY COMPLETED FOR BUSINESS DATE "
003184                     CIPH-RCTL-BUS-DATE " - RERUN REFUSED"
003185                     DELIMITED BY SIZE INTO CIPH-RCTL-MESSAGE
003186                 END-STRING
003187                 GO TO 0800-REFUSE
003188             END-IF
003189         END-IF
003190     END-IF.
003191     PERFORM 0820-CHECK-PREREQ THRU 0820-EXIT.
003192     IF NOT CIPH-RCTL-PREREQ-MET
003193         STRING "RUN OUT OF ORDER - "
003194             CIPH-RCTL-MISSING DELIMITED BY "  "
003195             " NOT COMPLETE FOR BUSINESS DATE "
003196             CIPH-RCTL-BUS-DATE DELIMITED BY SIZE
003197             INTO CIPH-RCTL-MESSAGE
003198         END-STRING
003199         GO TO 0800-REFUSE
003200     END-IF.
003201     IF CIPH-RCTL-STEP-IDX = ZERO
003202         IF RCT-STEP-COUNT NOT < 30
003203             STRING "NO ROOM FOR ANOTHER STEP ON BUSINESS DATE "
003204                 CIPH-RCTL-BUS-DATE
003205                 DELIMITED BY SIZE INTO CIPH-RCTL-MESSAGE
003206             END-STRING
003207             GO TO 0800-REFUSE
003208         END-IF
003209         ADD 1 TO RCT-STEP-COUNT
003210         MOVE RCT-STEP-COUNT TO CIPH-RCTL-STEP-IDX
003211         MOVE CIPH-RCTL-STEP-ID
003212             TO RCT-STEP-ID (CIPH-RCTL-STEP-IDX)
003213     END-IF.
003214     SET RCT-STEP-STARTED (CIPH-RCTL-STEP-IDX) TO TRUE.
003215     MOVE ZERO TO RCT-STEP-CC (CIPH-RCTL-STEP-IDX).
003216     ACCEPT CIPH-RCTL-DATE FROM DATE YYYYMMDD.
003217     ACCEPT CIPH-RCTL-TIME FROM TIME.
003218     MOVE CIPH-RCTL-DATE TO RCT-STEP-DATE (CIPH-RCTL-STEP-IDX).
003219     MOVE CIPH-RCTL-TIME TO RCT-STEP-TIME (CIPH-RCTL-STEP-IDX).
003220     REWRITE CIPH-RCTL-RECORD
003221         INVALID KEY
003222             MOVE "99" TO CIPH-RCTL-STATUS
003223     END-REWRITE.
003224     CLOSE CIPH-RCTL-FILE.
003225     IF CIPH-RCTL-STATUS NOT = "00"
003226         DISPLAY "*** RUN CONTROL UPDATE FAILED, STATUS="
003227             CIPH-RCTL-STATUS " ***"
003228         MOVE 12 TO CIPH-RETURN-CODE
003229         GO TO 9999-EXIT
003230     END-IF.
003231     GO TO 0800-EXIT.
003232 0800-REFUSE.
003233     CLOSE CIPH-RCTL-FILE.
003234     MOVE CIPH-RCTL-STEP-ID TO CIPH-RCTL-FIND-ID.
003235     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
003236     DISPLAY "*** " CIPH-RCTL-MESSAGE.
003237     DISPLAY "*** " CIPH-RCTL-STEP-NAME
003238         " REFUSED BY THE RUN CONTROL - NOTHING PROCESSED ***".
003239     MOVE 16 TO CIPH-RETURN-CODE.
003240     GO TO 9999-EXIT.
003241 0800-EXIT.
003242     EXIT.
003243*-----------------------------------------------------------------
003244* 0810-FIND-STEP - LOCATE CIPH-RCTL-FIND-ID AMONG THE STEPS
003245* RECORDED FOR THE BUSINESS DATE. CIPH-RCTL-FOUND-IDX IS ZERO IF
003246* IT IS NOT THERE.
003247*-----------------------------------------------------------------
003248 0810-FIND-STEP.
003249     MOVE ZERO TO CIPH-RCTL-FOUND-IDX.
003250     PERFORM 0815-MATCH-STEP THRU 0815-EXIT
003251         VARYING CIPH-RCTL-IDX FROM 1 BY 1
003252             UNTIL CIPH-RCTL-IDX > RCT-STEP-COUNT
003253                 OR CIPH-RCTL-FOUND-IDX > ZERO.
003254 0810-EXIT.
003255     EXIT.
003256 0815-MATCH-STEP.
003257     IF RCT-STEP-ID (CIPH-RCTL-IDX) = CIPH-RCTL-FIND-ID
003258         MOVE CIPH-RCTL-IDX TO CIPH-RCTL-FOUND-IDX
003259     END-IF.
003260 0815-EXIT.
003261     EXIT.
003262*-----------------------------------------------------------------
003263* 0820-CHECK-PREREQ - THE PREREQUISITE IS MET WHEN EITHER STEP
003264* NAMED HAS COMPLETED (OR, FOR CIPH-RCTL-NEED-BOTH, BOTH HAVE). NO
003265* PREREQUISITE NAMED MEANS NONE IS NEEDED.
003266*-----------------------------------------------------------------
003267 0820-CHECK-PREREQ.
003268     SET CIPH-RCTL-PREREQ-MET TO TRUE.
003269     MOVE SPACES TO CIPH-RCTL-MISSING.
003270     IF CIPH-RCTL-PREREQ-1 = SPACES
003271         GO TO 0820-EXIT
003272     END-IF.
003273     MOVE CIPH-RCTL-PREREQ-1 TO CIPH-RCTL-FIND-ID.
003274     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
003275     IF CIPH-RCTL-STEP-DONE
003276         IF CIPH-RCTL-NEED-EITHER OR CIPH-RCTL-PREREQ-2 = SPACES
003277             GO TO 0820-EXIT
003278         END-IF
003279     ELSE
003280         PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT
003281         MOVE CIPH-RCTL-STEP-NAME TO CIPH-RCTL-MISSING
003282         IF CIPH-RCTL-NEED-BOTH OR CIPH-RCTL-PREREQ-2 = SPACES
003283             MOVE "N" TO CIPH-RCTL-MET-SW
003284             GO TO 0820-EXIT
003285         END-IF
003286     END-IF.
003287     MOVE CIPH-RCTL-PREREQ-2 TO CIPH-RCTL-FIND-ID.
003288     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
003289     IF CIPH-RCTL-STEP-DONE
003290         GO TO 0820-EXIT
003291     END-IF.
003292     MOVE "N" TO CIPH-RCTL-MET-SW.
003293     PERFORM 0840-FORMAT-STEP-NAME THRU 0840-EXIT.
003294     IF CIPH-RCTL-MISSING = SPACES
003295         MOVE CIPH-RCTL-STEP-NAME TO CIPH-RCTL-MISSING
003296     ELSE
003297         STRING CIPH-RCTL-MISSING DELIMITED BY SPACE
003298             " OR " DELIMITED BY SIZE
003299             CIPH-RCTL-STEP-NAME DELIMITED BY SPACE
003300             INTO CIPH-RCTL-MESSAGE
003301         END-STRING
003302         MOVE CIPH-RCTL-MESSAGE TO CIPH-RCTL-MISSING
003303         MOVE SPACES TO CIPH-RCTL-MESSAGE
003304     END-IF.
003305 0820-EXIT.
003306     EXIT.
003307 0825-TEST-COMPLETE.
003308     MOVE "N" TO CIPH-RCTL-DONE-SW.
003309     PERFORM 0810-FIND-STEP THRU 0810-EXIT.
003310     IF CIPH-RCTL-FOUND-IDX > ZERO
003311         IF RCT-STEP-COMPLETE (CIPH-RCTL-FOUND-IDX)
003312             SET CIPH-RCTL-STEP-DONE TO TRUE
003313         END-IF
003314     END-IF.
003315 0825-EXIT.
003316     EXIT.
003317*-----------------------------------------------------------------
003318* 0830-CHECK-REWORK - A COMPLETED STEP MAY RUN AGAIN ONLY WHEN ITS
003319* RERUN-AFTER STEP HAS COMPLETED LATER THAN IT DID.
003320*-----------------------------------------------------------------
003321 0830-CHECK-REWORK.
003322     MOVE "N" TO CIPH-RCTL-REWORK-SW.
003323     IF CIPH-RCTL-RERUN-AFTER = SPACES
003324         GO TO 0830-EXIT
003325     END-IF.
003326     MOVE CIPH-RCTL-RERUN-AFTER TO CIPH-RCTL-FIND-ID.
003327     PERFORM 0825-TEST-COMPLETE THRU 0825-EXIT.
003328     IF CIPH-RCTL-STEP-DONE
003329         IF RCT-STEP-STAMP (CIPH-RCTL-FOUND-IDX) >
003330             RCT-STEP-STAMP (CIPH-RCTL-STEP-IDX)
003331             SET CIPH-RCTL-REWORK TO TRUE
003332         END-IF
003333     END-IF.
003334 0830-EXIT.
003335     EXIT.
003336*-----------------------------------------------------------------
003337* 0840-FORMAT-STEP-NAME - PROGRAM/SOURCE OF CIPH-RCTL-FIND-ID FOR
003338* THE OPERATOR MESSAGES.
003339*-----------------------------------------------------------------
003340 0840-FORMAT-STEP-NAME.
003341     MOVE SPACES TO CIPH-RCTL-STEP-NAME.
003342     IF CIPH-RCTL-FIND-SOURCE = SPACES
003343         MOVE CIPH-RCTL-FIND-PROGRAM TO CIPH-RCTL-STEP-NAME
003344     ELSE
003345         STRING CIPH-RCTL-FIND-PROGRAM DELIMITED BY SPACE
003346             "/" DELIMITED BY SIZE
003347             CIPH-RCTL-FIND-SOURCE DELIMITED BY SPACE
003348             INTO CIPH-RCTL-STEP-NAME
003349         END-STRING
003350     END-IF.
003351 0840-EXIT.
003352     EXIT.
003353*-----------------------------------------------------------------
003354* 1000-INITIALIZE - OPEN THE INPUT AND OUTPUT DATASETS, RESTART AT
003355* THE LAST CHECKPOINT IF ONE EXISTS, AND PRIME THE READ.
003356*-----------------------------------------------------------------
003357 1000-INITIALIZE.
003358     MOVE CIPH-KEYWORD TO CIPH-KEYWORD-SAVE.
003359     OPEN INPUT  CIPH-INPUT-FILE.
003360     IF CIPH-INPUT-STATUS NOT = "00"
003361         DISPLAY "*** UNABLE TO OPEN INPUT DATASET, STATUS="
003362             CIPH-INPUT-STATUS " ***"
003363         MOVE 12 TO CIPH-RETURN-CODE
003364         GO TO 9999-EXIT
003365     END-IF.
003366     PERFORM 1050-READ-CHECKPOINT THRU 1050-EXIT.
003367     IF CIPH-CKPT-COUNT > ZERO
003368         OPEN EXTEND CIPH-OUTPUT-FILE
003369         COMPUTE CIPH-REC-COUNT =
003370             CIPH-CKPT-COUNT - CIPH-CKPT-REJECT-COUNT
003371         MOVE CIPH-CKPT-REJECT-COUNT TO CIPH-REJECT-COUNT
003372     ELSE
003373         OPEN OUTPUT CIPH-OUTPUT-FILE
003374     END-IF.
003375     IF CIPH-OUTPUT-STATUS NOT = "00"
003380         DISPLAY "*** UNABLE TO OPEN OUTPUT DATASET, STATUS="
003390             CIPH-OUTPUT-STATUS " ***"
003391         MOVE 12 TO CIPH-RETURN-CODE
003454         OPEN OUTPUT CIPH-SUSP-FILE
003455     END-IF.
003456     ACCEPT CIPH-CURRENT-DATE FROM DATE YYYYMMDD.
003457     ACCEPT CIPH-RUN-TIME-OF-DAY FROM TIME.
003458     MOVE CIPH-CURRENT-DATE TO CIPH-RUN-STAMP-DATE.
003459     MOVE CIPH-RUN-TIME-OF-DAY (1:4) TO CIPH-RUN-STAMP-TIME.
003460     OPEN INPUT CIPH-KEY-FILE.
003461     IF CIPH-KEY-STATUS = "00"
003462         SET CIPH-KEYFILE-AVAIL TO TRUE
003463     ELSE
003464         IF CIPH-KEY-STATUS NOT = "35"
003465             DISPLAY "*** KEY STORE OPEN FAILED, STATUS="
003466                 CIPH-KEY-STATUS " ***"
003467         END-IF
003468     END-IF.
003469     IF CIPH-OPERATION-CODE = "DECRYPT"
003470         OR CIPH-OPERATION-CODE = "VIGDEC"
003471         SET CIPH-ACKGEN-ACTIVE TO TRUE
003472         PERFORM 1088-OPEN-ACK-OUTPUTS THRU 1088-EXIT
003473     END-IF.
003474     PERFORM 1070-LOAD-ROUTE-TABLE THRU 1070-EXIT.
003475     PERFORM 2100-READ-INPUT THRU 2100-EXIT.
003476     IF CIPH-CKPT-COUNT > ZERO
003477         PERFORM 1060-SKIP-COMPLETED THRU 1060-EXIT
003478             VARYING CIPH-SKIP-IDX FROM 1 BY 1
003479                 UNTIL CIPH-SKIP-IDX > CIPH-CKPT-COUNT
003480                     OR CIPH-EOF
003481     END-IF.
003482 1000-EXIT.
003483     EXIT.
003490*-----------------------------------------------------------------
003500* 1050-READ-CHECKPOINT - LOOK FOR A CHECKPOINT LEFT BY A PRIOR RUN
003510* THAT DID NOT REACH END OF JOB. A MISSING CHECKPOINT DATASET
003673             MOVE CKPT-PREC-FLASH TO CIPH-PREC-FLASH-COUNT
003673             MOVE CKPT-PREC-IMMED TO CIPH-PREC-IMMED-COUNT
003673             MOVE CKPT-PREC-ROUTINE TO CIPH-PREC-ROUTINE-COUNT
003674             MOVE CKPT-HELD-COUNT TO CIPH-HELD-COUNT
003675             MOVE CKPT-LIST-COUNT TO CIPH-LIST-COUNT
003676             MOVE CKPT-FANOUT-COUNT TO CIPH-FANOUT-COUNT
003677             MOVE CKPT-ACK-COUNT TO CIPH-ACK-COUNT
003678             MOVE CKPT-NAK-COUNT TO CIPH-NAK-COUNT
003679             MOVE CKPT-EMBARGO-COUNT TO CIPH-EMBARGO-COUNT
003680             PERFORM 1055-RESTORE-SHIFT-COUNT THRU 1055-EXIT
003690                 VARYING CIPH-REPORT-IDX FROM 1 BY 1
003700                     UNTIL CIPH-REPORT-IDX > 25
003914         GO TO 1060-EXIT
003915     END-IF.
003916     MOVE MSG-REC-ID TO CIPH-SKIP-REC-ID.
003917     MOVE MSG-REC-ID TO CIPH-LAST-HDR-ID.
003918     MOVE MSG-DEST-STATION TO CIPH-LAST-HDR-DEST.
003920     PERFORM 2100-READ-INPUT THRU 2100-EXIT.
003921     PERFORM 1065-SKIP-CONTINUATION THRU 1065-EXIT
003922         UNTIL CIPH-EOF
003980* OUT IN SEGMENTS. THE SHIFT KEY TRAVELS WITH EACH MESSAGE SO A
003990* SINGLE BATCH RUN CAN MIX SHIFT VALUES ACROSS THE DAY'S
003991* TRAFFIC. A CONTINUATION SEGMENT WITH NO FIRST SEGMENT AHEAD
003992* OF IT CANNOT BE CIPHERED AND GOES TO SUSPENSE, AS DOES A
003993* MESSAGE ADDRESSED TO A STATION THE STATION MASTER SHOWS AS
003994* CLOSED.
003995*-----------------------------------------------------------------
004000 2000-PROCESS-FILE.
004001     IF NOT MSG-FIRST-SEG
004002         PERFORM 2450-ORPHAN-SEGMENT THRU 2450-EXIT
004003         GO TO 2000-EXIT
004004     END-IF.
004005     PERFORM 2150-ASSEMBLE-MESSAGE THRU 2150-EXIT.
004006     IF CIPH-ASM-STN-CLOSED
004007         ADD 1 TO CIPH-REJECT-COUNT
004008         MOVE "STCL" TO CIPH-REJECT-REASON
004009         DISPLAY "*** MESSAGE " CIPH-ASM-REC-ID " FOR CLOSED "
004010             "STATION " CIPH-ASM-DEST " - TO SUSPENSE ***"
004011         PERFORM 2300-WRITE-SUSPENSE THRU 2300-EXIT
004012         PERFORM 2500-CHECK-BREAKER THRU 2500-EXIT
004013         GO TO 2000-TAKE-CHECKPOINT
004014     END-IF.
004015     MOVE SPACES TO CIPH-OUTPUT-RECORD.
004020     MOVE CIPH-MSG-BUFFER TO inputString.
004021     MOVE CIPH-MSG-LEN    TO CIPH-TEXT-LEN.
004022     SET CIPH-KEYSTORE-NOT-USED TO TRUE.
004247         ELSE
004250             PERFORM 2350-WRITE-OUTPUT-SEGS THRU 2350-EXIT
004251             PERFORM 2370-TALLY-DEST THRU 2370-EXIT
004256             IF CIPH-ACKGEN-ACTIVE
004261                 SET CIPH-ACK-IS-ACK TO TRUE
004266                 PERFORM 2390-WRITE-ACK-CARD THRU 2390-EXIT
004271             END-IF
004280             ADD 1 TO CIPH-REC-COUNT
004290             PERFORM 2050-TALLY-SHIFT THRU 2050-EXIT
004291             PERFORM 2055-TALLY-PREC THRU 2055-EXIT
004292         END-IF
004300     END-IF.
004305 2000-TAKE-CHECKPOINT.
004310     IF MOD(CIPH-REC-COUNT + CIPH-REJECT-COUNT,
004320             CIPH-CHECKPOINT-INTERVAL) = ZERO
004330         PERFORM 7100-WRITE-CHECKPOINT THRU 7100-EXIT
004690 2100-EXIT.
004700     EXIT.
004710*-----------------------------------------------------------------
004711* 8600-STAMP-RUN-CONTROL - RECORD HOW THIS STEP ENDED AGAINST THE
004712* BUSINESS DATE IT WAS CHECKED IN UNDER: COMPLETE BELOW THE FAIL
004713* LEVEL, FAILED AT OR OVER IT. A FAILURE TO STAMP IS REPORTED AND
004714* ENDS THE STEP CC=8 AT LEAST.
004715*-----------------------------------------------------------------
004716 8600-STAMP-RUN-CONTROL.
004717     MOVE CIPH-RETURN-CODE TO CIPH-RCTL-CC.
004718     IF CIPH-RCTL-CC = ZERO
004719         EVALUATE TRUE
004720             WHEN CIPH-ABORTED
004721                 MOVE 8 TO CIPH-RCTL-CC
004722             WHEN CIPH-REJECT-COUNT > ZERO
004723                 MOVE 4 TO CIPH-RCTL-CC
004724         END-EVALUATE
004725     END-IF.
004726     OPEN I-O CIPH-RCTL-FILE.
004727     IF CIPH-RCTL-STATUS NOT = "00"
004728         DISPLAY "*** RUN CONTROL NOT STAMPED, STATUS="
004729             CIPH-RCTL-STATUS " ***"
004730         GO TO 8600-FAILED
004731     END-IF.
004732     MOVE CIPH-RCTL-BUS-DATE TO RCT-BUS-DATE.
004733     READ CIPH-RCTL-FILE
004734         INVALID KEY
004735             MOVE "23" TO CIPH-RCTL-STATUS
004736     END-READ.
004737     IF CIPH-RCTL-STATUS = "00"
004738         MOVE CIPH-RCTL-STEP-ID TO CIPH-RCTL-FIND-ID
004739         PERFORM 0810-FIND-STEP THRU 0810-EXIT
004740         MOVE CIPH-RCTL-FOUND-IDX TO CIPH-RCTL-STEP-IDX
004741     END-IF.
004742     IF CIPH-RCTL-STATUS NOT = "00" OR CIPH-RCTL-STEP-IDX = ZERO
004743         DISPLAY "*** RUN CONTROL NOT STAMPED - STEP NOT FOUND "
004744             "FOR BUSINESS DATE " CIPH-RCTL-BUS-DATE " ***"
004745         CLOSE CIPH-RCTL-FILE
004746         GO TO 8600-FAILED
004747     END-IF.
004748     IF CIPH-RCTL-CC < CIPH-RCTL-FAIL-CC
004749         SET RCT-STEP-COMPLETE (CIPH-RCTL-STEP-IDX) TO TRUE
004750     ELSE
004751         SET RCT-STEP-FAILED (CIPH-RCTL-STEP-IDX) TO TRUE
004752     END-IF.
004753     MOVE CIPH-RCTL-CC TO RCT-STEP-CC (CIPH-RCTL-STEP-IDX).
004754     ACCEPT CIPH-RCTL-DATE FROM DATE YYYYMMDD.
004755     ACCEPT CIPH-RCTL-TIME FROM TIME.
004756     MOVE CIPH-RCTL-DATE TO RCT-STEP-DATE (CIPH-RCTL-STEP-IDX).
004757     MOVE CIPH-RCTL-TIME TO RCT-STEP-TIME (CIPH-RCTL-STEP-IDX).
004758     REWRITE CIPH-RCTL-RECORD
004759         INVALID KEY
004760             MOVE "99" TO CIPH-RCTL-STATUS
004761     END-REWRITE.
004762     CLOSE CIPH-RCTL-FILE.
004763     IF CIPH-RCTL-STATUS NOT = "00"
004764         DISPLAY "*** RUN CONTROL NOT STAMPED, STATUS="
004765             CIPH-RCTL-STATUS " ***"
004766         GO TO 8600-FAILED
004767     END-IF.
004768     GO TO 8600-EXIT.
004769 8600-FAILED.
004770     IF CIPH-RETURN-CODE < 8
004771         MOVE 8 TO CIPH-RETURN-CODE
004772     END-IF.
004773 8600-EXIT.
004774     EXIT.
004775*-----------------------------------------------------------------
004776* 9000-TERMINATE - CLOSE THE DATASETS BEFORE THE JOB STEP ENDS.
004777* AN ABORTED RUN KEEPS ITS FINAL CHECKPOINT SO THE RESTART
004778* RESUMES FROM WHERE THE CIRCUIT BREAKER STOPPED IT; ONLY A RUN
004779* THAT REACHED END OF FILE CLEARS THE CHECKPOINT.
004780*-----------------------------------------------------------------
004781 9000-TERMINATE.
004782     IF CIPH-ROUTING-ACTIVE
004783         IF CIPH-ABORTED
004784             CLOSE CIPH-RTMP-FILE
004785         ELSE
004786             PERFORM 2380-FLUSH-ROUTINE-SPILL THRU 2380-EXIT
004787         END-IF
004788     END-IF.
004789     CLOSE CIPH-INPUT-FILE.
004790     CLOSE CIPH-OUTPUT-FILE.
004791     CLOSE CIPH-FLASH-FILE.
004792     CLOSE CIPH-LOG-FILE.
004793     IF CIPH-KEYFILE-AVAIL
004794         CLOSE CIPH-KEY-FILE
004795     END-IF.
004796     CLOSE CIPH-SUSP-FILE.
004797     IF CIPH-ROUTING-ACTIVE
004798         CLOSE CIPH-ROUTE1-FILE
004799         CLOSE CIPH-ROUTE2-FILE
004800         CLOSE CIPH-ROUTE3-FILE
004801         CLOSE CIPH-DFLT-FILE
004802         CLOSE CIPH-HELD-FILE
004803         CLOSE CIPH-EMBG-FILE
004804     END-IF.
004805     IF CIPH-ACKGEN-ACTIVE
004806         CLOSE CIPH-ACK1-FILE
004807         CLOSE CIPH-ACK2-FILE
004808         CLOSE CIPH-ACK3-FILE
004809         CLOSE CIPH-ACKD-FILE
004810     END-IF.
004811     IF NOT CIPH-ABORTED
004812         PERFORM 7150-CLEAR-CHECKPOINT THRU 7150-EXIT
004813     END-IF.
004814 9000-EXIT.
004815     EXIT.
004816*-----------------------------------------------------------------
004820* 9999-EXIT - SINGLE PROGRAM EXIT POINT. AN OPEN FAILURE HAS
004821* ALREADY SET 12 BY THE TIME CONTROL REACHES HERE; OTHERWISE
004822* THE CODE IS DECIDED BY WHAT THE RUN DID: 8 ABORTED ON THE
004993     MOVE CIPH-PREC-FLASH-COUNT TO CKPT-PREC-FLASH.
004993     MOVE CIPH-PREC-IMMED-COUNT TO CKPT-PREC-IMMED.
004993     MOVE CIPH-PREC-ROUTINE-COUNT TO CKPT-PREC-ROUTINE.
004994     MOVE CIPH-HELD-COUNT   TO CKPT-HELD-COUNT.
004995     MOVE CIPH-LIST-COUNT   TO CKPT-LIST-COUNT.
004996     MOVE CIPH-FANOUT-COUNT TO CKPT-FANOUT-COUNT.
004997     MOVE CIPH-ACK-COUNT    TO CKPT-ACK-COUNT.
004998     MOVE CIPH-NAK-COUNT    TO CKPT-NAK-COUNT.
004999     MOVE CIPH-EMBARGO-COUNT TO CKPT-EMBARGO-COUNT.
005000     MOVE SPACES TO CKPT-DEST-TALLY.
005001     PERFORM 7110-SAVE-SHIFT-COUNT THRU 7110-EXIT
005010         VARYING CIPH-REPORT-IDX FROM 1 BY 1
005020             UNTIL CIPH-REPORT-IDX > 25.
005021     PERFORM 7120-SAVE-DEST-COUNT THRU 7120-EXIT
005405                 UNTIL CIPH-DEST-IDX > CIPH-DEST-USED
005406         DISPLAY "    DEFAULT/EXCEPTIONS . . . . : "
005407             CIPH-DFLT-COUNT
005408         DISPLAY "    HELD (STATION SUSPENDED) . : "
005409             CIPH-HELD-COUNT
005410         DISPLAY "    HELD UNDER EMBARGO . . . . : "
005411             CIPH-EMBARGO-COUNT
005412         DISPLAY "    LIST-ADDRESSED MESSAGES  . : "
005413             CIPH-LIST-COUNT
005414         DISPLAY "    EXTRA LIST COPIES (FAN-OUT): "
005415             CIPH-FANOUT-COUNT
005416     END-IF.
005417     IF CIPH-ACKGEN-ACTIVE
005418         DISPLAY "  RECEIPTS TO SENDING STATIONS:"
005419         DISPLAY "    ACK (DECIPHERED CLEAN) . . : "
005420             CIPH-ACK-COUNT
005421         DISPLAY "    NAK (REJECTED TO SUSPENSE) : "
005422             CIPH-NAK-COUNT
005423     END-IF.
005424     DISPLAY "  CIPHERED VIA KEY STORE . . . : "
005425         CIPH-KEYSTORE-COUNT.
005426     DISPLAY "  BREAKDOWN BY PRECEDENCE:".
005427     DISPLAY "    FLASH  . . . . . . . . . . : "
005428         CIPH-PREC-FLASH-COUNT.
005429     DISPLAY "    IMMEDIATE  . . . . . . . . : "
005430         CIPH-PREC-IMMED-COUNT.
005431     DISPLAY "    ROUTINE  . . . . . . . . . : "
005432         CIPH-PREC-ROUTINE-COUNT.
005433     DISPLAY "  BREAKDOWN BY SHIFT VALUE USED:".
005434     PERFORM 8010-PRINT-SHIFT-LINE THRU 8010-EXIT
005435         VARYING CIPH-REPORT-IDX FROM 1 BY 1
005440             UNTIL CIPH-REPORT-IDX > 25.
005450     DISPLAY "=======================================".
005460 8000-EXIT.
005570         MOVE "DEFAULT" TO CIPH-CTL-NAME
005571         MOVE CIPH-DFLT-COUNT TO CIPH-CTL-VALUE
005572         PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT
005573         MOVE "HELD" TO CIPH-CTL-NAME
005574         MOVE CIPH-HELD-COUNT TO CIPH-CTL-VALUE
005575         PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT
005576         MOVE "EMBARGO" TO CIPH-CTL-NAME
005577         MOVE CIPH-EMBARGO-COUNT TO CIPH-CTL-VALUE
005578         PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT
005579         MOVE "LISTMSG" TO CIPH-CTL-NAME
005580         MOVE CIPH-LIST-COUNT TO CIPH-CTL-VALUE
005581         PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT
005582         MOVE "FANOUT" TO CIPH-CTL-NAME
005583         MOVE CIPH-FANOUT-COUNT TO CIPH-CTL-VALUE
005584         PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT
005585         PERFORM 8520-WRITE-DEST-ROW THRU 8520-EXIT
005586             VARYING CIPH-DEST-IDX FROM 1 BY 1
005587                 UNTIL CIPH-DEST-IDX > CIPH-DEST-USED
005588     END-IF.
005589     IF CIPH-ACKGEN-ACTIVE
005590         MOVE "INBOUND" TO CIPH-CTL-NAME
005591         COMPUTE CIPH-CTL-VALUE =
005592             CIPH-REC-COUNT + CIPH-REJECT-COUNT
005593         PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT
005594         MOVE "ACKSENT" TO CIPH-CTL-NAME
005595         MOVE CIPH-ACK-COUNT TO CIPH-CTL-VALUE
005596         PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT
005597         MOVE "NAKSENT" TO CIPH-CTL-NAME
005598         MOVE CIPH-NAK-COUNT TO CIPH-CTL-VALUE
005599         PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT
005600     END-IF.
005601     CLOSE CIPH-CTL-FILE.
005602 8500-EXIT.
005603     EXIT.
005604 8510-WRITE-CTL-ROW.
005605     MOVE SPACES TO CIPH-CTL-RECORD.
005606     MOVE "CEASARCP" TO CTL-PROGRAM.
005607     MOVE CIPH-CURRENT-DATE TO CTL-RUN-DATE.
005608     MOVE CIPH-INPUT-DSNAME TO CTL-SOURCE.
005609     MOVE CIPH-CTL-NAME TO CTL-COUNT-NAME.
005610     MOVE CIPH-CTL-VALUE TO CTL-COUNT-VALUE.
005611     WRITE CIPH-CTL-RECORD.
005612 8510-EXIT.
005613     EXIT.
005614 8520-WRITE-DEST-ROW.
005615     MOVE "DEST" TO CIPH-CTL-NAME.
005616     MOVE CIPH-DST-STATION (CIPH-DEST-IDX)
005617         TO CIPH-CTL-NAME (6:3).
005618     MOVE CIPH-DST-COUNT (CIPH-DEST-IDX) TO CIPH-CTL-VALUE.
005619     PERFORM 8510-WRITE-CTL-ROW THRU 8510-EXIT.
005620 8520-EXIT.
005621     EXIT.
005622*-----------------------------------------------------------------
005623* ORIGINAL CIPHER PARAGRAPHS
005624*-----------------------------------------------------------------
005625 encrypt.
005626     PERFORM validate-shift.
005627     IF CIPH-SHIFT-INVALID
005628         GO TO encrypt-exit
005629     END-IF.
005630     MOVE Shift TO CIPH-LOG-SHIFT-USED.
005640     MOVE CIPH-TEXT-LEN TO CIPH-LOG-INPUT-LEN.
005660     PERFORM 3000-BUILD-CASE-MASK THRU 3000-EXIT
009230* 7000-WRITE-LOG - APPEND ONE TRANSACTION RECORD TO THE AUDIT LOG
009240* SO THE OPERATIONS DESK CAN RECONCILE DAILY MESSAGE VOLUME AGAINST
009250* HOW MANY ENCRYPT, DECRYPT AND SOLVE CALLS THE JOB ACTUALLY MADE.
009253* A KEY-STORE MESSAGE ALSO LOGS ITS KEY-ID (NEVER THE KEY VALUE)
009256* SO THE KEY INVENTORY CAN SEE WHEN EACH KEY LAST CARRIED TRAFFIC.
009260*-----------------------------------------------------------------
009270 7000-WRITE-LOG.
009280     MOVE SPACES TO CIPH-LOG-RECORD.
009321     END-IF.
009330     MOVE CIPH-LOG-INPUT-LEN  TO LOG-INPUT-LENGTH.
009331     MOVE CIPH-ASM-REC-ID     TO LOG-REC-ID.
009333     IF CIPH-KEYSTORE-USED
009335         MOVE CIPH-ASM-KEY-ID TO LOG-KEY-ID
009337     END-IF.
009340     WRITE CIPH-LOG-RECORD.
009350 7000-EXIT.
009360     EXIT.
009940* MESSAGE CENTER'S SERVICE-LEVEL RULE IS THAT NO MESSAGE MAY BE
009950* DROPPED WITHOUT A TRACEABLE DISPOSITION - THE SUSPENSE RECORD
009960* IS THAT DISPOSITION, AND THE CIPHRWRK JOB IS THE WAY BACK IN.
009963* ON AN INBOUND RUN THE SENDING STATION IS TOLD AS WELL, BY A NAK
009966* CARRYING THE SAME REASON CODE.
009970*-----------------------------------------------------------------
009980 2300-WRITE-SUSPENSE.
009990     MOVE SPACES TO CIPH-SUSP-RECORD.
010053     MOVE ZERO TO SUS-DISP-DATE.
010054     MOVE CIPH-ASM-PREC TO SUS-PRECEDENCE.
010055     MOVE CIPH-ASM-CHECK TO SUS-CHECK-VALUE.
010057     MOVE CIPH-ASM-RELEASE TO SUS-RELEASE-STAMP.
010060     WRITE CIPH-SUSP-RECORD.
010062     IF CIPH-ACKGEN-ACTIVE
010064         SET CIPH-ACK-IS-NAK TO TRUE
010066         PERFORM 2390-WRITE-ACK-CARD THRU 2390-EXIT
010068     END-IF.
010070 2300-EXIT.
010071     EXIT.
010072*-----------------------------------------------------------------
010073* 2390-WRITE-ACK-CARD - ANSWER THE MESSAGE IN HAND WITH ONE ACK OR
010074* NAK CARD (AS CIPH-ACK-KIND-SW SAYS) TO THE SENDING STATION'S
010075* ACKNOWLEDGMENT FILE. THE STATION IS LOOKED UP IN THE TABLE
010076* DIRECTLY RATHER THAN THROUGH 2157-FIND-STATION SO THE ASSEMBLED
010077* MESSAGE'S ROUTE AND STATUS ARE LEFT ALONE. A CARD THAT CANNOT
010078* BE WRITTEN IS REPORTED AND NOT COUNTED, SO THE RECEIPT TOTALS
010079* FAIL TO BALANCE INSTEAD OF HIDING THE LOSS.
010080*-----------------------------------------------------------------
010081 2390-WRITE-ACK-CARD.
010082     MOVE SPACES TO CIPH-ACK-CARD.
010083     MOVE CIPH-ASM-REC-ID TO AKC-REC-ID-NUM.
010084     IF CIPH-ACK-IS-NAK
010085         MOVE "NAK" TO AKC-TYPE
010086         MOVE CIPH-REJECT-REASON TO AKC-REASON
010087     ELSE
010088         MOVE "ACK" TO AKC-TYPE
010089     END-IF.
010090     MOVE CIPH-ASM-DEST TO AKC-STATION.
010091     MOVE CIPH-CURRENT-DATE TO AKC-DATE.
010092     MOVE ZERO TO CIPH-ACK-ROUTE.
010093     IF CIPH-ASM-DEST NOT = SPACES
010094         PERFORM 2391-MATCH-ACK-STATION THRU 2391-EXIT
010095             VARYING CIPH-ACK-IDX FROM 1 BY 1
010096                 UNTIL CIPH-ACK-IDX > CIPH-ROUTE-USED
010097     END-IF.
010098     EVALUATE CIPH-ACK-ROUTE
010099         WHEN 1
010100             WRITE CIPH-ACK1-RECORD FROM CIPH-ACK-CARD
010101             MOVE CIPH-ACK1-STATUS TO CIPH-ACK-WRITE-STATUS
010102         WHEN 2
010103             WRITE CIPH-ACK2-RECORD FROM CIPH-ACK-CARD
010104             MOVE CIPH-ACK2-STATUS TO CIPH-ACK-WRITE-STATUS
010105         WHEN 3
010106             WRITE CIPH-ACK3-RECORD FROM CIPH-ACK-CARD
010107             MOVE CIPH-ACK3-STATUS TO CIPH-ACK-WRITE-STATUS
010108         WHEN OTHER
010109             WRITE CIPH-ACKD-RECORD FROM CIPH-ACK-CARD
010110             MOVE CIPH-ACKD-STATUS TO CIPH-ACK-WRITE-STATUS
010111     END-EVALUATE.
010112     IF CIPH-ACK-WRITE-STATUS NOT = "00"
010113         DISPLAY "*** " AKC-TYPE " FOR MESSAGE " CIPH-ASM-REC-ID
010114             " NOT WRITTEN, STATUS=" CIPH-ACK-WRITE-STATUS " ***"
010115         GO TO 2390-EXIT
010116     END-IF.
010117     IF CIPH-ACK-IS-NAK
010118         ADD 1 TO CIPH-NAK-COUNT
010119     ELSE
010120         ADD 1 TO CIPH-ACK-COUNT
010121     END-IF.
010122 2390-EXIT.
010123     EXIT.
010124 2391-MATCH-ACK-STATION.
010125     IF CIPH-RTE-STATION (CIPH-ACK-IDX) = CIPH-ASM-DEST
010126         MOVE CIPH-RTE-NUMBER (CIPH-ACK-IDX) TO CIPH-ACK-ROUTE
010127     END-IF.
010128 2391-EXIT.
010129     EXIT.
010130*-----------------------------------------------------------------
010131* 2150-ASSEMBLE-MESSAGE - GATHER ONE LOGICAL MESSAGE INTO THE
010132* ASSEMBLY BUFFER: THE CURRENT FIRST SEGMENT'S HEADER FIELDS
010133* AND TEXT, THEN EVERY CONTINUATION SEGMENT CARRYING THE SAME
010134* MSG-REC-ID. ON EXIT THE FILE BUFFER ALREADY HOLDS THE NEXT
010140* MESSAGE'S FIRST SEGMENT (OR END OF FILE HAS BEEN REACHED),
010150* PRESERVING THE READ-AHEAD THE MAIN LOOP HAS ALWAYS USED.
010160*-----------------------------------------------------------------
010190     MOVE MSG-SHIFT-KEY TO CIPH-ASM-SHIFT-KEY.
010200     MOVE MSG-KEY-ID    TO CIPH-ASM-KEY-ID.
010201     MOVE MSG-DEST-STATION TO CIPH-ASM-DEST.
010202     MOVE MSG-REC-ID    TO CIPH-LAST-HDR-ID.
010203     MOVE MSG-DEST-STATION TO CIPH-LAST-HDR-DEST.
010204     MOVE MSG-PRECEDENCE TO CIPH-ASM-PREC.
010205     IF MSG-CHECK-VALUE NUMERIC
010206         MOVE MSG-CHECK-VALUE TO CIPH-ASM-CHECK
010207     ELSE
010208         MOVE ZERO TO CIPH-ASM-CHECK
010209     END-IF.
010210     PERFORM 2152-TAKE-RELEASE THRU 2152-EXIT.
010211     PERFORM 2155-RESOLVE-ROUTE THRU 2155-EXIT.
010212     MOVE SPACES TO CIPH-MSG-BUFFER.
010220     MOVE ZERO TO CIPH-MSG-LEN.
010230     PERFORM 2160-APPEND-SEGMENT THRU 2160-EXIT.
010240     PERFORM 2100-READ-INPUT THRU 2100-EXIT.
010270             OR NOT MSG-CONT-SEG
010280             OR MSG-REC-ID NOT = CIPH-ASM-REC-ID.
010290 2150-EXIT.
010291     EXIT.
010292*-----------------------------------------------------------------
010293* 2152-TAKE-RELEASE - SAVE THE FIRST SEGMENT'S RELEASE STAMP AND
010294* DECIDE WHETHER THE MESSAGE IS EMBARGOED. ONLY A ROUTED RUN
010295* EMBARGOES - THERE ARE NO STATION COPIES TO HOLD OTHERWISE.
010296*-----------------------------------------------------------------
010297 2152-TAKE-RELEASE.
010298     MOVE "N" TO CIPH-EMBARGO-SW.
010299     IF MSG-RELEASE-DATE NUMERIC
010300         MOVE MSG-RELEASE-DATE TO CIPH-ASM-REL-DATE
010301     ELSE
010302         MOVE ZERO TO CIPH-ASM-REL-DATE
010303     END-IF.
010304     IF MSG-RELEASE-TIME NUMERIC AND CIPH-ASM-REL-DATE > ZERO
010305         MOVE MSG-RELEASE-TIME TO CIPH-ASM-REL-TIME
010306     ELSE
010307         MOVE ZERO TO CIPH-ASM-REL-TIME
010308     END-IF.
010309     IF CIPH-ROUTING-ACTIVE
010310         AND CIPH-ASM-RELEASE > CIPH-RUN-STAMP
010311         SET CIPH-ASM-EMBARGOED TO TRUE
010312     END-IF.
010313 2152-EXIT.
010314     EXIT.
010315*-----------------------------------------------------------------
010320* 2160-APPEND-SEGMENT - ADD THE CURRENT SEGMENT'S TEXT TO THE
010330* ASSEMBLY BUFFER. A SEGMENT LENGTH OUTSIDE 1-128 IS TAKEN AS
010340* THE FULL SEGMENT, AND TEXT BEYOND THE 4000-CHARACTER MESSAGE
010600*-----------------------------------------------------------------
010610* 2350-WRITE-OUTPUT-SEGS - WRITE THE CIPHERED MESSAGE BACK OUT
010620* AS ONE FIRST SEGMENT AND AS MANY CONTINUATIONS AS THE TEXT
010624* NEEDS, EACH RECORD CUT TO ITS OWN LENGTH - ONCE TO THE MASTER
010628* OUTPUT, THEN ONE WHOLE COPY PER FAN-TABLE ENTRY TO THAT
010632* COPY'S ROUTING, SO TWO COPIES BOUND FOR THE SAME DATASET SIT
010636* ONE BEHIND THE OTHER RATHER THAN INTERLEAVED.
010640*-----------------------------------------------------------------
010650 2350-WRITE-OUTPUT-SEGS.
010660     MOVE ZERO TO CIPH-OUT-POS.
010680     PERFORM 2360-WRITE-ONE-SEG THRU 2360-EXIT
010690         UNTIL CIPH-OUT-POS >= CIPH-MSG-LEN
010700             AND NOT CIPH-OUT-FIRST-PENDING.
010702     PERFORM 2361-ROUTE-ONE-COPY THRU 2361-EXIT
010704         VARYING CIPH-FAN-IDX FROM 1 BY 1
010706             UNTIL CIPH-FAN-IDX > CIPH-FAN-USED.
010710 2350-EXIT.
010720     EXIT.
010723*-----------------------------------------------------------------
010726* 2358-BUILD-OUT-SEG - CUT THE NEXT OUTPUT SEGMENT FROM THE
010729* CIPHERED TEXT AT CIPH-OUT-POS INTO THE OUTPUT RECORD.
010732*-----------------------------------------------------------------
010735 2358-BUILD-OUT-SEG.
010740     COMPUTE CIPH-OUT-REMAIN = CIPH-MSG-LEN - CIPH-OUT-POS.
010750     IF CIPH-OUT-REMAIN > 128
010760         MOVE 128 TO CIPH-OUT-SEGLEN
010920             TO OUT-SEG-TEXT (1:CIPH-OUT-SEGLEN)
010930     END-IF.
010940     COMPUTE CIPH-OUTPUT-REC-LEN = 20 + CIPH-OUT-SEGLEN.
010941 2358-EXIT.
010942     EXIT.
010943*-----------------------------------------------------------------
010944* 2360-WRITE-ONE-SEG - ONE MASTER OUTPUT SEGMENT. A FLASH
010945* MESSAGE ALSO GOES, ONCE, TO THE FLASH OUTPUT WHEN AT LEAST ONE
010946* OF ITS COPIES IS NOT BEING HELD FOR A SUSPENDED STATION AND
010947* THE MESSAGE IS NOT UNDER EMBARGO.
010948*-----------------------------------------------------------------
010949 2360-WRITE-ONE-SEG.
010950     PERFORM 2358-BUILD-OUT-SEG THRU 2358-EXIT.
010951     WRITE CIPH-OUTPUT-RECORD.
010952     IF CIPH-ASM-PREC = "F" AND CIPH-FAN-LIVE > ZERO
010953         AND NOT CIPH-ASM-EMBARGOED
010954         PERFORM 2368-WRITE-FLASH-SEG THRU 2368-EXIT
010955     END-IF.
010956     ADD CIPH-OUT-SEGLEN TO CIPH-OUT-POS.
010957 2360-EXIT.
010958     EXIT.
010959*-----------------------------------------------------------------
010960* 2361-ROUTE-ONE-COPY - WRITE ONE FAN-TABLE ENTRY'S COPY OF THE
010961* MESSAGE, SEGMENT BY SEGMENT, UNDER THAT COPY'S STATION, ROUTE
010962* AND STATUS. NOTHING IS ROUTED WHEN ROUTING IS OFF, AND AN
010963* EMBARGOED COPY GOES TO THE EMBARGO DATASET WHATEVER ITS
010964* STATION'S STATUS - CIPHEREL SETTLES THAT AT RELEASE.
010965*-----------------------------------------------------------------
010966 2361-ROUTE-ONE-COPY.
010967     IF NOT CIPH-ROUTING-ACTIVE
010968         GO TO 2361-EXIT
010969     END-IF.
010970     MOVE CIPH-FAN-STATION (CIPH-FAN-IDX) TO CIPH-CPY-DEST.
010971     MOVE CIPH-FAN-ROUTE (CIPH-FAN-IDX) TO CIPH-ASM-ROUTE.
010972     MOVE CIPH-FAN-STATUS (CIPH-FAN-IDX) TO CIPH-ASM-STN-STATUS.
010973     MOVE ZERO TO CIPH-OUT-POS.
010974     MOVE 'Y' TO CIPH-OUT-FIRST-SW.
010975     PERFORM 2362-ROUTE-COPY-SEG THRU 2362-EXIT
010976         UNTIL CIPH-OUT-POS >= CIPH-MSG-LEN
010977             AND NOT CIPH-OUT-FIRST-PENDING.
010978 2361-EXIT.
010979     EXIT.
010980 2362-ROUTE-COPY-SEG.
010981     PERFORM 2358-BUILD-OUT-SEG THRU 2358-EXIT.
010982     IF CIPH-ASM-EMBARGOED
010983         PERFORM 2366-WRITE-EMBARGO-SEG THRU 2366-EXIT
010984         ADD CIPH-OUT-SEGLEN TO CIPH-OUT-POS
010985         GO TO 2362-EXIT
010986     END-IF.
010987     IF CIPH-ASM-STN-SUSPENDED
010988         PERFORM 2369-WRITE-HELD-SEG THRU 2369-EXIT
010989     ELSE
010990         IF CIPH-ASM-PREC = "F" OR CIPH-ASM-PREC = "I"
010991             PERFORM 2365-WRITE-ROUTED-SEG THRU 2365-EXIT
010992         ELSE
010993             PERFORM 2367-SPILL-ROUTINE-SEG THRU 2367-EXIT
010994         END-IF
010995     END-IF.
010996     ADD CIPH-OUT-SEGLEN TO CIPH-OUT-POS.
010997 2362-EXIT.
010998     EXIT.
010999*-----------------------------------------------------------------
011000* 2450-ORPHAN-SEGMENT - A CONTINUATION SEGMENT ARRIVED WITH NO
011010* FIRST SEGMENT AHEAD OF IT. IT CANNOT BE CIPHERED ON ITS OWN,
011020* SO IT GOES TO SUSPENSE UNDER REASON SEGM AND THE RUN MOVES ON.
011021* THE STATION FIELD OF A CONTINUATION MEANS NOTHING (SEE
011022* CIPHMSG), SO THE ORPHAN TAKES ITS STATION FROM THE LAST FIRST
011023* SEGMENT READ WHEN THAT HEADER CARRIED THE SAME REC-ID, AND IS
011024* OTHERWISE LEFT WITH A BLANK STATION: ITS SUSPENSE RECORD THEN
011025* SHOWS NO STATION AND, ON AN INBOUND RUN, ITS NAK GOES TO THE
011026* DEFAULT RECEIPT FILE (ACKOTD) RATHER THAN TO WHATEVER STATION
011027* THE STRAY FIELD HAPPENED TO NAME.
011030*-----------------------------------------------------------------
011040 2450-ORPHAN-SEGMENT.
011050     MOVE "SEGM" TO CIPH-REJECT-REASON.
011060     MOVE MSG-REC-ID    TO CIPH-ASM-REC-ID.
011070     MOVE MSG-SHIFT-KEY TO CIPH-ASM-SHIFT-KEY.
011080     MOVE MSG-KEY-ID    TO CIPH-ASM-KEY-ID.
011081     IF MSG-REC-ID = CIPH-LAST-HDR-ID
011082         MOVE CIPH-LAST-HDR-DEST TO CIPH-ASM-DEST
011083     ELSE
011084         MOVE SPACES TO CIPH-ASM-DEST
011085     END-IF.
011086     MOVE MSG-PRECEDENCE TO CIPH-ASM-PREC.
011087     IF MSG-CHECK-VALUE NUMERIC
011088         MOVE MSG-CHECK-VALUE TO CIPH-ASM-CHECK
011089     ELSE
011090         MOVE ZERO TO CIPH-ASM-CHECK
011091     END-IF.
011092     PERFORM 2152-TAKE-RELEASE THRU 2152-EXIT.
011093     MOVE SPACES TO CIPH-MSG-BUFFER.
011100     MOVE ZERO TO CIPH-MSG-LEN.
011110     PERFORM 2160-APPEND-SEGMENT THRU 2160-EXIT.
011120     ADD 1 TO CIPH-REJECT-COUNT.
013200 6300-EXIT.
013210     EXIT.
013220*-----------------------------------------------------------------
013226* 1070-LOAD-ROUTE-TABLE - READ THE STATION MASTER INTO THE
013232* STATION/ROUTE TABLE AND OPEN THE ROUTED OUTPUT DATASETS. A
013238* MISSING STATION MASTER (STATUS 35) MEANS ROUTING IS OFF FOR
013244* THIS RUN AND ONLY THE MASTER OUTPUT IS WRITTEN. A STATION
013250* NAMING A DD OTHER THAN CIPHOT1-3 IS REPORTED AND DROPPED SO
013256* A BAD MASTER RECORD SURFACES ON SYSOUT INSTEAD OF MISROUTING
013262* - UNLESS IT IS CLOSED, WHEN ITS DD NO LONGER MATTERS BUT ITS
013268* TRAFFIC MUST STILL BE STOPPED. ON AN INBOUND (DECRYPT/VIGDEC)
013274* RUN THE TABLE ONLY ROUTES THE ACKNOWLEDGMENT CARDS: RECOVERED
013280* PLAINTEXT IS NEVER WRITTEN TO THE OUTBOUND STATION FILES.
013290*-----------------------------------------------------------------
013300 1070-LOAD-ROUTE-TABLE.
013310     OPEN INPUT CIPH-STN-FILE.
013320     IF CIPH-STN-STATUS NOT = "00"
013330         IF CIPH-STN-STATUS NOT = "35"
013340             DISPLAY "*** STATION MASTER OPEN FAILED, STATUS="
013350                 CIPH-STN-STATUS " ***"
013360         END-IF
013370         GO TO 1070-EXIT
013380     END-IF.
013390     PERFORM 1075-READ-STATION THRU 1075-EXIT.
013400     PERFORM 1080-STORE-ROUTE-ENTRY THRU 1080-EXIT
013410         UNTIL CIPH-STN-EOF OR CIPH-ROUTE-USED >= 50.
013420     CLOSE CIPH-STN-FILE.
013430     IF CIPH-ROUTE-USED > ZERO
013435         AND NOT CIPH-ACKGEN-ACTIVE
013440         SET CIPH-ROUTING-ACTIVE TO TRUE
013441         PERFORM 1085-OPEN-ROUTED-OUTPUTS THRU 1085-EXIT
013451         PERFORM 1090-LOAD-DIST-LISTS THRU 1090-EXIT
013490     END-IF.
013500 1070-EXIT.
013510     EXIT.
013520 1075-READ-STATION.
013530     READ CIPH-STN-FILE
013540         AT END
013550             SET CIPH-STN-EOF TO TRUE
013560     END-READ.
013570 1075-EXIT.
013580     EXIT.
013590 1080-STORE-ROUTE-ENTRY.
013600     EVALUATE STN-ROUTE-DD
013610         WHEN "CIPHOT1"
013620             MOVE 1 TO CIPH-LOAD-ROUTE
013660         WHEN "CIPHOT2"
013670             MOVE 2 TO CIPH-LOAD-ROUTE
013710         WHEN "CIPHOT3"
013720             MOVE 3 TO CIPH-LOAD-ROUTE
013760         WHEN OTHER
013770             MOVE ZERO TO CIPH-LOAD-ROUTE
013800     END-EVALUATE.
013801     IF CIPH-LOAD-ROUTE = ZERO AND NOT STN-CLOSED
013802         DISPLAY "*** STATION " STN-CODE
013803             " NAMES UNKNOWN DD " STN-ROUTE-DD " - DROPPED ***"
013804     ELSE
013805         ADD 1 TO CIPH-ROUTE-USED
013806         MOVE STN-CODE TO CIPH-RTE-STATION (CIPH-ROUTE-USED)
013807         MOVE CIPH-LOAD-ROUTE TO CIPH-RTE-NUMBER (CIPH-ROUTE-USED)
013808         MOVE STN-STATUS TO CIPH-RTE-STATUS (CIPH-ROUTE-USED)
013809     END-IF.
013810     PERFORM 1075-READ-STATION THRU 1075-EXIT.
013820 1080-EXIT.
013830     EXIT.
013840*-----------------------------------------------------------------
013841* 1090-LOAD-DIST-LISTS - READ THE DISTRIBUTION LIST CARDS INTO
013842* THE LIST TABLE. THE DECK IS OPTIONAL (STATUS 35 = NO NAMED
013843* LISTS). A CARD WITH A BLANK CODE OR MEMBER IS REPORTED AND
013844* DROPPED; MEMBERS ARE CHECKED AGAINST THE STATION MASTER ONLY
013845* WHEN A MESSAGE IS ACTUALLY ADDRESSED TO THE LIST, SO A LIST
013846* CAN NAME A STATION BEFORE IT IS ADDED.
013847*-----------------------------------------------------------------
013848 1090-LOAD-DIST-LISTS.
013849     OPEN INPUT CIPH-DLST-FILE.
013850     IF CIPH-DLST-STATUS NOT = "00"
013851         IF CIPH-DLST-STATUS NOT = "35"
013852             DISPLAY "*** DISTRIBUTION LIST OPEN FAILED, STATUS="
013853                 CIPH-DLST-STATUS " ***"
013854         END-IF
013855         GO TO 1090-EXIT
013856     END-IF.
013857     PERFORM 1095-READ-DIST-CARD THRU 1095-EXIT.
013858     PERFORM 1097-STORE-DIST-CARD THRU 1097-EXIT
013859         UNTIL CIPH-DLST-EOF.
013860     CLOSE CIPH-DLST-FILE.
013861 1090-EXIT.
013862     EXIT.
013863 1095-READ-DIST-CARD.
013864     READ CIPH-DLST-FILE
013865         AT END
013866             SET CIPH-DLST-EOF TO TRUE
013867     END-READ.
013868 1095-EXIT.
013869     EXIT.
013870 1097-STORE-DIST-CARD.
013871     IF DLS-LIST-CODE = SPACES OR DLS-MEMBER = SPACES
013872         DISPLAY "*** DISTRIBUTION LIST CARD " DLS-LIST-CODE
013873             " " DLS-MEMBER " INCOMPLETE - DROPPED ***"
013874     ELSE
013875         IF CIPH-DLIST-USED < 200
013876             ADD 1 TO CIPH-DLIST-USED
013877             MOVE DLS-LIST-CODE TO CIPH-DLT-CODE (CIPH-DLIST-USED)
013878             MOVE DLS-MEMBER TO CIPH-DLT-MEMBER (CIPH-DLIST-USED)
013879         ELSE
013880             DISPLAY "*** MORE THAN 200 DISTRIBUTION LIST CARDS"
013881                 " - " DLS-LIST-CODE " " DLS-MEMBER
013882                 " DROPPED ***"
013883         END-IF
013884     END-IF.
013885     PERFORM 1095-READ-DIST-CARD THRU 1095-EXIT.
013886 1097-EXIT.
013887     EXIT.
013888*-----------------------------------------------------------------
013889* 2155-RESOLVE-ROUTE - BUILD THE FAN TABLE FOR THE ASSEMBLED
013890* MESSAGE: ONE ENTRY PER ROUTED COPY, EACH CARRYING ITS STATION,
013891* ROUTE AND STATION STATUS. ROUTE ZERO MEANS THE DEFAULT/
013892* EXCEPTIONS OUTPUT: A BLANK STATION, A STATION NOT ON THE
013893* TABLE, OR ROUTING SWITCHED OFF ALTOGETHER, ALL OF WHICH READ
013894* AS ACTIVE. A CODE ON THE STATION MASTER IS ALWAYS THAT ONE
013895* STATION; OTHERWISE A CODE ON THE LIST TABLE (OR ALL) FANS OUT
013896* TO ITS MEMBERS, SKIPPING ANY THAT ARE CLOSED. THE FIRST
013897* ENTRY IS LEFT IN CIPH-ASM-ROUTE/CIPH-ASM-STN-STATUS, AND A
013898* LIST LEFT WITH NO OPEN MEMBER READS AS CLOSED SO THE MESSAGE
013899* GOES TO SUSPENSE THE SAME WAY A CLOSED STATION'S DOES.
013900*-----------------------------------------------------------------
013901 2155-RESOLVE-ROUTE.
013902     MOVE "N" TO CIPH-ASM-LIST-SW.
013903     MOVE ZERO TO CIPH-FAN-USED.
013904     MOVE ZERO TO CIPH-FAN-LIVE.
013905     MOVE CIPH-ASM-DEST TO CIPH-CPY-DEST.
013906     PERFORM 2157-FIND-STATION THRU 2157-EXIT.
013907     IF CIPH-ROUTE-FOUND > ZERO
013908         OR NOT CIPH-ROUTING-ACTIVE
013909         OR CIPH-ASM-DEST = SPACES
013910         PERFORM 2158-ADD-FAN-ENTRY THRU 2158-EXIT
013911         GO TO 2155-LOAD-FIRST
013912     END-IF.
013913     PERFORM 2159-EXPAND-LIST-CARD THRU 2159-EXIT
013914         VARYING CIPH-DLIST-IDX FROM 1 BY 1
013915             UNTIL CIPH-DLIST-IDX > CIPH-DLIST-USED.
013916     IF NOT CIPH-ASM-IS-LIST AND CIPH-ASM-DEST = "ALL"
013917         SET CIPH-ASM-IS-LIST TO TRUE
013918         PERFORM 2154-EXPAND-ALL-ENTRY THRU 2154-EXIT
013919             VARYING CIPH-ROUTE-IDX FROM 1 BY 1
013920                 UNTIL CIPH-ROUTE-IDX > CIPH-ROUTE-USED
013921     END-IF.
013922     IF NOT CIPH-ASM-IS-LIST
013923         PERFORM 2158-ADD-FAN-ENTRY THRU 2158-EXIT
013924     END-IF.
013925 2155-LOAD-FIRST.
013926     IF CIPH-FAN-USED = ZERO
013927         MOVE ZERO TO CIPH-ASM-ROUTE
013928         SET CIPH-ASM-STN-CLOSED TO TRUE
013929     ELSE
013930         MOVE CIPH-FAN-ROUTE (1) TO CIPH-ASM-ROUTE
013931         MOVE CIPH-FAN-STATUS (1) TO CIPH-ASM-STN-STATUS
013932     END-IF.
013933 2155-EXIT.
013934     EXIT.
013935*-----------------------------------------------------------------
013936* 2154-EXPAND-ALL-ENTRY - THE ALL LIST WITH NO CARDS OF ITS OWN:
013937* EVERY STATION ON THE ROUTING TABLE THAT IS NOT CLOSED.
013938*-----------------------------------------------------------------
013939 2154-EXPAND-ALL-ENTRY.
013940     IF CIPH-RTE-STATUS (CIPH-ROUTE-IDX) = "C"
013941         GO TO 2154-EXIT
013942     END-IF.
013943     MOVE CIPH-RTE-STATION (CIPH-ROUTE-IDX) TO CIPH-CPY-DEST.
013944     MOVE CIPH-RTE-NUMBER (CIPH-ROUTE-IDX) TO CIPH-ASM-ROUTE.
013945     MOVE CIPH-RTE-STATUS (CIPH-ROUTE-IDX)
013946         TO CIPH-ASM-STN-STATUS.
013947     PERFORM 2158-ADD-FAN-ENTRY THRU 2158-EXIT.
013948 2154-EXIT.
013949     EXIT.
013950 2156-MATCH-ROUTE.
013951     IF CIPH-RTE-STATION (CIPH-ROUTE-IDX) = CIPH-CPY-DEST
013952         MOVE CIPH-RTE-NUMBER (CIPH-ROUTE-IDX)
013953             TO CIPH-ASM-ROUTE
013954         MOVE CIPH-RTE-STATUS (CIPH-ROUTE-IDX)
013955             TO CIPH-ASM-STN-STATUS
013956         MOVE CIPH-ROUTE-IDX TO CIPH-ROUTE-FOUND
013957     END-IF.
013958 2156-EXIT.
013959     EXIT.
013960*-----------------------------------------------------------------
013961* 2157-FIND-STATION - RESOLVE CIPH-CPY-DEST AGAINST THE ROUTING
013962* TABLE INTO CIPH-ASM-ROUTE AND CIPH-ASM-STN-STATUS. A STATION
013963* NOT ON THE TABLE COMES BACK ROUTE ZERO, ACTIVE, WITH
013964* CIPH-ROUTE-FOUND ZERO.
013965*-----------------------------------------------------------------
013966 2157-FIND-STATION.
013967     MOVE ZERO TO CIPH-ASM-ROUTE.
013968     MOVE ZERO TO CIPH-ROUTE-FOUND.
013969     SET CIPH-ASM-STN-ACTIVE TO TRUE.
013970     IF NOT CIPH-ROUTING-ACTIVE OR CIPH-CPY-DEST = SPACES
013971         GO TO 2157-EXIT
013972     END-IF.
013973     PERFORM 2156-MATCH-ROUTE THRU 2156-EXIT
013974         VARYING CIPH-ROUTE-IDX FROM 1 BY 1
013975             UNTIL CIPH-ROUTE-IDX > CIPH-ROUTE-USED.
013976 2157-EXIT.
014060     EXIT.
014070*-----------------------------------------------------------------
014071* 2158-ADD-FAN-ENTRY - ADD THE RESOLVED STATION TO THE FAN TABLE
014072* UNLESS IT IS ALREADY THERE (A STATION ON A LIST TWICE GETS ONE
014073* COPY).
014074*-----------------------------------------------------------------
014075 2158-ADD-FAN-ENTRY.
014076     MOVE ZERO TO CIPH-FAN-FOUND.
014077     PERFORM 2153-MATCH-FAN THRU 2153-EXIT
014078         VARYING CIPH-FAN-IDX FROM 1 BY 1
014079             UNTIL CIPH-FAN-IDX > CIPH-FAN-USED.
014080     IF CIPH-FAN-FOUND > ZERO OR CIPH-FAN-USED >= 50
014081         GO TO 2158-EXIT
014082     END-IF.
014083     ADD 1 TO CIPH-FAN-USED.
014084     MOVE CIPH-CPY-DEST TO CIPH-FAN-STATION (CIPH-FAN-USED).
014085     MOVE CIPH-ASM-ROUTE TO CIPH-FAN-ROUTE (CIPH-FAN-USED).
014086     MOVE CIPH-ASM-STN-STATUS TO CIPH-FAN-STATUS (CIPH-FAN-USED).
014087     IF NOT CIPH-ASM-STN-SUSPENDED
014088         ADD 1 TO CIPH-FAN-LIVE
014089     END-IF.
014090 2158-EXIT.
014091     EXIT.
014092 2153-MATCH-FAN.
014093     IF CIPH-FAN-STATION (CIPH-FAN-IDX) = CIPH-CPY-DEST
014094         MOVE CIPH-FAN-IDX TO CIPH-FAN-FOUND
014095     END-IF.
014096 2153-EXIT.
014097     EXIT.
014098*-----------------------------------------------------------------
014099* 2159-EXPAND-LIST-CARD - ONE LIST-TABLE ENTRY: IF IT BELONGS TO
014100* THE MESSAGE'S LIST, RESOLVE THE MEMBER AND ADD ITS COPY. A
014101* CLOSED MEMBER IS REPORTED AND GETS NO COPY; A MEMBER NOT ON
014102* THE STATION MASTER GOES TO THE DEFAULT/EXCEPTIONS OUTPUT.
014103*-----------------------------------------------------------------
014104 2159-EXPAND-LIST-CARD.
014105     IF CIPH-DLT-CODE (CIPH-DLIST-IDX) NOT = CIPH-ASM-DEST
014106         GO TO 2159-EXIT
014107     END-IF.
014108     SET CIPH-ASM-IS-LIST TO TRUE.
014109     MOVE CIPH-DLT-MEMBER (CIPH-DLIST-IDX) TO CIPH-CPY-DEST.
014110     PERFORM 2157-FIND-STATION THRU 2157-EXIT.
014111     IF CIPH-ASM-STN-CLOSED
014112         DISPLAY "*** MESSAGE " CIPH-ASM-REC-ID " LIST "
014113             CIPH-ASM-DEST " MEMBER " CIPH-CPY-DEST
014114             " IS CLOSED - NO COPY ***"
014115         GO TO 2159-EXIT
014116     END-IF.
014117     PERFORM 2158-ADD-FAN-ENTRY THRU 2158-EXIT.
014118 2159-EXIT.
014119     EXIT.
014120*-----------------------------------------------------------------
014121* 2365-WRITE-ROUTED-SEG - COPY THE OUTPUT SEGMENT IN HAND, AS
014122* WRITTEN TO THE MASTER OUTPUT, ONTO THE ROUTED DATASET FOR THE
014123* COPY'S DESTINATION, AT THE SAME RECORD LENGTH.
014124*-----------------------------------------------------------------
014125 2365-WRITE-ROUTED-SEG.
014130     MOVE CIPH-OUTPUT-REC-LEN TO CIPH-ROUTE-REC-LEN.
014140     EVALUATE CIPH-ASM-ROUTE
014150         WHEN 1
014356 2368-EXIT.
014357     EXIT.
014358*-----------------------------------------------------------------
014359* 2369-WRITE-HELD-SEG - THE STATION IS SUSPENDED: PARK THE
014360* OUTPUT SEGMENT ON THE HELD-TRAFFIC DATASET, TAGGED WITH ITS
014361* STATION, PRECEDENCE AND THE RUN DATE, INSTEAD OF ROUTING IT.
014362* NOTHING GOES TO THE STATION FILE OR THE FLASH OUTPUT UNTIL
014363* CIPHHREL RELEASES IT.
014364*-----------------------------------------------------------------
014365 2369-WRITE-HELD-SEG.
014366     MOVE SPACES TO CIPH-HELD-RECORD.
014367     MOVE CIPH-CPY-DEST TO HLD-STATION.
014368     MOVE CIPH-ASM-PREC TO HLD-PRECEDENCE.
014369     MOVE CIPH-CURRENT-DATE TO HLD-HELD-DATE.
014370     MOVE CIPH-OUTPUT-RECORD (1:CIPH-OUTPUT-REC-LEN)
014371         TO HLD-SEG (1:CIPH-OUTPUT-REC-LEN).
014372     COMPUTE CIPH-HELD-REC-LEN = 12 + CIPH-OUTPUT-REC-LEN.
014373     WRITE CIPH-HELD-RECORD.
014374 2369-EXIT.
014375     EXIT.
014376*-----------------------------------------------------------------
014377* 2366-WRITE-EMBARGO-SEG - THE MESSAGE IS UNDER EMBARGO: PARK
014378* THE COPY'S OUTPUT SEGMENT ON THE EMBARGO DATASET, TAGGED WITH
014379* ITS STATION, PRECEDENCE, RELEASE STAMP AND THE RUN DATE. IT
014380* REACHES NO STATION FILE UNTIL CIPHEREL FINDS IT DUE.
014381*-----------------------------------------------------------------
014382 2366-WRITE-EMBARGO-SEG.
014383     MOVE SPACES TO CIPH-EMBG-RECORD.
014384     MOVE CIPH-CPY-DEST TO EMB-STATION.
014385     MOVE CIPH-ASM-PREC TO EMB-PRECEDENCE.
014386     MOVE CIPH-ASM-RELEASE TO EMB-RELEASE-STAMP.
014387     MOVE CIPH-CURRENT-DATE TO EMB-HELD-DATE.
014388     MOVE CIPH-OUTPUT-RECORD (1:CIPH-OUTPUT-REC-LEN)
014389         TO EMB-SEG (1:CIPH-OUTPUT-REC-LEN).
014390     COMPUTE CIPH-EMBG-REC-LEN = 24 + CIPH-OUTPUT-REC-LEN.
014391     WRITE CIPH-EMBG-RECORD.
014392 2366-EXIT.
014393     EXIT.
014394*-----------------------------------------------------------------
014395* 2380-FLUSH-ROUTINE-SPILL - AT A CLEAN END OF JOB, APPEND THE
014396* SPILLED ROUTINE SEGMENTS TO THEIR ROUTED STATION FILES
014397* BEHIND THE FLASH AND IMMEDIATE TRAFFIC ALREADY WRITTEN. AN
014398* ABORTED RUN SKIPS THE FLUSH AND KEEPS THE SPILL FOR THE
014399* RESTART TO EXTEND AND FLUSH AT ITS OWN END OF JOB.
014400*-----------------------------------------------------------------
014401 2380-FLUSH-ROUTINE-SPILL.
014402     CLOSE CIPH-RTMP-FILE.
014403     OPEN INPUT CIPH-RTMP-FILE.
014404     IF CIPH-RTMP-STATUS NOT = "00"
014405         DISPLAY "*** SPILL REOPEN FAILED, STATUS="
014406             CIPH-RTMP-STATUS " ***"
014407         GO TO 2380-EXIT
014408     END-IF.
014409     PERFORM 2381-READ-SPILL THRU 2381-EXIT.
014410     PERFORM 2382-APPEND-SPILL-SEG THRU 2382-EXIT
014411         UNTIL CIPH-RTMP-EOF.
014412     CLOSE CIPH-RTMP-FILE.
014413 2380-EXIT.
014414     EXIT.
014415 2381-READ-SPILL.
014416     READ CIPH-RTMP-FILE
014417         AT END
014418             SET CIPH-RTMP-EOF TO TRUE
014419     END-READ.
014420 2381-EXIT.
014421     EXIT.
014422 2382-APPEND-SPILL-SEG.
014423     COMPUTE CIPH-ROUTE-REC-LEN = CIPH-RTMP-REC-LEN - 1.
014424     EVALUATE RTMP-ROUTE
014425         WHEN 1
014426             MOVE RTMP-SEG (1:CIPH-ROUTE-REC-LEN)
014427                 TO CIPH-ROUTE1-RECORD (1:CIPH-ROUTE-REC-LEN)
014428             WRITE CIPH-ROUTE1-RECORD
014429         WHEN 2
014430             MOVE RTMP-SEG (1:CIPH-ROUTE-REC-LEN)
014431                 TO CIPH-ROUTE2-RECORD (1:CIPH-ROUTE-REC-LEN)
014432             WRITE CIPH-ROUTE2-RECORD
014433         WHEN 3
014434             MOVE RTMP-SEG (1:CIPH-ROUTE-REC-LEN)
014435                 TO CIPH-ROUTE3-RECORD (1:CIPH-ROUTE-REC-LEN)
014436             WRITE CIPH-ROUTE3-RECORD
014437         WHEN OTHER
014438             MOVE RTMP-SEG (1:CIPH-ROUTE-REC-LEN)
014439                 TO CIPH-DFLT-RECORD (1:CIPH-ROUTE-REC-LEN)
014440             WRITE CIPH-DFLT-RECORD
014441     END-EVALUATE.
014442     PERFORM 2381-READ-SPILL THRU 2381-EXIT.
014443 2382-EXIT.
014444     EXIT.
014445*-----------------------------------------------------------------
014446* 2370-TALLY-DEST - CREDIT EACH ROUTED COPY OF THE PROCESSED
014447* MESSAGE TO ITS DESTINATION STATION FOR THE RUN-SUMMARY
014448* BREAKDOWN. COPIES THAT WENT TO THE DEFAULT/EXCEPTIONS OUTPUT
014449* ARE COUNTED THERE AS WELL SO THAT FILE CAN BE BALANCED LIKE
014450* ANY STATION'S, AND COPIES HELD FOR A SUSPENDED STATION ARE
014451* COUNTED AS HELD, NOT AGAINST THE STATION FILE THEY NEVER
014452* REACHED. EMBARGOED COPIES ARE LIKEWISE COUNTED AS EMBARGO.
014453* A LIST MESSAGE ADDS ITS COPIES BEYOND THE FIRST TO THE
014454* FAN-OUT COUNT, SO DESTINATION + DEFAULT + HELD + EMBARGO
014455* STILL NETS TO PROCESSED + FAN-OUT.
014456*-----------------------------------------------------------------
014457 2370-TALLY-DEST.
014458     IF NOT CIPH-ROUTING-ACTIVE
014459         GO TO 2370-EXIT
014460     END-IF.
014461     IF CIPH-ASM-IS-LIST
014462         ADD 1 TO CIPH-LIST-COUNT
014463     END-IF.
014464     IF CIPH-FAN-USED > 1
014465         COMPUTE CIPH-FANOUT-COUNT =
014466             CIPH-FANOUT-COUNT + CIPH-FAN-USED - 1
014467     END-IF.
014468     PERFORM 2371-TALLY-ONE-COPY THRU 2371-EXIT
014469         VARYING CIPH-FAN-IDX FROM 1 BY 1
014470             UNTIL CIPH-FAN-IDX > CIPH-FAN-USED.
014471 2370-EXIT.
014472     EXIT.
014473 2371-TALLY-ONE-COPY.
014474     IF CIPH-ASM-EMBARGOED
014475         ADD 1 TO CIPH-EMBARGO-COUNT
014476         GO TO 2371-EXIT
014477     END-IF.
014478     IF CIPH-FAN-STATUS (CIPH-FAN-IDX) = "S"
014479         ADD 1 TO CIPH-HELD-COUNT
014480         GO TO 2371-EXIT
014481     END-IF.
014482     IF CIPH-FAN-ROUTE (CIPH-FAN-IDX) = ZERO
014483         ADD 1 TO CIPH-DFLT-COUNT
014484         GO TO 2371-EXIT
014485     END-IF.
014486     MOVE CIPH-FAN-STATION (CIPH-FAN-IDX) TO CIPH-CPY-DEST.
014487     MOVE ZERO TO CIPH-DEST-FOUND.
014490     PERFORM 2375-MATCH-DEST THRU 2375-EXIT
014500         VARYING CIPH-DEST-IDX FROM 1 BY 1
014510             UNTIL CIPH-DEST-IDX > CIPH-DEST-USED.
014540             ADD 1 TO CIPH-DEST-USED
014550         END-IF
014560         MOVE CIPH-DEST-USED TO CIPH-DEST-FOUND
014570         MOVE CIPH-CPY-DEST
014580             TO CIPH-DST-STATION (CIPH-DEST-FOUND)
014590         MOVE ZERO TO CIPH-DST-COUNT (CIPH-DEST-FOUND)
014600     END-IF.
014610     ADD 1 TO CIPH-DST-COUNT (CIPH-DEST-FOUND).
014620 2371-EXIT.
014630     EXIT.
014640 2375-MATCH-DEST.
014650     IF CIPH-DST-STATION (CIPH-DEST-IDX) = CIPH-CPY-DEST
014660         MOVE CIPH-DEST-IDX TO CIPH-DEST-FOUND
014670     END-IF.
014680 2375-EXIT.
015180* RUN LEFT BEHIND (WITH THE USUAL STATUS-35 FALLBACK WHEN A
015190* RESTART FINDS NO FILE TO EXTEND), SO THE SEGMENTS ROUTED
015200* BEFORE A CIRCUIT-BREAKER STOP ARE KEPT AND EACH STATION'S
015205* FILE STILL BALANCES AGAINST ITS SUMMARY COUNT. THE HELD-TRAFFIC
015210* DATASET IS A STANDING QUEUE EMPTIED ONLY BY THE RELEASE RUN,
015215* SO IT IS ALWAYS EXTENDED.
015220*-----------------------------------------------------------------
015230 1085-OPEN-ROUTED-OUTPUTS.
015231     IF CIPH-CKPT-COUNT > ZERO
015440         OPEN OUTPUT CIPH-ROUTE3-FILE
015450         OPEN OUTPUT CIPH-DFLT-FILE
015460     END-IF.
015461     OPEN EXTEND CIPH-HELD-FILE.
015462     IF CIPH-HELD-STATUS = "35"
015463         OPEN OUTPUT CIPH-HELD-FILE
015464     END-IF.
015465     OPEN EXTEND CIPH-EMBG-FILE.
015466     IF CIPH-EMBG-STATUS = "35"
015467         OPEN OUTPUT CIPH-EMBG-FILE
015468     END-IF.
015470 1085-EXIT.
015480     EXIT.
015490*-----------------------------------------------------------------
015500* 1088-OPEN-ACK-OUTPUTS - OPEN THE FOUR ACKNOWLEDGMENT FILES FOR
015510* AN INBOUND RUN THE SAME WAY THE ROUTED OUTPUTS ARE OPENED:
015520* FRESH ON A NEW RUN, EXTENDED ON A CHECKPOINT RESTART SO THE
015530* CARDS WRITTEN BEFORE THE STOP ARE KEPT AND STILL MATCH THE
015540* COUNTS CARRIED ON THE CHECKPOINT.
015550*-----------------------------------------------------------------
015560 1088-OPEN-ACK-OUTPUTS.
015570     IF CIPH-CKPT-COUNT > ZERO
015580         OPEN EXTEND CIPH-ACK1-FILE
015590         IF CIPH-ACK1-STATUS = "35"
015600             OPEN OUTPUT CIPH-ACK1-FILE
015610         END-IF
015620         OPEN EXTEND CIPH-ACK2-FILE
015630         IF CIPH-ACK2-STATUS = "35"
015640             OPEN OUTPUT CIPH-ACK2-FILE
015650         END-IF
015660         OPEN EXTEND CIPH-ACK3-FILE
015670         IF CIPH-ACK3-STATUS = "35"
015680             OPEN OUTPUT CIPH-ACK3-FILE
015690         END-IF
015700         OPEN EXTEND CIPH-ACKD-FILE
015710         IF CIPH-ACKD-STATUS = "35"
015720             OPEN OUTPUT CIPH-ACKD-FILE
015730         END-IF
015740     ELSE
015750         OPEN OUTPUT CIPH-ACK1-FILE
015760         OPEN OUTPUT CIPH-ACK2-FILE
015770         OPEN OUTPUT CIPH-ACK3-FILE
015780         OPEN OUTPUT CIPH-ACKD-FILE
015790     END-IF.
015800 1088-EXIT.
015810     EXIT.
