000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.         TEST020.
000030 AUTHOR.             CAIO CAMPOS.
000040 DATE-WRITTEN        15/10/2026.
000050 DATE-COMPILED.
000060*----------------------------------------------------------------
000070* TEST020 - POSTED RESULT INQUIRY AND RUN LINEAGE.
000080*
000090* ANSWERS A QUERY ABOUT A POSTED RESULT FROM ONE TERMINAL
000100* SESSION INSTEAD OF FIVE FILES. THE OPERATOR FINDS RESMAST
000110* RECORDS BY ONE OF:
000120*     K  RUN DATE AND SEQUENCE (BLANK SEQUENCE = THE WHOLE DAY)
000130*     R  RUN ID (RM-RUN-ID)
000140*     S  SOURCE SYSTEM (RM-SOURCE-SYS) AND A RUN DATE RANGE
000150* A RECORD NO LONGER ON RESMAST BECAUSE TEST011 HAS CLOSED ITS
000160* MONTH IS FOUND ON THE ARCHIVE (RESMARC) INSTEAD. THE MATCHES
000170* ARE LISTED AND ANY ONE OF THEM CAN BE TRACED THROUGH THE REST
000180* OF ITS RUN'S STORY:
000190*     RESMJRNL  TEST012 REPLACEMENTS OF THE RESULT (WITH THE
000200*               ORIGINAL RESULT AND RUN ID THEY OVERWROTE) AND
000210*               THE MONTH-END PURGE THAT MOVED IT TO RESMARC
000220*     RESMAST   TEST012 REVERSALS POSTED AGAINST IT (A TYPE-'R'
000230*               RECORD OF THE SAME DAY, SOURCE AND VALUES)
000240*     AUDITLOG  THE LINE TEST001 WROTE WHEN IT COMPUTED THE
000250*               RESULT, AND TEST012'S LINES FOR ITS ADJUSTMENTS
000260*     RUNHIST   THE RUN'S STATUS LINE AND ITS PER-SET LINES
000270*     RELFILE   TEST003'S RELEASE VERDICT FOR THE RUN
000280*     XMITREG   EVERY TRANSMISSION THAT CARRIED IT TO THE
000290*               PARTNER, WITH THE PARTNER'S ACKNOWLEDGEMENT
000300* REPLACEMENTS ARE SEEN ONLY WHILE THEIR JOURNAL LINES ARE KEPT
000310* (THE JOURNAL IS RESET WITH EACH RESMAST BACKUP). NOTHING IS
000320* UPDATED. EVERY SEARCH AND EVERY TRACE IS LOGGED TO RINQLOG
000330* (DATE, TIME, OPERATOR, KIND, CRITERIA, RECORDS FOUND); THE
000340* PROGRAM WILL NOT RUN WHEN RINQLOG CANNOT BE OPENED.
000350*----------------------------------------------------------------
000360* MODIFICATION HISTORY
000370*----------------------------------------------------------------
000380* 15/10/2026 CC  INITIAL VERSION.
000390*----------------------------------------------------------------
000400 ENVIRONMENT         DIVISION.
000410*
000420 CONFIGURATION       SECTION.
000430 SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
000440*
000450 INPUT-OUTPUT        SECTION.
000460 FILE-CONTROL.
000470     SELECT          RESMAST    ASSIGN TO "RESMAST"
000480                                ORGANIZATION IS INDEXED
000490                                ACCESS MODE  IS DYNAMIC
000500                                RECORD KEY   IS RM-KEY
000510                                FILE STATUS  IS WS-RESM-STATUS.
000520     SELECT          RESMARC    ASSIGN TO "RESMARC"
000530                                ORGANIZATION IS LINE SEQUENTIAL
000540                                FILE STATUS  IS WS-ARC-STATUS.
000550     SELECT          RESMJRNL   ASSIGN TO "RESMJRNL"
000560                                ORGANIZATION IS LINE SEQUENTIAL
000570                                FILE STATUS  IS WS-JRN-STATUS.
000580     SELECT          AUDITLOG   ASSIGN TO "AUDITLOG"
000590                                ORGANIZATION IS LINE SEQUENTIAL
000600                                FILE STATUS  IS WS-AUDIT-STATUS.
000610     SELECT          RUNHIST    ASSIGN TO "RUNHIST"
000620                                ORGANIZATION IS LINE SEQUENTIAL
000630                                FILE STATUS  IS WS-RUNH-STATUS.
000640     SELECT          RELFILE    ASSIGN TO "RELFILE"
000650                                ORGANIZATION IS LINE SEQUENTIAL
000660                                FILE STATUS  IS WS-REL-STATUS.
000670     SELECT          XMITREG    ASSIGN TO "XMITREG"
000680                                ORGANIZATION IS LINE SEQUENTIAL
000690                                FILE STATUS  IS WS-XMIT-STATUS.
000700     SELECT          RINQLOG    ASSIGN TO "RINQLOG"
000710                                ORGANIZATION IS LINE SEQUENTIAL
000720                                FILE STATUS  IS WS-RQL-STATUS.
000730*
000740 DATA                DIVISION.
000750 FILE                SECTION.
000760 FD  RESMAST.
000770 01  RESMAST-REC.
000780     05 RM-KEY.
000790         10 RM-RUN-DATE       PIC 9(08).
000800         10 RM-SEQ            PIC 9(06).
000810     05 RM-REC-TYPE           PIC X(01).
000820         88 RM-IS-SUMMARY     VALUE 'S'.
000830         88 RM-IS-PAIR        VALUE '1'.
000840         88 RM-IS-MULTI       VALUE '2'.
000850         88 RM-IS-ROLLUP      VALUE 'M'.
000860         88 RM-IS-REVERSAL    VALUE 'R'.
000870     05 RM-VAL1               PIC S9(4) SIGN LEADING SEPARATE.
000880     05 RM-VAL2               PIC S9(4) SIGN LEADING SEPARATE.
000890     05 RM-RES                PIC S9(4)V99 SIGN LEADING SEPARATE.
000900     05 RM-DAY-COUNT          PIC 9(06).
000910     05 RM-DAY-TOTAL          PIC S9(9)V99 SIGN LEADING
000920                               SEPARATE.
000930     05 RM-WGT1               PIC X(03).
000940     05 RM-WGT2               PIC X(03).
000950     05 RM-RUN-ID             PIC X(16).
000960     05 RM-SOURCE-SYS         PIC X(08).
000970     05 FILLER                PIC X(04).
000980*
000990 FD  RESMARC.
001000 01  ARC-REC                  PIC X(84).
001010*
001020 FD  RESMJRNL.
001030 01  JRN-REC.
001040     05 JRN-DATE              PIC 9(08).
001050     05 JRN-TIME              PIC 9(08).
001060     05 JRN-PROG              PIC X(07).
001070     05 JRN-RUN-ID            PIC X(16).
001080     05 JRN-ACTION            PIC X(01).
001090         88 JRN-IS-ADD        VALUE 'A'.
001100         88 JRN-IS-REWRITE    VALUE 'R'.
001110         88 JRN-IS-DELETE     VALUE 'D'.
001120     05 JRN-BEFORE.
001130         10 JRN-B-KEY         PIC X(14).
001140         10 FILLER            PIC X(11).
001150         10 JRN-B-RES         PIC S9(4)V99 SIGN LEADING
001160                               SEPARATE.
001170         10 FILLER            PIC X(24).
001180         10 JRN-B-RUN-ID      PIC X(16).
001190         10 FILLER            PIC X(12).
001200     05 JRN-AFTER.
001210         10 FILLER            PIC X(25).
001220         10 JRN-A-RES         PIC S9(4)V99 SIGN LEADING
001230                               SEPARATE.
001240         10 FILLER            PIC X(52).
001250*
001260 FD  AUDITLOG.
001270 01  AUDIT-REC                PIC X(220).
001280*
001290 FD  RUNHIST.
001300 01  RUNH-REC                 PIC X(80).
001310*
001320 FD  RELFILE.
001330 01  REL-REC.
001340     05 REL-RUN-ID            PIC X(16).
001350     05 FILLER                PIC X(01).
001360     05 REL-DISP              PIC X(08).
001370     05 FILLER                PIC X(01).
001380     05 REL-REP-COUNT         PIC 9(05).
001390     05 FILLER                PIC X(01).
001400     05 REL-IFC-COUNT         PIC 9(05).
001410     05 FILLER                PIC X(01).
001420     05 REL-RUN-DATE          PIC 9(08).
001430*
001440 FD  XMITREG.
001450 01  XMIT-REC                 PIC X(120).
001460*
001470 FD  RINQLOG.
001480 01  RQL-REC                  PIC X(100).
001490*
001500 WORKING-STORAGE     SECTION.
001510 77  WS-RESM-STATUS           PIC X(02) VALUE SPACES.
001520 77  WS-ARC-STATUS            PIC X(02) VALUE SPACES.
001530 77  WS-JRN-STATUS            PIC X(02) VALUE SPACES.
001540 77  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
001550 77  WS-RUNH-STATUS           PIC X(02) VALUE SPACES.
001560 77  WS-REL-STATUS            PIC X(02) VALUE SPACES.
001570 77  WS-XMIT-STATUS           PIC X(02) VALUE SPACES.
001580 77  WS-RQL-STATUS            PIC X(02) VALUE SPACES.
001590*
001600 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
001610     88 END-OF-INPUT          VALUE 'Y'.
001620 77  WS-DONE-SW               PIC X(01) VALUE 'N'.
001630     88 INQUIRY-DONE          VALUE 'Y'.
001640 77  WS-TRACE-DONE-SW         PIC X(01) VALUE 'N'.
001650     88 TRACE-DONE            VALUE 'Y'.
001660 77  WS-MATCH-SW              PIC X(01) VALUE 'N'.
001670     88 RECORD-MATCHES        VALUE 'Y'.
001680 77  WS-OPEN-SW               PIC X(01) VALUE 'N'.
001690     88 FILES-ARE-OPEN        VALUE 'Y'.
001700*
001710 77  WS-USER-ID               PIC X(20) VALUE SPACES.
001720 77  WS-INQ-COUNT             PIC 9(05) VALUE ZERO.
001730 77  WS-TRACE-COUNT           PIC 9(05) VALUE ZERO.
001740*
001750*----------------------------------------------------------------
001760* OPERATOR REPLIES. A NUMBER IS KEYED LEFT-JUSTIFIED, UP TO
001770* EIGHT DIGITS, AND EDITED INTO WS-REPLY-NUM.
001780*----------------------------------------------------------------
001790 77  WS-REPLY                 PIC X(30) VALUE SPACES.
001800 77  WS-REPLY-LEN             PIC 9(02) COMP VALUE ZERO.
001810 77  WS-REPLY-NUM             PIC 9(08) VALUE ZERO.
001820 77  WS-NUM-SW                PIC X(01) VALUE 'N'.
001830     88 REPLY-IS-NUMBER       VALUE 'Y'.
001840*
001850*----------------------------------------------------------------
001860* SEARCH CRITERIA.
001870*----------------------------------------------------------------
001880 77  WS-SEL-TYPE              PIC X(01) VALUE SPACE.
001890     88 SEL-BY-KEY            VALUE 'K'.
001900     88 SEL-BY-RUN-ID         VALUE 'R'.
001910     88 SEL-BY-SOURCE         VALUE 'S'.
001920 77  WS-SEL-FROM-DATE         PIC 9(08) VALUE ZERO.
001930 77  WS-SEL-TO-DATE           PIC 9(08) VALUE ZERO.
001940 77  WS-SEL-SEQ               PIC 9(06) VALUE ZERO.
001950 77  WS-SEL-ALL-SEQ-SW        PIC X(01) VALUE 'N'.
001960     88 SEL-WHOLE-DAY         VALUE 'Y'.
001970 77  WS-SEL-RUN-ID            PIC X(16) VALUE SPACES.
001980 77  WS-SEL-SOURCE            PIC X(08) VALUE SPACES.
001990*
002000*----------------------------------------------------------------
002010* RECORDS FOUND BY THE CURRENT SEARCH - WHERE EACH CAME FROM
002020* (M RESMAST, A RESMARC) AND ITS 84-BYTE IMAGE.
002030*----------------------------------------------------------------
002040 77  WS-HIT-MAX               PIC 9(03) COMP VALUE 200.
002050 77  WS-HIT-USED              PIC 9(03) COMP VALUE ZERO.
002060 77  WS-HIT-SUB               PIC 9(03) COMP VALUE ZERO.
002070 77  WS-HIT-FULL-SW           PIC X(01) VALUE 'N'.
002080     88 HIT-TABLE-FULL        VALUE 'Y'.
002090 01  WS-HIT-TABLE.
002100     05 WS-HIT-ENTRY          OCCURS 200 TIMES.
002110         10 WS-HIT-FROM       PIC X(01).
002120         10 WS-HIT-REC        PIC X(84).
002130 77  WS-CAND-FROM             PIC X(01) VALUE SPACE.
002140*
002150*----------------------------------------------------------------
002160* A CANDIDATE RECORD READ FROM RESMAST OR RESMARC, AND THE
002170* RECORD BEING TRACED - BOTH IN THE RESMAST LAYOUT, WHICH THE
002180* ARCHIVE SHARES.
002190*----------------------------------------------------------------
002200 01  WS-CAND-LINE             PIC X(84) VALUE SPACES.
002210 01  WS-CAND-LINE-R REDEFINES WS-CAND-LINE.
002220     05 CL-KEY.
002230         10 CL-RUN-DATE       PIC 9(08).
002240         10 CL-SEQ            PIC 9(06).
002250     05 CL-REC-TYPE           PIC X(01).
002260     05 CL-VAL1               PIC S9(4) SIGN LEADING SEPARATE.
002270     05 CL-VAL2               PIC S9(4) SIGN LEADING SEPARATE.
002280     05 CL-RES                PIC S9(4)V99 SIGN LEADING SEPARATE.
002290     05 FILLER                PIC X(24).
002300     05 CL-RUN-ID             PIC X(16).
002310     05 CL-SOURCE-SYS         PIC X(08).
002320     05 FILLER                PIC X(04).
002330*
002340 01  WS-RES-LINE              PIC X(84) VALUE SPACES.
002350 01  WS-RES-LINE-R REDEFINES WS-RES-LINE.
002360     05 RL-KEY.
002370         10 RL-RUN-DATE       PIC 9(08).
002380         10 RL-RUN-DATE-X REDEFINES RL-RUN-DATE
002390                              PIC X(08).
002400         10 RL-SEQ            PIC 9(06).
002410     05 RL-REC-TYPE           PIC X(01).
002420         88 RL-IS-SUMMARY     VALUE 'S'.
002430         88 RL-IS-PAIR        VALUE '1'.
002440         88 RL-IS-MULTI       VALUE '2'.
002450         88 RL-IS-ROLLUP      VALUE 'M'.
002460         88 RL-IS-REVERSAL    VALUE 'R'.
002470     05 RL-VAL1               PIC S9(4) SIGN LEADING SEPARATE.
002480     05 RL-VAL2               PIC S9(4) SIGN LEADING SEPARATE.
002490     05 RL-RES                PIC S9(4)V99 SIGN LEADING SEPARATE.
002500     05 RL-DAY-COUNT          PIC 9(06).
002510     05 RL-DAY-TOTAL          PIC S9(9)V99 SIGN LEADING
002520                               SEPARATE.
002530     05 RL-WGT1               PIC X(03).
002540     05 RL-WGT2               PIC X(03).
002550     05 RL-RUN-ID             PIC X(16).
002560     05 RL-SOURCE-SYS         PIC X(08).
002570     05 FILLER                PIC X(04).
002580 77  WS-RL-FROM               PIC X(01) VALUE SPACE.
002590*
002600*----------------------------------------------------------------
002610* THE TRACE. THE LINEAGE RUN IS THE RUN THAT ORIGINALLY POSTED
002620* THE RESULT - THE RECORD'S OWN RUN ID UNLESS TEST012 HAS SINCE
002630* OVERWRITTEN IT, OR, FOR A REVERSAL, THE RUN OF THE RECORD IT
002640* REVERSES. TEST012'S OWN RUN IDS ARE KEPT SO THEIR AUDIT LINES
002650* CAN BE SHOWN TOO.
002660*----------------------------------------------------------------
002670 77  WS-LINEAGE-RUN-ID        PIC X(16) VALUE SPACES.
002680 77  WS-ORIG-TYPE             PIC X(01) VALUE SPACE.
002690 77  WS-ORIG-RES              PIC S9(4)V99 VALUE ZERO.
002700 77  WS-REPL-COUNT            PIC 9(03) COMP VALUE ZERO.
002710 77  WS-REV-COUNT             PIC 9(03) COMP VALUE ZERO.
002720 77  WS-REV-RUN-ID            PIC X(16) VALUE SPACES.
002730 77  WS-REV-TYPE              PIC X(01) VALUE SPACE.
002740 77  WS-AUD-RUN-COUNT         PIC 9(05) COMP VALUE ZERO.
002750 77  WS-AUD-HIT-COUNT         PIC 9(03) COMP VALUE ZERO.
002760 77  WS-FOUND-COUNT           PIC 9(03) COMP VALUE ZERO.
002770 77  WS-ADJ-MAX               PIC 9(02) COMP VALUE 10.
002780 77  WS-ADJ-USED              PIC 9(02) COMP VALUE ZERO.
002790 77  WS-ADJ-SUB               PIC 9(02) COMP VALUE ZERO.
002800 77  WS-ADJ-HIT-SW            PIC X(01) VALUE 'N'.
002810     88 ADJ-RUN-FOUND         VALUE 'Y'.
002820 01  WS-ADJ-RUN-TABLE.
002830     05 WS-ADJ-RUN-ID         PIC X(16) OCCURS 10 TIMES.
002840 77  WS-CHK-RUN-ID            PIC X(16) VALUE SPACES.
002850 77  WS-IN-RUN-SW             PIC X(01) VALUE 'N'.
002860     88 IN-LINEAGE-RUN        VALUE 'Y'.
002870*
002880*----------------------------------------------------------------
002890* THE TRACED RECORD'S VALUES IN AUDITLOG'S EDITED FORM.
002900*----------------------------------------------------------------
002910 77  WS-CMP-VAL1-ED           PIC -(4)9.
002920 77  WS-CMP-VAL2-ED           PIC -(4)9.
002930 77  WS-CMP-RES-ED            PIC -(4)9,99.
002940 77  WS-CMP-COUNT-ED          PIC Z9.
002950*
002960*----------------------------------------------------------------
002970* AUDITLOG LINE IMAGES - THE SAME LAYOUTS TEST001 WRITES: PAIR
002980* LINES CARRY VAL1/VAL2/RES AND THE RUN ID, MULTI LINES CARRY
002990* 'N= ', COUNT/TOTAL/AVG, THE VALUES AND THE RUN ID. TEST012
003000* WRITES THE PAIR LAYOUT FOR ITS ADJUSTMENTS.
003010*----------------------------------------------------------------
003020 01  WS-AUD-LINE              PIC X(220) VALUE SPACES.
003030 01  WS-AUD-PAIR-R REDEFINES WS-AUD-LINE.
003040     05 WS-AUD-P-DATE         PIC X(08).
003050     05 FILLER                PIC X(01).
003060     05 WS-AUD-P-TIME         PIC X(08).
003070     05 FILLER                PIC X(01).
003080     05 WS-AUD-P-USER         PIC X(20).
003090     05 FILLER                PIC X(01).
003100     05 WS-AUD-P-VAL1         PIC X(05).
003110     05 FILLER                PIC X(01).
003120     05 WS-AUD-P-VAL2         PIC X(05).
003130     05 FILLER                PIC X(01).
003140     05 WS-AUD-P-RES          PIC X(08).
003150     05 FILLER                PIC X(01).
003160     05 WS-AUD-P-RUNID        PIC X(16).
003170     05 FILLER                PIC X(144).
003180 01  WS-AUD-MULTI-R REDEFINES WS-AUD-LINE.
003190     05 FILLER                PIC X(39).
003200     05 WS-AUD-M-TAG          PIC X(03).
003210     05 WS-AUD-M-COUNT        PIC X(02).
003220     05 FILLER                PIC X(01).
003230     05 WS-AUD-M-TOTAL        PIC X(11).
003240     05 FILLER                PIC X(01).
003250     05 WS-AUD-M-AVG          PIC X(08).
003260     05 FILLER                PIC X(04).
003270     05 WS-AUD-M-VALUES       PIC X(120).
003280     05 FILLER                PIC X(01).
003290     05 WS-AUD-M-RUNID        PIC X(16).
003300     05 FILLER                PIC X(14).
003310*
003320*----------------------------------------------------------------
003330* RUNHIST LINES - TEST001'S RUN STATUS LINE (RUN ID AT COLUMN
003340* 48) FOLLOWED BY ONE ' SET ' LINE PER BATCH SET OF THE RUN.
003350*----------------------------------------------------------------
003360 01  WS-HIST-LINE             PIC X(80) VALUE SPACES.
003370 01  WS-HIST-LINE-R REDEFINES WS-HIST-LINE.
003380     05 RH-DATE               PIC X(08).
003390     05 FILLER                PIC X(01).
003400     05 RH-TIME               PIC X(08).
003410     05 RH-SET-TAG            PIC X(05).
003420     05 FILLER                PIC X(25).
003430     05 RH-RUN-ID             PIC X(16).
003440     05 FILLER                PIC X(17).
003450*
003460*----------------------------------------------------------------
003470* XMITREG LINES - TEST009'S LAYOUT WITH TEST015'S ACK STAMP.
003480*----------------------------------------------------------------
003490 01  WS-XREG-LINE             PIC X(120) VALUE SPACES.
003500 01  WS-XREG-LINE-R REDEFINES WS-XREG-LINE.
003510     05 XR-DATE               PIC X(08).
003520     05 FILLER                PIC X(01).
003530     05 XR-TIME               PIC X(08).
003540     05 FILLER                PIC X(01).
003550     05 XR-SRC                PIC X(16).
003560     05 FILLER                PIC X(01).
003570     05 XR-RUN-ID             PIC X(16).
003580     05 FILLER                PIC X(08).
003590     05 XR-COUNT              PIC X(08).
003600     05 FILLER                PIC X(07).
003610     05 XR-HASH               PIC X(13).
003620     05 XR-ACK-TAG            PIC X(06).
003630     05 XR-ACK-STATUS         PIC X(08).
003640         88 XR-ACK-PENDING    VALUE SPACES 'PENDING '.
003650     05 FILLER                PIC X(01).
003660     05 XR-ACK-DATE           PIC X(08).
003670     05 FILLER                PIC X(10).
003680*
003690*----------------------------------------------------------------
003700* CONSOLE LINES.
003710*----------------------------------------------------------------
003720 01  RQ-HIT-HDR-LINE.
003730     05 FILLER                PIC X(40)
003740      VALUE '  NO RUN DATE/SEQ    T SOURCE    VAL1  V'.
003750     05 FILLER                PIC X(40)
003760      VALUE 'AL2   RESULT RUN ID           FROM      '.
003770*
003780 01  RQ-HIT-LINE.
003790     05 FILLER                PIC X(01) VALUE SPACE.
003800     05 RQ-HIT-NUM-ED         PIC ZZ9.
003810     05 FILLER                PIC X(01) VALUE SPACE.
003820     05 RQ-HIT-DATE-ED        PIC 9(08).
003830     05 FILLER                PIC X(01) VALUE '/'.
003840     05 RQ-HIT-SEQ-ED         PIC 9(06).
003850     05 FILLER                PIC X(01) VALUE SPACE.
003860     05 RQ-HIT-TYPE-ED        PIC X(01).
003870     05 FILLER                PIC X(01) VALUE SPACE.
003880     05 RQ-HIT-SOURCE-ED      PIC X(08).
003890     05 FILLER                PIC X(01) VALUE SPACE.
003900     05 RQ-HIT-VAL1-ED        PIC -(4)9.
003910     05 FILLER                PIC X(01) VALUE SPACE.
003920     05 RQ-HIT-VAL2-ED        PIC -(4)9.
003930     05 FILLER                PIC X(01) VALUE SPACE.
003940     05 RQ-HIT-RES-ED         PIC -(4)9,99.
003950     05 FILLER                PIC X(01) VALUE SPACE.
003960     05 RQ-HIT-RUNID-ED       PIC X(16).
003970     05 FILLER                PIC X(01) VALUE SPACE.
003980     05 RQ-HIT-FROM-ED        PIC X(07).
003990*
004000 77  RQ-RES-ED                PIC -(4)9,99.
004010 77  RQ-RES2-ED               PIC -(4)9,99.
004020 77  RQ-TOTAL-ED              PIC -(8)9,99.
004030*
004040*----------------------------------------------------------------
004050* RINQLOG LINE - ONE PER SEARCH AND ONE PER TRACE.
004060*----------------------------------------------------------------
004070 01  RQL-LINE.
004080     05 RQL-DATE-ED           PIC 9(08).
004090     05 FILLER                PIC X(01) VALUE SPACE.
004100     05 RQL-TIME-ED           PIC 9(08).
004110     05 FILLER                PIC X(01) VALUE SPACE.
004120     05 RQL-USER-ED           PIC X(20).
004130     05 FILLER                PIC X(01) VALUE SPACE.
004140     05 RQL-KIND-ED           PIC X(06).
004150     05 FILLER                PIC X(01) VALUE SPACE.
004160     05 RQL-CRIT-ED           PIC X(34).
004170     05 FILLER                PIC X(07) VALUE ' FOUND '.
004180     05 RQL-COUNT-ED          PIC 9(03).
004190*
004200 01  WS-LOG-CRIT              PIC X(34) VALUE SPACES.
004210 01  WS-LOG-CRIT-KEY REDEFINES WS-LOG-CRIT.
004220     05 LC-DATE               PIC 9(08).
004230     05 LC-SLASH              PIC X(01).
004240     05 LC-SEQ                PIC X(06).
004250     05 FILLER                PIC X(01).
004260     05 LC-FROM               PIC X(07).
004270     05 FILLER                PIC X(11).
004280 01  WS-LOG-CRIT-SRC REDEFINES WS-LOG-CRIT.
004290     05 LC-SOURCE             PIC X(08).
004300     05 FILLER                PIC X(01).
004310     05 LC-FROM-DATE          PIC 9(08).
004320     05 FILLER                PIC X(01).
004330     05 LC-TO-DATE            PIC 9(08).
004340     05 FILLER                PIC X(08).
004350 77  WS-LOG-KIND              PIC X(06) VALUE SPACES.
004360 77  WS-LOG-COUNT             PIC 9(03) VALUE ZERO.
004370*
004380*
004390*
004400 PROCEDURE           DIVISION.
004410 0000-MAINLINE.
004420     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004430     PERFORM 2000-ONE-INQUIRY THRU 2000-EXIT
004440         UNTIL INQUIRY-DONE.
004450     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004460     STOP RUN.
004470*
004480 1000-INITIALIZE.
004490     DISPLAY 'USER' UPON ENVIRONMENT-NAME
004500     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
004510     IF WS-USER-ID = SPACES
004520         MOVE 'UNKNOWN' TO WS-USER-ID
004530     END-IF
004540     OPEN EXTEND RINQLOG
004550     IF WS-RQL-STATUS = '35'
004560         OPEN OUTPUT RINQLOG
004570     END-IF
004580     IF WS-RQL-STATUS NOT = '00'
004590         DISPLAY 'TEST020 - RINQLOG OPEN FAILED - STATUS '
004600                 WS-RQL-STATUS ' - INQUIRY NOT AVAILABLE'
004610         MOVE 8 TO RETURN-CODE
004620         SET INQUIRY-DONE TO TRUE
004630         GO TO 1000-EXIT
004640     END-IF
004650     OPEN INPUT RESMAST
004660     IF WS-RESM-STATUS NOT = '00'
004670         DISPLAY 'TEST020 - RESMAST OPEN FAILED - STATUS '
004680                 WS-RESM-STATUS ' - INQUIRY NOT AVAILABLE'
004690         CLOSE RINQLOG
004700         MOVE 8 TO RETURN-CODE
004710         SET INQUIRY-DONE TO TRUE
004720         GO TO 1000-EXIT
004730     END-IF
004740     SET FILES-ARE-OPEN TO TRUE
004750     DISPLAY 'TEST020 - POSTED RESULT INQUIRY - OPERATOR '
004760             WS-USER-ID.
004770 1000-EXIT.
004780     EXIT.
004790*
004800*----------------------------------------------------------------
004810* ONE SEARCH - CRITERIA, THE MATCHES, THEN AS MANY TRACES OF
004820* THEM AS THE OPERATOR WANTS. A BLANK SEARCH KIND ENDS THE RUN.
004830*----------------------------------------------------------------
004840 2000-ONE-INQUIRY.
004850     DISPLAY 'TEST020 - SEARCH BY K (RUN DATE/SEQ), R (RUN ID), '
004860             'S (SOURCE AND DATES) OR BLANK TO END: '
004870     MOVE SPACES TO WS-REPLY
004880     ACCEPT WS-REPLY
004890     IF WS-REPLY = SPACES
004900         SET INQUIRY-DONE TO TRUE
004910         GO TO 2000-EXIT
004920     END-IF
004930     MOVE WS-REPLY(1:1) TO WS-SEL-TYPE
004940     EVALUATE TRUE
004950         WHEN SEL-BY-KEY
004960             PERFORM 2100-ACCEPT-KEY THRU 2100-EXIT
004970         WHEN SEL-BY-RUN-ID
004980             PERFORM 2200-ACCEPT-RUN-ID THRU 2200-EXIT
004990         WHEN SEL-BY-SOURCE
005000             PERFORM 2300-ACCEPT-SOURCE THRU 2300-EXIT
005010         WHEN OTHER
005020             DISPLAY 'TEST020 - UNKNOWN SEARCH KIND'
005030             MOVE SPACE TO WS-SEL-TYPE
005040     END-EVALUATE
005050     IF WS-SEL-TYPE = SPACE
005060         GO TO 2000-EXIT
005070     END-IF
005080     MOVE ZERO TO WS-HIT-USED
005090     MOVE 'N' TO WS-HIT-FULL-SW
005100     PERFORM 2500-SCAN-RESMAST THRU 2500-EXIT
005110     PERFORM 2600-SCAN-RESMARC THRU 2600-EXIT
005120     ADD 1 TO WS-INQ-COUNT
005130     MOVE WS-HIT-USED TO WS-LOG-COUNT
005140     PERFORM 8000-LOG-INQUIRY THRU 8000-EXIT
005150     PERFORM 3000-LIST-HITS THRU 3000-EXIT
005160     IF WS-HIT-USED = ZERO
005170         GO TO 2000-EXIT
005180     END-IF
005190     MOVE 'N' TO WS-TRACE-DONE-SW
005200     PERFORM 3500-CHOOSE-TRACE THRU 3500-EXIT
005210         UNTIL TRACE-DONE.
005220 2000-EXIT.
005230     EXIT.
005240*
005250*----------------------------------------------------------------
005260* K - RUN DATE (REQUIRED) AND SEQUENCE (BLANK = WHOLE DAY).
005270*----------------------------------------------------------------
005280 2100-ACCEPT-KEY.
005290     DISPLAY 'TEST020 - RUN DATE (CCYYMMDD): '
005300     MOVE SPACES TO WS-REPLY
005310     ACCEPT WS-REPLY
005320     PERFORM 2900-EDIT-NUMBER THRU 2900-EXIT
005330     IF NOT REPLY-IS-NUMBER OR WS-REPLY-LEN NOT = 8
005340         DISPLAY 'TEST020 - INVALID RUN DATE'
005350         MOVE SPACE TO WS-SEL-TYPE
005360         GO TO 2100-EXIT
005370     END-IF
005380     MOVE WS-REPLY-NUM TO WS-SEL-FROM-DATE
005390     MOVE WS-REPLY-NUM TO WS-SEL-TO-DATE
005400     DISPLAY 'TEST020 - SEQUENCE OR BLANK FOR THE WHOLE DAY: '
005410     MOVE SPACES TO WS-REPLY
005420     ACCEPT WS-REPLY
005430     MOVE SPACES TO WS-LOG-CRIT
005440     MOVE WS-SEL-FROM-DATE TO LC-DATE
005450     MOVE '/' TO LC-SLASH
005460     IF WS-REPLY = SPACES
005470         SET SEL-WHOLE-DAY TO TRUE
005480         MOVE 'ALL' TO LC-SEQ
005490         GO TO 2100-DONE
005500     END-IF
005510     PERFORM 2900-EDIT-NUMBER THRU 2900-EXIT
005520     IF NOT REPLY-IS-NUMBER OR WS-REPLY-LEN > 6
005530         DISPLAY 'TEST020 - INVALID SEQUENCE'
005540         MOVE SPACE TO WS-SEL-TYPE
005550         GO TO 2100-EXIT
005560     END-IF
005570     MOVE 'N' TO WS-SEL-ALL-SEQ-SW
005580     MOVE WS-REPLY-NUM TO WS-SEL-SEQ
005590     MOVE WS-SEL-SEQ TO LC-SEQ.
005600 2100-DONE.
005610     MOVE 'KEY   ' TO WS-LOG-KIND.
005620 2100-EXIT.
005630     EXIT.
005640*
005650*----------------------------------------------------------------
005660* R - RUN ID, SIXTEEN CHARACTERS AS STAMPED ON RESMAST.
005670*----------------------------------------------------------------
005680 2200-ACCEPT-RUN-ID.
005690     DISPLAY 'TEST020 - RUN ID: '
005700     MOVE SPACES TO WS-REPLY
005710     ACCEPT WS-REPLY
005720     IF WS-REPLY = SPACES
005730         DISPLAY 'TEST020 - NO RUN ID GIVEN'
005740         MOVE SPACE TO WS-SEL-TYPE
005750         GO TO 2200-EXIT
005760     END-IF
005770     MOVE WS-REPLY(1:16) TO WS-SEL-RUN-ID
005780     MOVE ZERO TO WS-SEL-FROM-DATE
005790     MOVE 99999999 TO WS-SEL-TO-DATE
005800     MOVE SPACES TO WS-LOG-CRIT
005810     MOVE WS-SEL-RUN-ID TO WS-LOG-CRIT
005820     MOVE 'RUNID ' TO WS-LOG-KIND.
005830 2200-EXIT.
005840     EXIT.
005850*
005860*----------------------------------------------------------------
005870* S - SOURCE SYSTEM (BLANK = THE UNNAMED FEED) AND A RUN DATE
005880* RANGE (BLANK TO DATE = THE FROM DATE ONLY).
005890*----------------------------------------------------------------
005900 2300-ACCEPT-SOURCE.
005910     DISPLAY 'TEST020 - SOURCE SYSTEM (BLANK = UNNAMED FEED): '
005920     MOVE SPACES TO WS-REPLY
005930     ACCEPT WS-REPLY
005940     MOVE WS-REPLY(1:8) TO WS-SEL-SOURCE
005950     DISPLAY 'TEST020 - FROM RUN DATE (CCYYMMDD): '
005960     MOVE SPACES TO WS-REPLY
005970     ACCEPT WS-REPLY
005980     PERFORM 2900-EDIT-NUMBER THRU 2900-EXIT
005990     IF NOT REPLY-IS-NUMBER OR WS-REPLY-LEN NOT = 8
006000         DISPLAY 'TEST020 - INVALID FROM DATE'
006010         MOVE SPACE TO WS-SEL-TYPE
006020         GO TO 2300-EXIT
006030     END-IF
006040     MOVE WS-REPLY-NUM TO WS-SEL-FROM-DATE
006050     MOVE WS-REPLY-NUM TO WS-SEL-TO-DATE
006060     DISPLAY 'TEST020 - TO RUN DATE (CCYYMMDD) OR BLANK: '
006070     MOVE SPACES TO WS-REPLY
006080     ACCEPT WS-REPLY
006090     IF WS-REPLY NOT = SPACES
006100         PERFORM 2900-EDIT-NUMBER THRU 2900-EXIT
006110         IF NOT REPLY-IS-NUMBER OR WS-REPLY-LEN NOT = 8
006120            OR WS-REPLY-NUM < WS-SEL-FROM-DATE
006130             DISPLAY 'TEST020 - INVALID TO DATE'
006140             MOVE SPACE TO WS-SEL-TYPE
006150             GO TO 2300-EXIT
006160         END-IF
006170         MOVE WS-REPLY-NUM TO WS-SEL-TO-DATE
006180     END-IF
006190     MOVE SPACES TO WS-LOG-CRIT
006200     MOVE WS-SEL-SOURCE TO LC-SOURCE
006210     MOVE WS-SEL-FROM-DATE TO LC-FROM-DATE
006220     MOVE WS-SEL-TO-DATE TO LC-TO-DATE
006230     MOVE 'SOURCE' TO WS-LOG-KIND.
006240 2300-EXIT.
006250     EXIT.
006260*
006270*----------------------------------------------------------------
006280* THE MASTER, FROM THE FIRST RUN DATE OF THE SEARCH TO THE LAST.
006290*----------------------------------------------------------------
006300 2500-SCAN-RESMAST.
006310     MOVE 'N' TO WS-EOF-SW
006320     MOVE 'M' TO WS-CAND-FROM
006330     MOVE WS-SEL-FROM-DATE TO RM-RUN-DATE
006340     MOVE ZERO TO RM-SEQ
006350     START RESMAST KEY NOT < RM-KEY
006360         INVALID KEY
006370             GO TO 2500-EXIT
006380     END-START
006390     PERFORM 2510-READ-RESMAST THRU 2510-EXIT
006400     PERFORM 2520-TAKE-RESMAST THRU 2520-EXIT
006410         UNTIL END-OF-INPUT.
006420 2500-EXIT.
006430     EXIT.
006440*
006450 2510-READ-RESMAST.
006460     READ RESMAST NEXT
006470         AT END
006480             SET END-OF-INPUT TO TRUE
006490             GO TO 2510-EXIT
006500     END-READ
006510     IF RM-RUN-DATE > WS-SEL-TO-DATE
006520         SET END-OF-INPUT TO TRUE
006530     END-IF.
006540 2510-EXIT.
006550     EXIT.
006560*
006570 2520-TAKE-RESMAST.
006580     MOVE RESMAST-REC TO WS-CAND-LINE
006590     PERFORM 2800-MATCH-CRITERIA THRU 2800-EXIT
006600     IF RECORD-MATCHES
006610         PERFORM 2700-ADD-HIT THRU 2700-EXIT
006620     END-IF
006630     PERFORM 2510-READ-RESMAST THRU 2510-EXIT.
006640 2520-EXIT.
006650     EXIT.
006660*
006670*----------------------------------------------------------------
006680* THE ARCHIVE. A RECORD IS TAKEN FROM RESMARC ONLY WHEN THE
006690* MASTER NO LONGER HOLDS ITS KEY, SO A MONTH TEST011 HAS CLOSED
006700* IS ANSWERED FROM THE ARCHIVE AND AN OPEN MONTH FROM THE MASTER.
006710*----------------------------------------------------------------
006720 2600-SCAN-RESMARC.
006730     MOVE 'N' TO WS-EOF-SW
006740     MOVE 'A' TO WS-CAND-FROM
006750     OPEN INPUT RESMARC
006760     IF WS-ARC-STATUS NOT = '00'
006762         IF WS-ARC-STATUS NOT = '35'
006764             DISPLAY '  RESMARC  NOT AVAILABLE - ARCHIVE NOT '
006766                     'SEARCHED'
006768         END-IF
006770         GO TO 2600-EXIT
006780     END-IF
006790     PERFORM 2610-READ-RESMARC THRU 2610-EXIT
006800     PERFORM 2620-TAKE-RESMARC THRU 2620-EXIT
006810         UNTIL END-OF-INPUT
006820     CLOSE RESMARC.
006830 2600-EXIT.
006840     EXIT.
006850*
006860 2610-READ-RESMARC.
006870     READ RESMARC
006880         AT END
006890             SET END-OF-INPUT TO TRUE
006900     END-READ.
006910 2610-EXIT.
006920     EXIT.
006930*
006940 2620-TAKE-RESMARC.
006950     MOVE ARC-REC TO WS-CAND-LINE
006960     IF CL-RUN-DATE NOT NUMERIC
006970        OR CL-RUN-DATE < WS-SEL-FROM-DATE
006980        OR CL-RUN-DATE > WS-SEL-TO-DATE
006990         GO TO 2620-NEXT
007000     END-IF
007010     PERFORM 2800-MATCH-CRITERIA THRU 2800-EXIT
007020     IF NOT RECORD-MATCHES
007030         GO TO 2620-NEXT
007040     END-IF
007050     MOVE CL-KEY TO RM-KEY
007060     READ RESMAST
007070         INVALID KEY
007080             PERFORM 2700-ADD-HIT THRU 2700-EXIT
007090     END-READ.
007100 2620-NEXT.
007110     PERFORM 2610-READ-RESMARC THRU 2610-EXIT.
007120 2620-EXIT.
007130     EXIT.
007140*
007150 2700-ADD-HIT.
007160     IF WS-HIT-USED NOT < WS-HIT-MAX
007170         SET HIT-TABLE-FULL TO TRUE
007180         GO TO 2700-EXIT
007190     END-IF
007200     ADD 1 TO WS-HIT-USED
007210     MOVE WS-CAND-FROM TO WS-HIT-FROM(WS-HIT-USED)
007220     MOVE WS-CAND-LINE TO WS-HIT-REC(WS-HIT-USED).
007230 2700-EXIT.
007240     EXIT.
007250*
007260*----------------------------------------------------------------
007270* DOES THE CANDIDATE MEET THE SEARCH? A RUN ID OR SOURCE SEARCH
007280* LISTS POSTED RESULTS ONLY - NOT DAY SUMMARIES OR MONTHLY
007290* ROLLUPS; A RUN DATE SEARCH SHOWS WHATEVER IS AT THE KEY.
007300*----------------------------------------------------------------
007310 2800-MATCH-CRITERIA.
007320     MOVE 'N' TO WS-MATCH-SW
007330     EVALUATE TRUE
007340         WHEN SEL-BY-KEY
007350             IF SEL-WHOLE-DAY OR CL-SEQ = WS-SEL-SEQ
007360                 SET RECORD-MATCHES TO TRUE
007370             END-IF
007380         WHEN CL-SEQ = ZERO
007390           OR CL-REC-TYPE = 'S'
007400           OR CL-REC-TYPE = 'M'
007410             CONTINUE
007420         WHEN SEL-BY-RUN-ID
007430             IF CL-RUN-ID = WS-SEL-RUN-ID
007440                 SET RECORD-MATCHES TO TRUE
007450             END-IF
007460         WHEN SEL-BY-SOURCE
007470             IF CL-SOURCE-SYS = WS-SEL-SOURCE
007480                 SET RECORD-MATCHES TO TRUE
007490             END-IF
007500     END-EVALUATE.
007510 2800-EXIT.
007520     EXIT.
007530*
007540*----------------------------------------------------------------
007550* EDIT A LEFT-JUSTIFIED REPLY OF UP TO EIGHT DIGITS.
007560*----------------------------------------------------------------
007570 2900-EDIT-NUMBER.
007580     MOVE 'N' TO WS-NUM-SW
007590     MOVE ZERO TO WS-REPLY-NUM
007600     MOVE ZERO TO WS-REPLY-LEN
007610     INSPECT WS-REPLY TALLYING WS-REPLY-LEN
007620         FOR CHARACTERS BEFORE INITIAL SPACE
007630     IF WS-REPLY-LEN = ZERO OR WS-REPLY-LEN > 8
007640         GO TO 2900-EXIT
007650     END-IF
007660     IF WS-REPLY(1:WS-REPLY-LEN) NOT NUMERIC
007670         GO TO 2900-EXIT
007680     END-IF
007690     IF WS-REPLY(WS-REPLY-LEN + 1:) NOT = SPACES
007700         GO TO 2900-EXIT
007710     END-IF
007720     MOVE WS-REPLY(1:WS-REPLY-LEN) TO WS-REPLY-NUM
007730     SET REPLY-IS-NUMBER TO TRUE.
007740 2900-EXIT.
007750     EXIT.
007760*
007770 3000-LIST-HITS.
007780     DISPLAY 'TEST020 - RECORDS FOUND: ' WS-HIT-USED
007790     IF HIT-TABLE-FULL
007800         DISPLAY 'TEST020 - ONLY THE FIRST 200 ARE LISTED - '
007810                 'NARROW THE SEARCH'
007820     END-IF
007830     IF WS-HIT-USED = ZERO
007840         GO TO 3000-EXIT
007850     END-IF
007860     DISPLAY RQ-HIT-HDR-LINE
007870     PERFORM 3100-LIST-ONE-HIT THRU 3100-EXIT
007880         VARYING WS-HIT-SUB FROM 1 BY 1
007890         UNTIL WS-HIT-SUB > WS-HIT-USED.
007900 3000-EXIT.
007910     EXIT.
007920*
007930 3100-LIST-ONE-HIT.
007940     MOVE WS-HIT-REC(WS-HIT-SUB) TO WS-CAND-LINE
007950     MOVE WS-HIT-SUB TO RQ-HIT-NUM-ED
007960     MOVE CL-RUN-DATE TO RQ-HIT-DATE-ED
007970     MOVE CL-SEQ TO RQ-HIT-SEQ-ED
007980     MOVE CL-REC-TYPE TO RQ-HIT-TYPE-ED
007990     MOVE CL-SOURCE-SYS TO RQ-HIT-SOURCE-ED
008000     MOVE CL-VAL1 TO RQ-HIT-VAL1-ED
008010     MOVE CL-VAL2 TO RQ-HIT-VAL2-ED
008020     MOVE CL-RES TO RQ-HIT-RES-ED
008030     MOVE CL-RUN-ID TO RQ-HIT-RUNID-ED
008040     IF WS-HIT-FROM(WS-HIT-SUB) = 'A'
008050         MOVE 'ARCHIVE' TO RQ-HIT-FROM-ED
008060     ELSE
008070         MOVE 'MASTER ' TO RQ-HIT-FROM-ED
008080     END-IF
008090     DISPLAY RQ-HIT-LINE.
008100 3100-EXIT.
008110     EXIT.
008120*
008130 3500-CHOOSE-TRACE.
008140     DISPLAY 'TEST020 - ENTRY NUMBER TO TRACE OR BLANK FOR A '
008150             'NEW SEARCH: '
008160     MOVE SPACES TO WS-REPLY
008170     ACCEPT WS-REPLY
008180     IF WS-REPLY = SPACES
008190         SET TRACE-DONE TO TRUE
008200         GO TO 3500-EXIT
008210     END-IF
008220     PERFORM 2900-EDIT-NUMBER THRU 2900-EXIT
008230     IF NOT REPLY-IS-NUMBER
008240        OR WS-REPLY-NUM = ZERO
008250        OR WS-REPLY-NUM > WS-HIT-USED
008260         DISPLAY 'TEST020 - NO SUCH ENTRY'
008270         GO TO 3500-EXIT
008280     END-IF
008290     MOVE WS-REPLY-NUM TO WS-HIT-SUB
008300     MOVE WS-HIT-REC(WS-HIT-SUB) TO WS-RES-LINE
008310     MOVE WS-HIT-FROM(WS-HIT-SUB) TO WS-RL-FROM
008320     PERFORM 4000-TRACE-RECORD THRU 4000-EXIT.
008330 3500-EXIT.
008340     EXIT.
008350*
008360*----------------------------------------------------------------
008370* THE TRACE OF ONE RECORD. A DAY SUMMARY OR MONTHLY ROLLUP HAS
008380* NO RUN OF ITS OWN TO FOLLOW AND IS SHOWN AS IT STANDS.
008390*----------------------------------------------------------------
008400 4000-TRACE-RECORD.
008410     ADD 1 TO WS-TRACE-COUNT
008420     MOVE SPACES TO WS-LOG-CRIT
008430     MOVE RL-RUN-DATE TO LC-DATE
008440     MOVE '/' TO LC-SLASH
008450     MOVE RL-SEQ TO LC-SEQ
008460     IF WS-RL-FROM = 'A'
008470         MOVE 'ARCHIVE' TO LC-FROM
008480     ELSE
008490         MOVE 'MASTER ' TO LC-FROM
008500     END-IF
008510     MOVE 'TRACE ' TO WS-LOG-KIND
008520     MOVE 1 TO WS-LOG-COUNT
008530     PERFORM 8000-LOG-INQUIRY THRU 8000-EXIT
008540     DISPLAY '----------------------------------------'
008550             '----------------------------------------'
008560     DISPLAY 'TEST020 - TRACE OF ' RL-RUN-DATE '/' RL-SEQ
008570             ' FROM ' LC-FROM
008580     MOVE RL-RES TO RQ-RES-ED
008590     DISPLAY '  RECORD   TYPE ' RL-REC-TYPE
008600             ' SOURCE ' RL-SOURCE-SYS
008610             ' VALUES ' RL-VAL1 ' ' RL-VAL2
008620             ' WEIGHTS ' RL-WGT1 ' ' RL-WGT2
008630             ' RESULT ' RQ-RES-ED
008640     DISPLAY '  RECORD   RUN ID ' RL-RUN-ID
008650     IF RL-SEQ = ZERO OR RL-IS-SUMMARY OR RL-IS-ROLLUP
008660         MOVE RL-DAY-TOTAL TO RQ-TOTAL-ED
008670         DISPLAY '  SUMMARY  DAY COUNT ' RL-DAY-COUNT
008680                 ' DAY TOTAL ' RQ-TOTAL-ED
008690                 ' - NO RUN LINEAGE TO TRACE'
008700         GO TO 4000-EXIT
008710     END-IF
008720     MOVE RL-RUN-ID TO WS-LINEAGE-RUN-ID
008730     MOVE RL-REC-TYPE TO WS-ORIG-TYPE
008740     MOVE RL-RES TO WS-ORIG-RES
008750     MOVE ZERO TO WS-ADJ-USED
008760     PERFORM 4100-SCAN-JOURNAL THRU 4100-EXIT
008770     PERFORM 4200-FIND-REVERSALS THRU 4200-EXIT
008780     DISPLAY '  LINEAGE  RUN ID ' WS-LINEAGE-RUN-ID
008790     PERFORM 4300-SCAN-AUDITLOG THRU 4300-EXIT
008800     PERFORM 4400-SCAN-RUNHIST THRU 4400-EXIT
008810     PERFORM 4500-SCAN-RELFILE THRU 4500-EXIT
008820     PERFORM 4600-SCAN-XMITREG THRU 4600-EXIT.
008830 4000-EXIT.
008840     EXIT.
008850*
008860*----------------------------------------------------------------
008870* RESMJRNL - TEST012 REWRITES OF THIS KEY ARE REPLACEMENTS. THE
008880* FIRST ONE'S BEFORE IMAGE HOLDS THE RESULT AND RUN ID AS
008890* ORIGINALLY POSTED. A TEST011 DELETE IS THE MONTH-END PURGE.
008900*----------------------------------------------------------------
008910 4100-SCAN-JOURNAL.
008920     MOVE ZERO TO WS-REPL-COUNT
008930     MOVE 'N' TO WS-EOF-SW
008940     OPEN INPUT RESMJRNL
008950     IF WS-JRN-STATUS NOT = '00'
008960         DISPLAY '  RESMJRNL NOT AVAILABLE - REPLACEMENTS NOT '
008970                 'CHECKED'
008980         GO TO 4100-EXIT
008990     END-IF
009000     PERFORM 4110-READ-JOURNAL THRU 4110-EXIT
009010     PERFORM 4120-TAKE-JOURNAL THRU 4120-EXIT
009020         UNTIL END-OF-INPUT
009030     CLOSE RESMJRNL
009040     IF WS-REPL-COUNT = ZERO
009050         DISPLAY '  RESMJRNL NO REPLACEMENTS JOURNALED'
009060     END-IF.
009070 4100-EXIT.
009080     EXIT.
009090*
009100 4110-READ-JOURNAL.
009110     READ RESMJRNL
009120         AT END
009130             SET END-OF-INPUT TO TRUE
009140     END-READ.
009150 4110-EXIT.
009160     EXIT.
009170*
009180 4120-TAKE-JOURNAL.
009190     IF JRN-B-KEY NOT = RL-KEY
009200         GO TO 4120-NEXT
009210     END-IF
009220     IF JRN-PROG = 'TEST011' AND JRN-IS-DELETE
009230         DISPLAY '  RESMJRNL PURGED TO RESMARC ' JRN-DATE ' '
009240                 JRN-TIME ' AT MONTH-END CLOSE'
009250         GO TO 4120-NEXT
009260     END-IF
009270     IF JRN-PROG NOT = 'TEST012' OR NOT JRN-IS-REWRITE
009280         GO TO 4120-NEXT
009290     END-IF
009300     ADD 1 TO WS-REPL-COUNT
009310     IF WS-REPL-COUNT = 1
009320         MOVE JRN-B-RUN-ID TO WS-LINEAGE-RUN-ID
009330         MOVE JRN-B-RES TO WS-ORIG-RES
009340     END-IF
009350     MOVE JRN-RUN-ID TO WS-CHK-RUN-ID
009360     PERFORM 4700-ADD-ADJ-RUN THRU 4700-EXIT
009370     MOVE JRN-B-RES TO RQ-RES-ED
009380     MOVE JRN-A-RES TO RQ-RES2-ED
009390     DISPLAY '  RESMJRNL REPLACED ' JRN-DATE ' ' JRN-TIME
009400             ' RESULT ' RQ-RES-ED ' TO ' RQ-RES2-ED
009410             ' BY TEST012 RUN ' JRN-RUN-ID.
009420 4120-NEXT.
009430     PERFORM 4110-READ-JOURNAL THRU 4110-EXIT.
009440 4120-EXIT.
009450     EXIT.
009460*
009470*----------------------------------------------------------------
009480* REVERSALS - TEST012 POSTS A REVERSAL AS A TYPE-'R' RECORD ON
009490* THE TARGET'S DAY WITH THE TARGET'S SOURCE AND VALUES. FOR A
009500* DETAIL, THE REVERSALS OF THAT DAY CARRYING ITS VALUES ARE
009510* LISTED; FOR A REVERSAL, THE DETAILS IT CAN BE REVERSING, AND
009520* WHEN THERE IS EXACTLY ONE, ITS RUN BECOMES THE LINEAGE. THE
009530* DAY IS READ FROM WHERE THE TRACED RECORD WAS FOUND.
009540*----------------------------------------------------------------
009550 4200-FIND-REVERSALS.
009560     MOVE ZERO TO WS-REV-COUNT
009570     MOVE 'N' TO WS-EOF-SW
009580     IF WS-RL-FROM = 'A'
009590         OPEN INPUT RESMARC
009600         IF WS-ARC-STATUS NOT = '00'
009602             IF WS-ARC-STATUS NOT = '35'
009604                 DISPLAY '  RESMARC  NOT AVAILABLE - ARCHIVE NOT '
009606                         'SEARCHED'
009608             END-IF
009610             GO TO 4200-DONE
009620         END-IF
009630         PERFORM 4220-READ-ARCHIVE-DAY THRU 4220-EXIT
009640         PERFORM 4230-TAKE-DAY-RECORD THRU 4230-EXIT
009650             UNTIL END-OF-INPUT
009660         CLOSE RESMARC
009670     ELSE
009680         MOVE RL-RUN-DATE TO RM-RUN-DATE
009690         MOVE ZERO TO RM-SEQ
009700         START RESMAST KEY NOT < RM-KEY
009710             INVALID KEY
009720                 GO TO 4200-DONE
009730         END-START
009740         PERFORM 4210-READ-MASTER-DAY THRU 4210-EXIT
009750         PERFORM 4230-TAKE-DAY-RECORD THRU 4230-EXIT
009760             UNTIL END-OF-INPUT
009770     END-IF.
009780 4200-DONE.
009790     IF RL-IS-REVERSAL
009800         MOVE RL-RUN-ID TO WS-CHK-RUN-ID
009810         PERFORM 4700-ADD-ADJ-RUN THRU 4700-EXIT
009820         COMPUTE WS-ORIG-RES = ZERO - RL-RES
009830         IF WS-REV-COUNT = 1
009840             MOVE WS-REV-RUN-ID TO WS-LINEAGE-RUN-ID
009850             MOVE WS-REV-TYPE TO WS-ORIG-TYPE
009860         ELSE
009870             MOVE '1' TO WS-ORIG-TYPE
009880             MOVE RL-RES TO WS-ORIG-RES
009890             DISPLAY '  RESMAST  REVERSED DETAIL NOT '
009900                     'IDENTIFIED - LINEAGE IS THE TEST012 RUN'
009910         END-IF
009920         GO TO 4200-EXIT
009930     END-IF
009940     IF WS-REV-COUNT = ZERO
009950         DISPLAY '  RESMAST  NO REVERSALS POSTED'
009960     END-IF.
009970 4200-EXIT.
009980     EXIT.
009990*
010000 4210-READ-MASTER-DAY.
010010     READ RESMAST NEXT
010020         AT END
010030             SET END-OF-INPUT TO TRUE
010040             GO TO 4210-EXIT
010050     END-READ
010060     IF RM-RUN-DATE NOT = RL-RUN-DATE
010070         SET END-OF-INPUT TO TRUE
010080         GO TO 4210-EXIT
010090     END-IF
010100     MOVE RESMAST-REC TO WS-CAND-LINE.
010110 4210-EXIT.
010120     EXIT.
010130*
010140 4220-READ-ARCHIVE-DAY.
010150     READ RESMARC
010160         AT END
010170             SET END-OF-INPUT TO TRUE
010180             GO TO 4220-EXIT
010190     END-READ
010200     MOVE ARC-REC TO WS-CAND-LINE.
010210 4220-EXIT.
010220     EXIT.
010230*
010240 4230-TAKE-DAY-RECORD.
010250     IF CL-RUN-DATE NOT = RL-RUN-DATE
010260        OR CL-SEQ = RL-SEQ
010270        OR CL-VAL1 NOT = RL-VAL1
010280        OR CL-VAL2 NOT = RL-VAL2
010290        OR CL-SOURCE-SYS NOT = RL-SOURCE-SYS
010300         GO TO 4230-NEXT
010310     END-IF
010320     MOVE CL-RES TO RQ-RES-ED
010330     IF RL-IS-REVERSAL
010340         IF CL-REC-TYPE = '1' OR CL-REC-TYPE = '2'
010350             ADD 1 TO WS-REV-COUNT
010360             MOVE CL-RUN-ID TO WS-REV-RUN-ID
010370             MOVE CL-REC-TYPE TO WS-REV-TYPE
010380             DISPLAY '  RESMAST  REVERSES ' CL-RUN-DATE '/'
010390                     CL-SEQ ' RESULT ' RQ-RES-ED
010400                     ' RUN ' CL-RUN-ID
010410         END-IF
010420         GO TO 4230-NEXT
010430     END-IF
010440     IF CL-REC-TYPE = 'R'
010450         ADD 1 TO WS-REV-COUNT
010460         MOVE CL-RUN-ID TO WS-CHK-RUN-ID
010470         PERFORM 4700-ADD-ADJ-RUN THRU 4700-EXIT
010480         DISPLAY '  RESMAST  REVERSED BY ' CL-RUN-DATE '/'
010490                 CL-SEQ ' RESULT ' RQ-RES-ED
010500                 ' TEST012 RUN ' CL-RUN-ID
010510     END-IF.
010520 4230-NEXT.
010530     IF WS-RL-FROM = 'A'
010540         PERFORM 4220-READ-ARCHIVE-DAY THRU 4220-EXIT
010550     ELSE
010560         PERFORM 4210-READ-MASTER-DAY THRU 4210-EXIT
010570     END-IF.
010580 4230-EXIT.
010590     EXIT.
010600*
010610*----------------------------------------------------------------
010620* AUDITLOG - THE ORIGINATING LINE IS THE LINEAGE RUN'S LINE WITH
010630* THE SAME VALUES AND THE RESULT AS ORIGINALLY POSTED (COUNT AND
010640* AVERAGE FOR A MULTI-VALUE RESULT). TEST012'S LINES FOR ITS
010650* ADJUSTMENTS CARRY ITS OWN RUN ID AND THE SAME VALUES.
010660*----------------------------------------------------------------
010670 4300-SCAN-AUDITLOG.
010680     MOVE ZERO TO WS-AUD-RUN-COUNT
010690     MOVE ZERO TO WS-AUD-HIT-COUNT
010700     MOVE RL-VAL1 TO WS-CMP-VAL1-ED
010710     MOVE RL-VAL2 TO WS-CMP-VAL2-ED
010720     MOVE RL-VAL1 TO WS-CMP-COUNT-ED
010730     MOVE WS-ORIG-RES TO WS-CMP-RES-ED
010740     MOVE 'N' TO WS-EOF-SW
010750     OPEN INPUT AUDITLOG
010760     IF WS-AUDIT-STATUS NOT = '00'
010770         DISPLAY '  AUDITLOG NOT AVAILABLE'
010780         GO TO 4300-EXIT
010790     END-IF
010800     PERFORM 4310-READ-AUDITLOG THRU 4310-EXIT
010810     PERFORM 4320-TAKE-AUDIT-LINE THRU 4320-EXIT
010820         UNTIL END-OF-INPUT
010830     CLOSE AUDITLOG
010840     IF WS-AUD-HIT-COUNT = ZERO
010850         DISPLAY '  AUDITLOG NO MATCHING LINE - ' WS-AUD-RUN-COUNT
010860                 ' LINE(S) FOR THE RUN'
010870     END-IF.
010880 4300-EXIT.
010890     EXIT.
010900*
010910 4310-READ-AUDITLOG.
010920     READ AUDITLOG INTO WS-AUD-LINE
010930         AT END
010940             SET END-OF-INPUT TO TRUE
010950     END-READ.
010960 4310-EXIT.
010970     EXIT.
010980*
010990 4320-TAKE-AUDIT-LINE.
011000     IF WS-AUD-M-TAG = 'N= '
011010         IF WS-AUD-M-RUNID = WS-LINEAGE-RUN-ID
011020             ADD 1 TO WS-AUD-RUN-COUNT
011030             IF WS-ORIG-TYPE = '2'
011040                AND WS-AUD-M-COUNT = WS-CMP-COUNT-ED
011050                AND WS-AUD-M-AVG = WS-CMP-RES-ED
011060                 ADD 1 TO WS-AUD-HIT-COUNT
011070                 DISPLAY '  AUDITLOG POSTED   ' WS-AUD-LINE(1:65)
011080             END-IF
011090         END-IF
011100         GO TO 4320-NEXT
011110     END-IF
011120     IF WS-AUD-P-RUNID = WS-LINEAGE-RUN-ID
011130         ADD 1 TO WS-AUD-RUN-COUNT
011140         IF WS-ORIG-TYPE NOT = '2'
011150            AND WS-AUD-P-VAL1 = WS-CMP-VAL1-ED
011160            AND WS-AUD-P-VAL2 = WS-CMP-VAL2-ED
011170            AND WS-AUD-P-RES = WS-CMP-RES-ED
011180             ADD 1 TO WS-AUD-HIT-COUNT
011190             DISPLAY '  AUDITLOG POSTED   ' WS-AUD-LINE(1:58)
011200         END-IF
011210         GO TO 4320-NEXT
011220     END-IF
011230     IF WS-AUD-P-VAL1 NOT = WS-CMP-VAL1-ED
011240        OR WS-AUD-P-VAL2 NOT = WS-CMP-VAL2-ED
011250         GO TO 4320-NEXT
011260     END-IF
011270     MOVE WS-AUD-P-RUNID TO WS-CHK-RUN-ID
011280     PERFORM 4710-FIND-ADJ-RUN THRU 4710-EXIT
011290     IF ADJ-RUN-FOUND
011300         DISPLAY '  AUDITLOG ADJUSTED ' WS-AUD-LINE(1:75)
011310     END-IF.
011320 4320-NEXT.
011330     PERFORM 4310-READ-AUDITLOG THRU 4310-EXIT.
011340 4320-EXIT.
011350     EXIT.
011360*
011370*----------------------------------------------------------------
011380* RUNHIST - THE LINEAGE RUN'S STATUS LINE AND THE SET LINES
011390* THAT FOLLOW IT. A RESTARTED RUN SHOWS EVERY ATTEMPT.
011400*----------------------------------------------------------------
011410 4400-SCAN-RUNHIST.
011420     MOVE ZERO TO WS-FOUND-COUNT
011430     MOVE 'N' TO WS-IN-RUN-SW
011440     MOVE 'N' TO WS-EOF-SW
011450     OPEN INPUT RUNHIST
011460     IF WS-RUNH-STATUS NOT = '00'
011470         DISPLAY '  RUNHIST  NOT AVAILABLE'
011480         GO TO 4400-EXIT
011490     END-IF
011500     PERFORM 4410-READ-RUNHIST THRU 4410-EXIT
011510     PERFORM 4420-TAKE-HIST-LINE THRU 4420-EXIT
011520         UNTIL END-OF-INPUT
011530     CLOSE RUNHIST
011540     IF WS-FOUND-COUNT = ZERO
011550         DISPLAY '  RUNHIST  NO STATUS LINE FOR THE RUN'
011560     END-IF.
011570 4400-EXIT.
011580     EXIT.
011590*
011600 4410-READ-RUNHIST.
011610     READ RUNHIST INTO WS-HIST-LINE
011620         AT END
011630             SET END-OF-INPUT TO TRUE
011640     END-READ.
011650 4410-EXIT.
011660     EXIT.
011670*
011680 4420-TAKE-HIST-LINE.
011690     IF RH-SET-TAG = ' SET '
011700         IF IN-LINEAGE-RUN
011710             DISPLAY '  RUNHIST  ' WS-HIST-LINE(1:70)
011720         END-IF
011730         GO TO 4420-NEXT
011740     END-IF
011750     MOVE 'N' TO WS-IN-RUN-SW
011760     IF RH-RUN-ID = WS-LINEAGE-RUN-ID
011770         SET IN-LINEAGE-RUN TO TRUE
011780         ADD 1 TO WS-FOUND-COUNT
011790         DISPLAY '  RUNHIST  ' WS-HIST-LINE(1:63)
011800     END-IF.
011810 4420-NEXT.
011820     PERFORM 4410-READ-RUNHIST THRU 4410-EXIT.
011830 4420-EXIT.
011840     EXIT.
011850*
011860*----------------------------------------------------------------
011870* RELFILE - TEST003'S RELEASE VERDICT FOR THE LINEAGE RUN.
011880*----------------------------------------------------------------
011890 4500-SCAN-RELFILE.
011900     MOVE ZERO TO WS-FOUND-COUNT
011910     MOVE 'N' TO WS-EOF-SW
011920     OPEN INPUT RELFILE
011930     IF WS-REL-STATUS NOT = '00'
011940         DISPLAY '  RELFILE  NOT AVAILABLE'
011950         GO TO 4500-EXIT
011960     END-IF
011970     PERFORM 4510-READ-RELFILE THRU 4510-EXIT
011980     PERFORM 4520-TAKE-REL-LINE THRU 4520-EXIT
011990         UNTIL END-OF-INPUT
012000     CLOSE RELFILE
012010     IF WS-FOUND-COUNT = ZERO
012020         DISPLAY '  RELFILE  RUN NOT RELEASED'
012030     END-IF.
012040 4500-EXIT.
012050     EXIT.
012060*
012070 4510-READ-RELFILE.
012080     READ RELFILE
012090         AT END
012100             SET END-OF-INPUT TO TRUE
012110     END-READ.
012120 4510-EXIT.
012130     EXIT.
012140*
012150 4520-TAKE-REL-LINE.
012160     IF REL-RUN-ID = WS-LINEAGE-RUN-ID
012170         ADD 1 TO WS-FOUND-COUNT
012180         DISPLAY '  RELFILE  RELEASE ' REL-DISP
012190                 ' REPFILE COUNT ' REL-REP-COUNT
012200                 ' IFACEFILE COUNT ' REL-IFC-COUNT
012210                 ' RUN DATE ' REL-RUN-DATE
012220     END-IF
012230     PERFORM 4510-READ-RELFILE THRU 4510-EXIT.
012240 4520-EXIT.
012250     EXIT.
012260*
012270*----------------------------------------------------------------
012280* XMITREG - AN IFACEFILE EXTRACT OF THE LINEAGE RUN, OR A
012290* RESMAST EXTRACT OF THE RECORD'S RUN DATE (WHICH CARRIES EVERY
012300* DETAIL OF THAT DAY), TOOK THE RESULT TO THE PARTNER.
012310*----------------------------------------------------------------
012320 4600-SCAN-XMITREG.
012330     MOVE ZERO TO WS-FOUND-COUNT
012340     MOVE 'N' TO WS-EOF-SW
012350     OPEN INPUT XMITREG
012360     IF WS-XMIT-STATUS NOT = '00'
012370         DISPLAY '  XMITREG  NOT TRANSMITTED (NO REGISTER)'
012380         GO TO 4600-EXIT
012390     END-IF
012400     PERFORM 4610-READ-XMITREG THRU 4610-EXIT
012410     PERFORM 4620-TAKE-XMIT-LINE THRU 4620-EXIT
012420         UNTIL END-OF-INPUT
012430     CLOSE XMITREG
012440     IF WS-FOUND-COUNT = ZERO
012450         DISPLAY '  XMITREG  NOT TRANSMITTED'
012460     END-IF.
012470 4600-EXIT.
012480     EXIT.
012490*
012500 4610-READ-XMITREG.
012510     READ XMITREG INTO WS-XREG-LINE
012520         AT END
012530             SET END-OF-INPUT TO TRUE
012540     END-READ.
012550 4610-EXIT.
012560     EXIT.
012570*
012580 4620-TAKE-XMIT-LINE.
012590     IF (XR-SRC(1:8) = 'RESMAST '
012600         AND XR-SRC(9:8) = RL-RUN-DATE-X)
012610        OR (XR-SRC(1:8) NOT = 'RESMAST '
012620         AND XR-RUN-ID = WS-LINEAGE-RUN-ID)
012630         ADD 1 TO WS-FOUND-COUNT
012640         IF XR-ACK-PENDING
012650             MOVE 'PENDING ' TO XR-ACK-STATUS
012660         END-IF
012670         DISPLAY '  XMITREG  SENT ' XR-DATE ' ' XR-TIME
012680                 ' FROM ' XR-SRC ' COUNT ' XR-COUNT
012690                 ' ACK ' XR-ACK-STATUS ' ' XR-ACK-DATE
012700     END-IF
012710     PERFORM 4610-READ-XMITREG THRU 4610-EXIT.
012720 4620-EXIT.
012730     EXIT.
012740*
012750*----------------------------------------------------------------
012760* TEST012 RUN IDS MET DURING THE TRACE.
012770*----------------------------------------------------------------
012780 4700-ADD-ADJ-RUN.
012790     PERFORM 4710-FIND-ADJ-RUN THRU 4710-EXIT
012800     IF NOT ADJ-RUN-FOUND
012810        AND WS-ADJ-USED < WS-ADJ-MAX
012820         ADD 1 TO WS-ADJ-USED
012830         MOVE WS-CHK-RUN-ID TO WS-ADJ-RUN-ID(WS-ADJ-USED)
012840     END-IF.
012850 4700-EXIT.
012860     EXIT.
012870*
012880 4710-FIND-ADJ-RUN.
012890     MOVE 'N' TO WS-ADJ-HIT-SW
012900     IF WS-ADJ-USED > ZERO
012910         PERFORM 4720-MATCH-ADJ-RUN THRU 4720-EXIT
012920             VARYING WS-ADJ-SUB FROM 1 BY 1
012930             UNTIL WS-ADJ-SUB > WS-ADJ-USED
012940                OR ADJ-RUN-FOUND
012950     END-IF.
012960 4710-EXIT.
012970     EXIT.
012980*
012990 4720-MATCH-ADJ-RUN.
013000     IF WS-ADJ-RUN-ID(WS-ADJ-SUB) = WS-CHK-RUN-ID
013010         SET ADJ-RUN-FOUND TO TRUE
013020     END-IF.
013030 4720-EXIT.
013040     EXIT.
013050*
013060 8000-LOG-INQUIRY.
013070     ACCEPT RQL-DATE-ED FROM DATE YYYYMMDD
013080     ACCEPT RQL-TIME-ED FROM TIME
013090     MOVE WS-USER-ID TO RQL-USER-ED
013100     MOVE WS-LOG-KIND TO RQL-KIND-ED
013110     MOVE WS-LOG-CRIT TO RQL-CRIT-ED
013120     MOVE WS-LOG-COUNT TO RQL-COUNT-ED
013130     MOVE RQL-LINE TO RQL-REC
013140     WRITE RQL-REC.
013150 8000-EXIT.
013160     EXIT.
013170*
013180 9000-TERMINATE.
013190     IF FILES-ARE-OPEN
013200         CLOSE RESMAST
013210         CLOSE RINQLOG
013220         DISPLAY 'TEST020 - SEARCHES: ' WS-INQ-COUNT
013230                 ' TRACES: ' WS-TRACE-COUNT
013240     END-IF.
013250 9000-EXIT.
013260     EXIT.
