000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.         TEST018.
000030 AUTHOR.             CAIO CAMPOS.
000040 DATE-WRITTEN        15/10/2026.
000050 DATE-COMPILED.
000060*----------------------------------------------------------------
000070* TEST018 - PER-SOURCE OUTLIER EXCEPTION REPORT.
000080*
000090* TEST007'S TREND FLAG WATCHES THE DAY AVERAGE, WHICH A SINGLE
000100* BAD RESULT FROM ONE FEED INSIDE A BUSY DAY DOES NOT MOVE. THIS
000110* REPORT BUILDS A ROLLING BASELINE FOR EACH SOURCE SYSTEM
000120* (RM-SOURCE-SYS) FROM THE DETAIL HISTORY ON THE ARCHIVE
000130* (RESMARC) AND THE MASTER (RESMAST): THE MEAN AND STANDARD
000140* DEVIATION OF RM-RES, AND THE MEAN AND STANDARD DEVIATION OF
000150* THE GAP BETWEEN RM-VAL1 AND RM-VAL2. EVERY DETAIL POSTED ON OR
000160* AFTER THE CHECK DATE WHOSE RESULT OR GAP LIES MORE THAN THE
000170* SET NUMBER OF DEVIATIONS FROM ITS SOURCE'S NORM IS LISTED ON
000180* OUTLRPT WITH ITS RUN DATE, SEQUENCE AND RUN ID, READY TO BE
000190* TAKEN TO TEST012. A SOURCE WITH TOO LITTLE HISTORY FOR A
000200* BASELINE IS LISTED SEPARATELY WITH THE DETAILS IT POSTED THAT
000210* COULD NOT BE CHECKED. REVERSALS (TYPE 'R'), DAY SUMMARIES AND
000220* MONTHLY ROLLUPS ARE NOT RESULTS AND ARE LEFT OUT THROUGHOUT.
000230* CONTROLLED BY A SINGLE OUTPARMS CARD:
000240*     COLS  1- 8  CHECK FROM DATE (CCYYMMDD, BLANK = THE LATEST
000250*                 DAY POSTED ON RESMAST)
000260*     COLS  9-11  DEVIATIONS NNN = NN,N (DEFAULT 030 = 3,0)
000270*     COLS 12-16  MINIMUM HISTORY DETAILS FOR A BASELINE
000280*                 (DEFAULT 00030)
000290*     COLS 17-18  BASELINE MONTHS BEFORE THE CHECK DATE'S MONTH
000300*                 (DEFAULT 06, 00 = ALL HISTORY)
000310* THE BASELINE IS TAKEN FROM DETAILS DATED BEFORE THE CHECK
000320* DATE ONLY, SO THE RESULTS BEING CHECKED NEVER WEIGH ON THEIR
000330* OWN NORM. THE RUN ENDS WITH RETURN CODE 4 WHEN ANY OUTLIER IS
000340* FOUND OR ANY SOURCE POSTED WITHOUT A BASELINE, AND 8 WHEN
000350* RESMAST CANNOT BE OPENED.
000360*----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380*----------------------------------------------------------------
000390* 15/10/2026 CC  INITIAL VERSION.
000400*----------------------------------------------------------------
000410 ENVIRONMENT         DIVISION.
000420*
000430 CONFIGURATION       SECTION.
000440 SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
000450*
000460 INPUT-OUTPUT        SECTION.
000470 FILE-CONTROL.
000480     SELECT          OUTPARMS   ASSIGN TO "OUTPARMS"
000490                                ORGANIZATION IS LINE SEQUENTIAL
000500                                FILE STATUS  IS WS-OUTP-STATUS.
000510     SELECT          RESMAST    ASSIGN TO "RESMAST"
000520                                ORGANIZATION IS INDEXED
000530                                ACCESS MODE  IS DYNAMIC
000540                                RECORD KEY   IS RM-KEY
000550                                FILE STATUS  IS WS-RESM-STATUS.
000560     SELECT          RESMARC    ASSIGN TO "RESMARC"
000570                                ORGANIZATION IS LINE SEQUENTIAL
000580                                FILE STATUS  IS WS-ARC-STATUS.
000590     SELECT          OUTLRPT    ASSIGN TO "OUTLRPT"
000600                                ORGANIZATION IS LINE SEQUENTIAL.
000610*
000620 DATA                DIVISION.
000630 FILE                SECTION.
000640 FD  OUTPARMS.
000650 01  OUTP-REC.
000660     05 OUTP-CHECK-DATE-X     PIC X(08).
000670     05 OUTP-DEVS-X           PIC X(03).
000680     05 OUTP-MIN-HIST-X       PIC X(05).
000690     05 OUTP-MONTHS-X         PIC X(02).
000700*
000710 FD  RESMAST.
000720 01  RESMAST-REC.
000730     05 RM-KEY.
000740         10 RM-RUN-DATE       PIC 9(08).
000750         10 RM-SEQ            PIC 9(06).
000760     05 RM-REC-TYPE           PIC X(01).
000770         88 RM-IS-SUMMARY     VALUE 'S'.
000780         88 RM-IS-PAIR        VALUE '1'.
000790         88 RM-IS-MULTI       VALUE '2'.
000800         88 RM-IS-ROLLUP      VALUE 'M'.
000810         88 RM-IS-REVERSAL    VALUE 'R'.
000820     05 RM-VAL1               PIC S9(4) SIGN LEADING SEPARATE.
000830     05 RM-VAL2               PIC S9(4) SIGN LEADING SEPARATE.
000840     05 RM-RES                PIC S9(4)V99 SIGN LEADING SEPARATE.
000850     05 RM-DAY-COUNT          PIC 9(06).
000860     05 RM-DAY-TOTAL          PIC S9(9)V99 SIGN LEADING
000870                               SEPARATE.
000880     05 RM-WGT1               PIC X(03).
000890     05 RM-WGT2               PIC X(03).
000900     05 RM-RUN-ID             PIC X(16).
000910     05 RM-SOURCE-SYS         PIC X(08).
000920     05 FILLER                PIC X(04).
000930*
000940*----------------------------------------------------------------
000950* RESMARC - THE RESMAST RECORDS TEST011 ARCHIVED, SAME LAYOUT.
000960*----------------------------------------------------------------
000970 FD  RESMARC.
000980 01  ARC-REC.
000990     05 ARC-RUN-DATE          PIC 9(08).
001000     05 ARC-SEQ               PIC 9(06).
001010     05 ARC-REC-TYPE          PIC X(01).
001020         88 ARC-IS-PAIR       VALUE '1'.
001030         88 ARC-IS-MULTI      VALUE '2'.
001040     05 ARC-VAL1              PIC S9(4) SIGN LEADING SEPARATE.
001050     05 ARC-VAL2              PIC S9(4) SIGN LEADING SEPARATE.
001060     05 ARC-RES               PIC S9(4)V99 SIGN LEADING SEPARATE.
001070     05 FILLER                PIC X(18).
001080     05 FILLER                PIC X(06).
001090     05 ARC-RUN-ID            PIC X(16).
001100     05 ARC-SOURCE-SYS        PIC X(08).
001110     05 FILLER                PIC X(04).
001120*
001130 FD  OUTLRPT.
001140 01  OUTLRPT-REC              PIC X(132).
001150*
001160 WORKING-STORAGE     SECTION.
001170 77  WS-OUTP-STATUS           PIC X(02) VALUE SPACES.
001180 77  WS-RESM-STATUS           PIC X(02) VALUE SPACES.
001190 77  WS-ARC-STATUS            PIC X(02) VALUE SPACES.
001200*
001210 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
001220     88 END-OF-RESMAST        VALUE 'Y'.
001230 77  WS-ARC-EOF-SW            PIC X(01) VALUE 'N'.
001240     88 END-OF-RESMARC        VALUE 'Y'.
001250*
001260 77  WS-RESM-OPEN-SW          PIC X(01) VALUE 'N'.
001270     88 RESMAST-IS-OPEN       VALUE 'Y'.
001280*
001290 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001300*
001310*----------------------------------------------------------------
001320* SELECTION - THE CHECK DATE, THE BASELINE WINDOW AND THE
001330* DEVIATION LIMIT.
001340*----------------------------------------------------------------
001350 01  WS-CHECK-DATE            PIC 9(08) VALUE ZERO.
001360 01  WS-CHECK-DATE-R REDEFINES WS-CHECK-DATE.
001370     05 WS-CHK-CCYY           PIC 9(04).
001380     05 WS-CHK-MM             PIC 9(02).
001390     05 WS-CHK-DD             PIC 9(02).
001400 01  WS-BASE-LOW-DATE         PIC 9(08) VALUE ZERO.
001410 01  WS-BASE-LOW-DATE-R REDEFINES WS-BASE-LOW-DATE.
001420     05 WS-LOW-CCYY           PIC 9(04).
001430     05 WS-LOW-MM             PIC 9(02).
001440     05 WS-LOW-DD             PIC 9(02).
001450 77  WS-MONTH-INDEX           PIC 9(06) COMP VALUE ZERO.
001460 77  WS-MONTH-REM             PIC 9(02) COMP VALUE ZERO.
001470 77  WS-BASE-MONTHS           PIC 9(02) VALUE 6.
001480 77  WS-MIN-HIST              PIC 9(05) VALUE 30.
001490 77  WS-DEVS                  PIC 9(02)V9 VALUE 3.
001500 01  WS-DEVS-X                PIC X(03) VALUE SPACES.
001510 01  WS-DEVS-9 REDEFINES WS-DEVS-X
001520                              PIC 9(02)V9.
001530*
001540*----------------------------------------------------------------
001550* PER-SOURCE BASELINE - RUNNING SUMS OVER THE HISTORY, THEN THE
001560* MEAN AND STANDARD DEVIATION OF THE RESULT AND OF THE
001570* VAL1-VAL2 GAP, AND THE COUNTS FROM THE CHECK PASS.
001580*----------------------------------------------------------------
001590 77  WS-SRC-MAX               PIC 9(03) COMP VALUE 50.
001600 77  WS-SRC-USED              PIC 9(03) COMP VALUE ZERO.
001610 77  WS-SRC-SUB               PIC 9(03) COMP VALUE ZERO.
001620 77  WS-SRC-CUR               PIC 9(03) COMP VALUE ZERO.
001630 77  WS-SRC-HIT-SW            PIC X(01) VALUE 'N'.
001640     88 SOURCE-FOUND          VALUE 'Y'.
001650 77  WS-SRC-FULL-SW           PIC X(01) VALUE 'N'.
001660     88 SOURCE-TABLE-FULL     VALUE 'Y'.
001670 77  WS-FIND-SRC              PIC X(08) VALUE SPACES.
001680 01  WS-SRC-TABLE.
001690     05 WS-SRC-ENTRY          OCCURS 50 TIMES.
001700         10 WS-SRC-ID         PIC X(08).
001710         10 WS-SRC-BASE-SW    PIC X(01).
001720             88 SOURCE-HAS-BASELINE VALUE 'Y'.
001730         10 WS-SRC-HIST-COUNT PIC 9(07) COMP.
001740         10 WS-SRC-RES-SUM    PIC S9(11)V99 COMP-3.
001750         10 WS-SRC-RES-SUMSQ  PIC S9(14)V9(4) COMP-3.
001760         10 WS-SRC-GAP-SUM    PIC S9(12) COMP-3.
001770         10 WS-SRC-GAP-SUMSQ  PIC S9(17) COMP-3.
001780         10 WS-SRC-RES-MEAN   PIC S9(6)V9(4) COMP-3.
001790         10 WS-SRC-RES-SD     PIC S9(6)V9(4) COMP-3.
001800         10 WS-SRC-GAP-MEAN   PIC S9(6)V9(4) COMP-3.
001810         10 WS-SRC-GAP-SD     PIC S9(6)V9(4) COMP-3.
001820         10 WS-SRC-NEW-COUNT  PIC 9(07) COMP.
001830         10 WS-SRC-OUT-COUNT  PIC 9(07) COMP.
001840*
001850*----------------------------------------------------------------
001860* ONE DETAIL UNDER TEST, AND ITS DISTANCE FROM THE NORM.
001870*----------------------------------------------------------------
001880 77  WS-CUR-SOURCE            PIC X(08) VALUE SPACES.
001890 77  WS-CUR-RES               PIC S9(4)V99 COMP-3 VALUE ZERO.
001900 77  WS-CUR-GAP               PIC S9(5) COMP-3 VALUE ZERO.
001910 77  WS-VARIANCE              PIC S9(12)V9(4) COMP-3 VALUE ZERO.
001920 77  WS-DIFF                  PIC S9(7)V9(4) COMP-3 VALUE ZERO.
001930 77  WS-RES-DEVS              PIC S9(5)V9 COMP-3 VALUE ZERO.
001940 77  WS-GAP-DEVS              PIC S9(5)V9 COMP-3 VALUE ZERO.
001950 77  WS-OUT-SW                PIC X(01) VALUE 'N'.
001960     88 DETAIL-IS-OUTLIER     VALUE 'Y'.
001970 77  WS-OUT-TEST              PIC X(08) VALUE SPACES.
001980*
001990 77  WS-HIST-COUNT            PIC 9(08) VALUE ZERO.
002000 77  WS-CHECKED-COUNT         PIC 9(08) VALUE ZERO.
002010 77  WS-OUTLIER-COUNT         PIC 9(06) VALUE ZERO.
002020 77  WS-UNCHECKED-COUNT       PIC 9(08) VALUE ZERO.
002030 77  WS-NOBASE-SRC-COUNT      PIC 9(03) VALUE ZERO.
002040 77  WS-SKIPPED-COUNT         PIC 9(08) VALUE ZERO.
002050*
002060*----------------------------------------------------------------
002070* OUTLRPT LINE LAYOUTS.
002080*----------------------------------------------------------------
002090 01  OUT-HEADER-LINE.
002100     05 FILLER                PIC X(36)
002110      VALUE 'TEST018 - SOURCE OUTLIER EXCEPTIONS '.
002120     05 FILLER                PIC X(10) VALUE 'RUN DATE: '.
002130     05 OUT-HDR-DATE-ED       PIC 9(08).
002140*
002150 01  OUT-CRIT-LINE.
002160     05 FILLER                PIC X(15) VALUE 'CHECKING FROM: '.
002170     05 OUT-CRIT-CHECK-ED     PIC 9(08).
002180     05 FILLER                PIC X(18)
002190      VALUE '  BASELINE FROM: '.
002200     05 OUT-CRIT-LOW-ED       PIC 9(08).
002210     05 FILLER                PIC X(14) VALUE '  DEVIATIONS: '.
002220     05 OUT-CRIT-DEVS-ED      PIC Z9,9.
002230     05 FILLER                PIC X(15) VALUE '  MIN HISTORY: '.
002240     05 OUT-CRIT-MIN-ED       PIC ZZZZ9.
002250*
002260 01  OUT-BASE-HDR-LINE.
002270     05 FILLER                PIC X(40)
002280      VALUE 'BASELINE SOURCE   HISTORY    RES MEAN   '.
002290     05 FILLER                PIC X(40)
002300      VALUE ' RES SPREAD    GAP MEAN  GAP SPREAD     '.
002310*
002320 01  OUT-BASE-LINE.
002330     05 FILLER                PIC X(09) VALUE 'BASELINE '.
002340     05 OUT-BASE-SRC-ED       PIC X(08).
002350     05 FILLER                PIC X(01) VALUE SPACE.
002360     05 OUT-BASE-COUNT-ED     PIC ZZZZZZ9.
002370     05 FILLER                PIC X(01) VALUE SPACE.
002380     05 OUT-BASE-RES-MEAN-ED  PIC -(6)9,99.
002390     05 FILLER                PIC X(01) VALUE SPACE.
002400     05 OUT-BASE-RES-SD-ED    PIC -(6)9,99.
002410     05 FILLER                PIC X(01) VALUE SPACE.
002420     05 OUT-BASE-GAP-MEAN-ED  PIC -(6)9,99.
002430     05 FILLER                PIC X(01) VALUE SPACE.
002440     05 OUT-BASE-GAP-SD-ED    PIC -(6)9,99.
002450*
002460 01  OUT-DETAIL-HDR-LINE.
002470     05 FILLER                PIC X(40)
002480      VALUE 'OUTLIER RUN DATE/SEQ    SOURCE   RUN ID '.
002490     05 FILLER                PIC X(40)
002500      VALUE '          T  VAL1  VAL2      RES RES DEV'.
002510     05 FILLER                PIC X(18)
002520      VALUE ' GAP DEV TEST     '.
002530*
002540 01  OUT-DETAIL-LINE.
002550     05 FILLER                PIC X(08) VALUE 'OUTLIER '.
002560     05 OUT-DET-DATE-ED       PIC 9(08).
002570     05 FILLER                PIC X(01) VALUE '/'.
002580     05 OUT-DET-SEQ-ED        PIC 9(06).
002590     05 FILLER                PIC X(01) VALUE SPACE.
002600     05 OUT-DET-SRC-ED        PIC X(08).
002610     05 FILLER                PIC X(01) VALUE SPACE.
002620     05 OUT-DET-RUNID-ED      PIC X(16).
002630     05 FILLER                PIC X(01) VALUE SPACE.
002640     05 OUT-DET-TYPE-ED       PIC X(01).
002650     05 FILLER                PIC X(01) VALUE SPACE.
002660     05 OUT-DET-VAL1-ED       PIC -(4)9.
002670     05 FILLER                PIC X(01) VALUE SPACE.
002680     05 OUT-DET-VAL2-ED       PIC -(4)9.
002690     05 FILLER                PIC X(01) VALUE SPACE.
002700     05 OUT-DET-RES-ED        PIC -(4)9,99.
002710     05 FILLER                PIC X(01) VALUE SPACE.
002720     05 OUT-DET-RES-DEVS-ED   PIC ZZZZ9,9.
002730     05 FILLER                PIC X(01) VALUE SPACE.
002740     05 OUT-DET-GAP-DEVS-ED   PIC ZZZZ9,9.
002750     05 FILLER                PIC X(01) VALUE SPACE.
002760     05 OUT-DET-TEST-ED       PIC X(08).
002770*
002780 01  OUT-NOBASE-LINE.
002790     05 FILLER                PIC X(12) VALUE 'NO BASELINE '.
002800     05 OUT-NOB-SRC-ED        PIC X(08).
002810     05 FILLER                PIC X(10) VALUE ' HISTORY: '.
002820     05 OUT-NOB-HIST-ED       PIC ZZZZZZ9.
002830     05 FILLER                PIC X(22)
002840      VALUE '  DETAILS NOT CHECKED '.
002850     05 OUT-NOB-NEW-ED        PIC ZZZZZZ9.
002860*
002870 01  OUT-NONE-LINE.
002880     05 FILLER                PIC X(40)
002890      VALUE 'NO OUTLIERS FOUND                       '.
002900*
002910 01  OUT-TRAILER-LINE.
002920     05 FILLER                PIC X(17)
002930      VALUE 'HISTORY DETAILS: '.
002940     05 OUT-TRL-HIST-ED       PIC ZZZZZZZ9.
002950     05 FILLER                PIC X(11) VALUE '  CHECKED: '.
002960     05 OUT-TRL-CHECKED-ED    PIC ZZZZZZZ9.
002970     05 FILLER                PIC X(12) VALUE '  OUTLIERS: '.
002980     05 OUT-TRL-OUT-ED        PIC ZZZZZ9.
002990     05 FILLER                PIC X(15) VALUE '  NOT CHECKED: '.
003000     05 OUT-TRL-UNCHK-ED      PIC ZZZZZZZ9.
003010     05 FILLER                PIC X(26)
003020      VALUE '  SOURCES WITHOUT BASELINE'.
003030     05 FILLER                PIC X(02) VALUE ': '.
003040     05 OUT-TRL-NOBASE-ED     PIC ZZ9.
003050*
003060*
003070*
003080 PROCEDURE           DIVISION.
003090 0000-MAINLINE.
003100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003110     IF RESMAST-IS-OPEN
003120         PERFORM 2000-BUILD-BASELINE THRU 2000-EXIT
003130         PERFORM 3000-CHECK-NEW-DETAIL THRU 3000-EXIT
003140         PERFORM 5000-LIST-NO-BASELINE THRU 5000-EXIT
003150         PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
003160     END-IF.
003170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003180     STOP RUN.
003190*
003200 1000-INITIALIZE.
003210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003220     PERFORM 1100-LOAD-CRITERIA THRU 1100-EXIT
003230     OPEN OUTPUT OUTLRPT
003240     MOVE WS-RUN-DATE TO OUT-HDR-DATE-ED
003250     MOVE OUT-HEADER-LINE TO OUTLRPT-REC
003260     WRITE OUTLRPT-REC
003270     OPEN INPUT RESMAST
003280     IF WS-RESM-STATUS NOT = '00'
003290         DISPLAY 'TEST018 - RESMAST OPEN FAILED - STATUS '
003300                 WS-RESM-STATUS
003310         MOVE 8 TO RETURN-CODE
003320         GO TO 1000-EXIT
003330     END-IF
003340     SET RESMAST-IS-OPEN TO TRUE
003350     IF WS-CHECK-DATE = ZERO
003360         PERFORM 1200-FIND-LATEST-DAY THRU 1200-EXIT
003370     END-IF
003380     PERFORM 1300-SET-BASE-WINDOW THRU 1300-EXIT
003390     MOVE WS-CHECK-DATE TO OUT-CRIT-CHECK-ED
003400     MOVE WS-BASE-LOW-DATE TO OUT-CRIT-LOW-ED
003410     MOVE WS-DEVS TO OUT-CRIT-DEVS-ED
003420     MOVE WS-MIN-HIST TO OUT-CRIT-MIN-ED
003430     MOVE OUT-CRIT-LINE TO OUTLRPT-REC
003440     WRITE OUTLRPT-REC.
003450 1000-EXIT.
003460     EXIT.
003470*
003480*----------------------------------------------------------------
003490* THE OUTPARMS CARD. A MISSING CARD OR A MALFORMED FIELD LEAVES
003500* THAT FIELD AT ITS DEFAULT.
003510*----------------------------------------------------------------
003520 1100-LOAD-CRITERIA.
003530     OPEN INPUT OUTPARMS
003540     IF WS-OUTP-STATUS = '35'
003550         GO TO 1100-EXIT
003560     END-IF
003570     READ OUTPARMS
003580         AT END
003590             CLOSE OUTPARMS
003600             GO TO 1100-EXIT
003610     END-READ
003620     IF OUTP-CHECK-DATE-X NUMERIC
003630         MOVE OUTP-CHECK-DATE-X TO WS-CHECK-DATE
003640     END-IF
003650     IF OUTP-DEVS-X NUMERIC
003660        AND OUTP-DEVS-X NOT = '000'
003670         MOVE OUTP-DEVS-X TO WS-DEVS-X
003680         MOVE WS-DEVS-9 TO WS-DEVS
003690     END-IF
003700     IF OUTP-MIN-HIST-X NUMERIC
003710        AND OUTP-MIN-HIST-X NOT = '00000'
003720         MOVE OUTP-MIN-HIST-X TO WS-MIN-HIST
003730     END-IF
003740     IF OUTP-MONTHS-X NUMERIC
003750         MOVE OUTP-MONTHS-X TO WS-BASE-MONTHS
003760     END-IF
003770     CLOSE OUTPARMS.
003780 1100-EXIT.
003790     EXIT.
003800*
003810*----------------------------------------------------------------
003820* NO CHECK DATE ON THE CARD - CHECK THE LATEST DAY THAT HAS
003830* DETAIL ON THE MASTER.
003840*----------------------------------------------------------------
003850 1200-FIND-LATEST-DAY.
003860     MOVE 'N' TO WS-EOF-SW
003870     PERFORM 1210-READ-FOR-LATEST THRU 1210-EXIT
003880         UNTIL END-OF-RESMAST
003890     CLOSE RESMAST
003900     OPEN INPUT RESMAST
003910     IF WS-CHECK-DATE = ZERO
003920         MOVE WS-RUN-DATE TO WS-CHECK-DATE
003930     END-IF.
003940 1200-EXIT.
003950     EXIT.
003960*
003970 1210-READ-FOR-LATEST.
003980     READ RESMAST NEXT
003990         AT END
004000             SET END-OF-RESMAST TO TRUE
004010             GO TO 1210-EXIT
004020     END-READ
004030     IF RM-SEQ > ZERO
004040        AND RM-RUN-DATE > WS-CHECK-DATE
004050         MOVE RM-RUN-DATE TO WS-CHECK-DATE
004060     END-IF.
004070 1210-EXIT.
004080     EXIT.
004090*
004100*----------------------------------------------------------------
004110* THE BASELINE STARTS ON THE 1ST OF THE MONTH THE SET NUMBER OF
004120* MONTHS BEFORE THE CHECK DATE'S MONTH (ZERO = ALL HISTORY).
004130*----------------------------------------------------------------
004140 1300-SET-BASE-WINDOW.
004150     IF WS-BASE-MONTHS = ZERO
004160         MOVE ZERO TO WS-BASE-LOW-DATE
004170         GO TO 1300-EXIT
004180     END-IF
004190     COMPUTE WS-MONTH-INDEX =
004200         (WS-CHK-CCYY * 12) + WS-CHK-MM - 1 - WS-BASE-MONTHS
004210     DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-LOW-CCYY
004220         REMAINDER WS-MONTH-REM
004230     COMPUTE WS-LOW-MM = WS-MONTH-REM + 1
004240     MOVE 1 TO WS-LOW-DD.
004250 1300-EXIT.
004260     EXIT.
004270*
004280*----------------------------------------------------------------
004290* BASELINE - EVERY DETAIL RESULT DATED INSIDE THE WINDOW AND
004300* BEFORE THE CHECK DATE, FROM THE ARCHIVE THEN THE MASTER.
004310*----------------------------------------------------------------
004320 2000-BUILD-BASELINE.
004330     OPEN INPUT RESMARC
004340     IF WS-ARC-STATUS NOT = '35'
004350         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
004360         PERFORM 2200-TAKE-ARCHIVE-REC THRU 2200-EXIT
004370             UNTIL END-OF-RESMARC
004380         CLOSE RESMARC
004390     END-IF
004400     MOVE 'N' TO WS-EOF-SW
004410     MOVE WS-BASE-LOW-DATE TO RM-RUN-DATE
004420     MOVE ZERO TO RM-SEQ
004430     START RESMAST KEY NOT < RM-KEY
004440         INVALID KEY
004450             SET END-OF-RESMAST TO TRUE
004460     END-START
004470     IF NOT END-OF-RESMAST
004480         PERFORM 2300-READ-MASTER THRU 2300-EXIT
004490         PERFORM 2400-TAKE-MASTER-REC THRU 2400-EXIT
004500             UNTIL END-OF-RESMAST
004510                OR RM-RUN-DATE NOT < WS-CHECK-DATE
004520     END-IF
004530     PERFORM 2600-FORM-BASELINE THRU 2600-EXIT
004540         VARYING WS-SRC-SUB FROM 1 BY 1
004550         UNTIL WS-SRC-SUB > WS-SRC-USED.
004560 2000-EXIT.
004570     EXIT.
004580*
004590 2100-READ-ARCHIVE.
004600     READ RESMARC
004610         AT END
004620             SET END-OF-RESMARC TO TRUE
004630     END-READ.
004640 2100-EXIT.
004650     EXIT.
004660*
004670 2200-TAKE-ARCHIVE-REC.
004680     IF ARC-SEQ > ZERO
004690        AND (ARC-IS-PAIR OR ARC-IS-MULTI)
004700        AND ARC-RUN-DATE NOT < WS-BASE-LOW-DATE
004710        AND ARC-RUN-DATE < WS-CHECK-DATE
004720         MOVE ARC-SOURCE-SYS TO WS-CUR-SOURCE
004730         MOVE ARC-RES TO WS-CUR-RES
004740         COMPUTE WS-CUR-GAP = ARC-VAL1 - ARC-VAL2
004750         PERFORM 2500-ADD-TO-HISTORY THRU 2500-EXIT
004760     END-IF
004770     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
004780 2200-EXIT.
004790     EXIT.
004800*
004810 2300-READ-MASTER.
004820     READ RESMAST NEXT
004830         AT END
004840             SET END-OF-RESMAST TO TRUE
004850     END-READ.
004860 2300-EXIT.
004870     EXIT.
004880*
004890 2400-TAKE-MASTER-REC.
004900     IF RM-SEQ > ZERO
004910        AND (RM-IS-PAIR OR RM-IS-MULTI)
004920         MOVE RM-SOURCE-SYS TO WS-CUR-SOURCE
004930         MOVE RM-RES TO WS-CUR-RES
004940         COMPUTE WS-CUR-GAP = RM-VAL1 - RM-VAL2
004950         PERFORM 2500-ADD-TO-HISTORY THRU 2500-EXIT
004960     END-IF
004970     PERFORM 2300-READ-MASTER THRU 2300-EXIT.
004980 2400-EXIT.
004990     EXIT.
005000*
005010 2500-ADD-TO-HISTORY.
005020     PERFORM 2700-FIND-OR-ADD-SOURCE THRU 2700-EXIT
005030     IF NOT SOURCE-FOUND
005040         ADD 1 TO WS-SKIPPED-COUNT
005050         GO TO 2500-EXIT
005060     END-IF
005070     ADD 1 TO WS-HIST-COUNT
005080     ADD 1 TO WS-SRC-HIST-COUNT(WS-SRC-CUR)
005090     ADD WS-CUR-RES TO WS-SRC-RES-SUM(WS-SRC-CUR)
005100     COMPUTE WS-SRC-RES-SUMSQ(WS-SRC-CUR) =
005110         WS-SRC-RES-SUMSQ(WS-SRC-CUR)
005120         + (WS-CUR-RES * WS-CUR-RES)
005130     ADD WS-CUR-GAP TO WS-SRC-GAP-SUM(WS-SRC-CUR)
005140     COMPUTE WS-SRC-GAP-SUMSQ(WS-SRC-CUR) =
005150         WS-SRC-GAP-SUMSQ(WS-SRC-CUR)
005160         + (WS-CUR-GAP * WS-CUR-GAP).
005170 2500-EXIT.
005180     EXIT.
005190*
005200*----------------------------------------------------------------
005210* MEAN AND STANDARD DEVIATION FOR ONE SOURCE, IF IT HAS THE
005220* HISTORY FOR IT, AND ITS LINE ON THE REPORT.
005230*----------------------------------------------------------------
005240 2600-FORM-BASELINE.
005250     IF WS-SRC-SUB = 1
005260         MOVE OUT-BASE-HDR-LINE TO OUTLRPT-REC
005270         WRITE OUTLRPT-REC
005280     END-IF
005290     IF WS-SRC-HIST-COUNT(WS-SRC-SUB) < WS-MIN-HIST
005300        OR WS-SRC-HIST-COUNT(WS-SRC-SUB) = ZERO
005310         GO TO 2600-EXIT
005320     END-IF
005330     MOVE 'Y' TO WS-SRC-BASE-SW(WS-SRC-SUB)
005340     COMPUTE WS-SRC-RES-MEAN(WS-SRC-SUB) ROUNDED =
005350         WS-SRC-RES-SUM(WS-SRC-SUB)
005360         / WS-SRC-HIST-COUNT(WS-SRC-SUB)
005370     COMPUTE WS-VARIANCE ROUNDED =
005380         (WS-SRC-RES-SUMSQ(WS-SRC-SUB)
005390          / WS-SRC-HIST-COUNT(WS-SRC-SUB))
005400         - (WS-SRC-RES-MEAN(WS-SRC-SUB)
005410            * WS-SRC-RES-MEAN(WS-SRC-SUB))
005420     IF WS-VARIANCE > ZERO
005430         COMPUTE WS-SRC-RES-SD(WS-SRC-SUB) ROUNDED =
005440             WS-VARIANCE ** 0,5
005450     ELSE
005460         MOVE ZERO TO WS-SRC-RES-SD(WS-SRC-SUB)
005470     END-IF
005480     COMPUTE WS-SRC-GAP-MEAN(WS-SRC-SUB) ROUNDED =
005490         WS-SRC-GAP-SUM(WS-SRC-SUB)
005500         / WS-SRC-HIST-COUNT(WS-SRC-SUB)
005510     COMPUTE WS-VARIANCE ROUNDED =
005520         (WS-SRC-GAP-SUMSQ(WS-SRC-SUB)
005530          / WS-SRC-HIST-COUNT(WS-SRC-SUB))
005540         - (WS-SRC-GAP-MEAN(WS-SRC-SUB)
005550            * WS-SRC-GAP-MEAN(WS-SRC-SUB))
005560     IF WS-VARIANCE > ZERO
005570         COMPUTE WS-SRC-GAP-SD(WS-SRC-SUB) ROUNDED =
005580             WS-VARIANCE ** 0,5
005590     ELSE
005600         MOVE ZERO TO WS-SRC-GAP-SD(WS-SRC-SUB)
005610     END-IF
005620     MOVE WS-SRC-ID(WS-SRC-SUB) TO OUT-BASE-SRC-ED
005630     MOVE WS-SRC-HIST-COUNT(WS-SRC-SUB) TO OUT-BASE-COUNT-ED
005640     MOVE WS-SRC-RES-MEAN(WS-SRC-SUB) TO OUT-BASE-RES-MEAN-ED
005650     MOVE WS-SRC-RES-SD(WS-SRC-SUB) TO OUT-BASE-RES-SD-ED
005660     MOVE WS-SRC-GAP-MEAN(WS-SRC-SUB) TO OUT-BASE-GAP-MEAN-ED
005670     MOVE WS-SRC-GAP-SD(WS-SRC-SUB) TO OUT-BASE-GAP-SD-ED
005680     MOVE OUT-BASE-LINE TO OUTLRPT-REC
005690     WRITE OUTLRPT-REC.
005700 2600-EXIT.
005710     EXIT.
005720*
005730*----------------------------------------------------------------
005740* FIND WS-CUR-SOURCE IN THE TABLE, ADDING IT IF NEW. LEAVES
005750* WS-SRC-CUR ON THE ENTRY; A FULL TABLE LEAVES SOURCE-FOUND OFF.
005760*----------------------------------------------------------------
005770 2700-FIND-OR-ADD-SOURCE.
005780     MOVE WS-CUR-SOURCE TO WS-FIND-SRC
005790     PERFORM 2710-FIND-SOURCE THRU 2710-EXIT
005800     IF SOURCE-FOUND
005810         GO TO 2700-EXIT
005820     END-IF
005830     IF WS-SRC-USED NOT < WS-SRC-MAX
005840         IF NOT SOURCE-TABLE-FULL
005850             DISPLAY 'TEST018 - MORE THAN ' WS-SRC-MAX
005860                     ' SOURCES - SOURCE ' WS-CUR-SOURCE
005870                     ' AND LATER ONES SKIPPED'
005880             SET SOURCE-TABLE-FULL TO TRUE
005890         END-IF
005900         GO TO 2700-EXIT
005910     END-IF
005920     ADD 1 TO WS-SRC-USED
005930     MOVE WS-SRC-USED TO WS-SRC-CUR
005940     INITIALIZE WS-SRC-ENTRY(WS-SRC-CUR)
005950     MOVE WS-CUR-SOURCE TO WS-SRC-ID(WS-SRC-CUR)
005960     MOVE 'N' TO WS-SRC-BASE-SW(WS-SRC-CUR)
005970     SET SOURCE-FOUND TO TRUE.
005980 2700-EXIT.
005990     EXIT.
006000*
006010 2710-FIND-SOURCE.
006020     MOVE 'N' TO WS-SRC-HIT-SW
006030     MOVE ZERO TO WS-SRC-CUR
006040     IF WS-SRC-USED > ZERO
006050         PERFORM 2715-MATCH-SOURCE THRU 2715-EXIT
006060             VARYING WS-SRC-SUB FROM 1 BY 1
006070             UNTIL WS-SRC-SUB > WS-SRC-USED
006080                OR SOURCE-FOUND
006090     END-IF.
006100 2710-EXIT.
006110     EXIT.
006120*
006130 2715-MATCH-SOURCE.
006140     IF WS-SRC-ID(WS-SRC-SUB) = WS-FIND-SRC
006150         MOVE WS-SRC-SUB TO WS-SRC-CUR
006160         SET SOURCE-FOUND TO TRUE
006170     END-IF.
006180 2715-EXIT.
006190     EXIT.
006200*
006210*----------------------------------------------------------------
006220* CHECK PASS - EVERY DETAIL RESULT POSTED ON OR AFTER THE CHECK
006230* DATE AGAINST ITS SOURCE'S BASELINE.
006240*----------------------------------------------------------------
006250 3000-CHECK-NEW-DETAIL.
006260     MOVE OUT-DETAIL-HDR-LINE TO OUTLRPT-REC
006270     WRITE OUTLRPT-REC
006280     MOVE 'N' TO WS-EOF-SW
006290     MOVE WS-CHECK-DATE TO RM-RUN-DATE
006300     MOVE ZERO TO RM-SEQ
006310     START RESMAST KEY NOT < RM-KEY
006320         INVALID KEY
006330             SET END-OF-RESMAST TO TRUE
006340     END-START
006350     IF NOT END-OF-RESMAST
006360         PERFORM 2300-READ-MASTER THRU 2300-EXIT
006370         PERFORM 3100-CHECK-ONE-REC THRU 3100-EXIT
006380             UNTIL END-OF-RESMAST
006390     END-IF
006400     IF WS-OUTLIER-COUNT = ZERO
006410         MOVE OUT-NONE-LINE TO OUTLRPT-REC
006420         WRITE OUTLRPT-REC
006430     END-IF.
006440 3000-EXIT.
006450     EXIT.
006460*
006470 3100-CHECK-ONE-REC.
006480     IF RM-SEQ = ZERO
006490        OR NOT (RM-IS-PAIR OR RM-IS-MULTI)
006500         GO TO 3100-NEXT
006510     END-IF
006520     MOVE RM-SOURCE-SYS TO WS-CUR-SOURCE
006530     PERFORM 2700-FIND-OR-ADD-SOURCE THRU 2700-EXIT
006540     IF NOT SOURCE-FOUND
006550         ADD 1 TO WS-SKIPPED-COUNT
006560         GO TO 3100-NEXT
006570     END-IF
006580     ADD 1 TO WS-SRC-NEW-COUNT(WS-SRC-CUR)
006590     IF NOT SOURCE-HAS-BASELINE(WS-SRC-CUR)
006600         ADD 1 TO WS-UNCHECKED-COUNT
006610         GO TO 3100-NEXT
006620     END-IF
006630     ADD 1 TO WS-CHECKED-COUNT
006640     MOVE RM-RES TO WS-CUR-RES
006650     COMPUTE WS-CUR-GAP = RM-VAL1 - RM-VAL2
006660     PERFORM 3200-MEASURE-DETAIL THRU 3200-EXIT
006670     IF DETAIL-IS-OUTLIER
006680         PERFORM 3300-WRITE-OUTLIER THRU 3300-EXIT
006690     END-IF.
006700 3100-NEXT.
006710     PERFORM 2300-READ-MASTER THRU 2300-EXIT.
006720 3100-EXIT.
006730     EXIT.
006740*
006750*----------------------------------------------------------------
006760* HOW MANY DEVIATIONS THE RESULT AND THE GAP LIE FROM THE
006770* SOURCE'S MEANS. WITH NO SPREAD AT ALL IN THE HISTORY, ANY
006780* DEPARTURE FROM THE MEAN IS AN OUTLIER (SHOWN AS 9999,9).
006790*----------------------------------------------------------------
006800 3200-MEASURE-DETAIL.
006810     MOVE 'N' TO WS-OUT-SW
006820     MOVE SPACES TO WS-OUT-TEST
006830     COMPUTE WS-DIFF = WS-CUR-RES - WS-SRC-RES-MEAN(WS-SRC-CUR)
006840     IF WS-DIFF < ZERO
006850         COMPUTE WS-DIFF = ZERO - WS-DIFF
006860     END-IF
006870     EVALUATE TRUE
006880         WHEN WS-SRC-RES-SD(WS-SRC-CUR) > ZERO
006890             COMPUTE WS-RES-DEVS ROUNDED =
006900                 WS-DIFF / WS-SRC-RES-SD(WS-SRC-CUR)
006910                 ON SIZE ERROR
006920                     MOVE 9999,9 TO WS-RES-DEVS
006930             END-COMPUTE
006940         WHEN WS-DIFF > ZERO
006950             MOVE 9999,9 TO WS-RES-DEVS
006960         WHEN OTHER
006970             MOVE ZERO TO WS-RES-DEVS
006980     END-EVALUATE
006990     COMPUTE WS-DIFF = WS-CUR-GAP - WS-SRC-GAP-MEAN(WS-SRC-CUR)
007000     IF WS-DIFF < ZERO
007010         COMPUTE WS-DIFF = ZERO - WS-DIFF
007020     END-IF
007030     EVALUATE TRUE
007040         WHEN WS-SRC-GAP-SD(WS-SRC-CUR) > ZERO
007050             COMPUTE WS-GAP-DEVS ROUNDED =
007060                 WS-DIFF / WS-SRC-GAP-SD(WS-SRC-CUR)
007070                 ON SIZE ERROR
007080                     MOVE 9999,9 TO WS-GAP-DEVS
007090             END-COMPUTE
007100         WHEN WS-DIFF > ZERO
007110             MOVE 9999,9 TO WS-GAP-DEVS
007120         WHEN OTHER
007130             MOVE ZERO TO WS-GAP-DEVS
007140     END-EVALUATE
007150     IF WS-RES-DEVS > WS-DEVS
007160         SET DETAIL-IS-OUTLIER TO TRUE
007170         MOVE 'RESULT' TO WS-OUT-TEST
007180     END-IF
007190     IF WS-GAP-DEVS > WS-DEVS
007200         IF DETAIL-IS-OUTLIER
007210             MOVE 'BOTH' TO WS-OUT-TEST
007220         ELSE
007230             SET DETAIL-IS-OUTLIER TO TRUE
007240             MOVE 'GAP' TO WS-OUT-TEST
007250         END-IF
007260     END-IF.
007270 3200-EXIT.
007280     EXIT.
007290*
007300 3300-WRITE-OUTLIER.
007310     ADD 1 TO WS-OUTLIER-COUNT
007320     ADD 1 TO WS-SRC-OUT-COUNT(WS-SRC-CUR)
007330     MOVE RM-RUN-DATE TO OUT-DET-DATE-ED
007340     MOVE RM-SEQ TO OUT-DET-SEQ-ED
007350     MOVE RM-SOURCE-SYS TO OUT-DET-SRC-ED
007360     MOVE RM-RUN-ID TO OUT-DET-RUNID-ED
007370     MOVE RM-REC-TYPE TO OUT-DET-TYPE-ED
007380     MOVE RM-VAL1 TO OUT-DET-VAL1-ED
007390     MOVE RM-VAL2 TO OUT-DET-VAL2-ED
007400     MOVE RM-RES TO OUT-DET-RES-ED
007410     MOVE WS-RES-DEVS TO OUT-DET-RES-DEVS-ED
007420     MOVE WS-GAP-DEVS TO OUT-DET-GAP-DEVS-ED
007430     MOVE WS-OUT-TEST TO OUT-DET-TEST-ED
007440     MOVE OUT-DETAIL-LINE TO OUTLRPT-REC
007450     WRITE OUTLRPT-REC.
007460 3300-EXIT.
007470     EXIT.
007480*
007490*----------------------------------------------------------------
007500* SOURCES THAT POSTED IN THE CHECK PERIOD WITHOUT ENOUGH HISTORY
007510* FOR A BASELINE - THEIR DETAILS WERE NOT CHECKED.
007520*----------------------------------------------------------------
007530 5000-LIST-NO-BASELINE.
007540     PERFORM 5100-LIST-ONE-SOURCE THRU 5100-EXIT
007550         VARYING WS-SRC-SUB FROM 1 BY 1
007560         UNTIL WS-SRC-SUB > WS-SRC-USED.
007570 5000-EXIT.
007580     EXIT.
007590*
007600 5100-LIST-ONE-SOURCE.
007610     IF SOURCE-HAS-BASELINE(WS-SRC-SUB)
007620        OR WS-SRC-NEW-COUNT(WS-SRC-SUB) = ZERO
007630         GO TO 5100-EXIT
007640     END-IF
007650     ADD 1 TO WS-NOBASE-SRC-COUNT
007660     MOVE WS-SRC-ID(WS-SRC-SUB) TO OUT-NOB-SRC-ED
007670     MOVE WS-SRC-HIST-COUNT(WS-SRC-SUB) TO OUT-NOB-HIST-ED
007680     MOVE WS-SRC-NEW-COUNT(WS-SRC-SUB) TO OUT-NOB-NEW-ED
007690     MOVE OUT-NOBASE-LINE TO OUTLRPT-REC
007700     WRITE OUTLRPT-REC.
007710 5100-EXIT.
007720     EXIT.
007730*
007740 8000-WRITE-TRAILER.
007750     MOVE WS-HIST-COUNT TO OUT-TRL-HIST-ED
007760     MOVE WS-CHECKED-COUNT TO OUT-TRL-CHECKED-ED
007770     MOVE WS-OUTLIER-COUNT TO OUT-TRL-OUT-ED
007780     MOVE WS-UNCHECKED-COUNT TO OUT-TRL-UNCHK-ED
007790     MOVE WS-NOBASE-SRC-COUNT TO OUT-TRL-NOBASE-ED
007800     MOVE OUT-TRAILER-LINE TO OUTLRPT-REC
007810     WRITE OUTLRPT-REC.
007820 8000-EXIT.
007830     EXIT.
007840*
007850 9000-TERMINATE.
007860     IF RESMAST-IS-OPEN
007870         CLOSE RESMAST
007880     END-IF
007890     CLOSE OUTLRPT
007900     IF NOT RESMAST-IS-OPEN
007910         GO TO 9000-EXIT
007920     END-IF
007930     DISPLAY 'TEST018 - CHECKED FROM ' WS-CHECK-DATE
007940             ' DETAILS: ' WS-CHECKED-COUNT
007950             ' OUTLIERS: ' WS-OUTLIER-COUNT
007960     DISPLAY 'TEST018 - SOURCES WITHOUT BASELINE: '
007970             WS-NOBASE-SRC-COUNT
007980             ' DETAILS NOT CHECKED: ' WS-UNCHECKED-COUNT
007990     IF WS-SKIPPED-COUNT > ZERO
008000         DISPLAY 'TEST018 - DETAILS SKIPPED (SOURCE TABLE '
008010                 'FULL): ' WS-SKIPPED-COUNT
008020     END-IF
008030     IF WS-OUTLIER-COUNT > ZERO
008040        OR WS-NOBASE-SRC-COUNT > ZERO
008050         MOVE 4 TO RETURN-CODE
008060     END-IF.
008070 9000-EXIT.
008080     EXIT.
