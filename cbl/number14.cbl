000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.         TEST014.
000030 AUTHOR.             CAIO CAMPOS.
000040 DATE-WRITTEN        14/10/2026.
000050 DATE-COMPILED.
000060*----------------------------------------------------------------
000070* TEST014 - MISSING AND LATE FEED EXCEPTION REPORT.
000080*
000090* DAILY CHECK THAT EVERY ACTIVE FEED ON THE SOURCE SYSTEM MASTER
000100* (SRCMAST) SENT A BATCH FOR EACH BUSINESS DAY IT IS EXPECTED
000110* TO. A FEED IS EXPECTED ON EVERY DAY OF ITS SRCMAST SEND DAYS
000120* (BLANK = MONDAY TO FRIDAY) THAT THE BUSINESS-DAY CALENDAR
000130* (CALENDAR) DOES NOT MARK AS A HOLIDAY. WHAT ARRIVED IS TAKEN
000140* FROM THE PER-SET LINES TEST001 WRITES TO STATFILE AND APPENDS
000150* TO RUNHIST (BATCH DATE, SOURCE, DISPOSITION, REASON), AND THE
000160* LAST ACCEPTED DATE PER SOURCE FROM BATCHCTL. EACH EXPECTED DAY
000170* IN THE WINDOW WITHOUT AN ACCEPTED SET IS LISTED ON FEEDRPT AS:
000180*     LATE     THE AS-OF DATE ITSELF - TODAY'S FEED NOT IN YET
000190*     MISSING  AFTER THE FEED'S LAST ACCEPTED DATE
000200*     SKIPPED  BEFORE IT - THE FEED MOVED ON WITHOUT THIS DAY
000210* WITH THE REFUSAL REASON WHEN A SET FOR THE DAY CAME IN BUT WAS
000220* REFUSED. A SUMMARY LINE FOLLOWS EACH FEED. THE RUN ENDS WITH
000230* RETURN CODE 4 WHEN ANY EXCEPTION IS LISTED.
000240* THE WINDOW COMES FROM A SINGLE FEEDPARMS CARD:
000250*     COLS  1- 8  AS-OF DATE (YYYYMMDD, BLANK = TODAY)
000260*     COL   9     FILLER
000270*     COLS 10-17  FROM DATE  (YYYYMMDD, BLANK = FIRST DAY OF THE
000280*                 MONTH BEFORE THE AS-OF DATE)
000290*----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*----------------------------------------------------------------
000320* 14/10/2026 CC  INITIAL VERSION.
000322* 15/10/2026 CC  A BATCH OR SET WITH NO SOURCE SYSTEM IS COUNTED
000324*                AGAINST THE SRCMAST ROW 'UNNAMED ', AS TEST001
000326*                NOW MASTERS THE UNNAMED FEED UNDER THAT SOURCE.
000330*----------------------------------------------------------------
000340 ENVIRONMENT         DIVISION.
000350*
000360 CONFIGURATION       SECTION.
000370 SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
000380*
000390 INPUT-OUTPUT        SECTION.
000400 FILE-CONTROL.
000410     SELECT          FEEDPARMS  ASSIGN TO "FEEDPARMS"
000420                                ORGANIZATION IS LINE SEQUENTIAL
000430                                FILE STATUS  IS WS-FPRM-STATUS.
000440     SELECT          SRCMAST    ASSIGN TO "SRCMAST"
000450                                ORGANIZATION IS LINE SEQUENTIAL
000460                                FILE STATUS  IS WS-SRCM-STATUS.
000470     SELECT          CALENDAR   ASSIGN TO "CALENDAR"
000480                                ORGANIZATION IS LINE SEQUENTIAL
000490                                FILE STATUS  IS WS-CAL-STATUS.
000500     SELECT          BATCHCTL   ASSIGN TO "BATCHCTL"
000510                                ORGANIZATION IS LINE SEQUENTIAL
000520                                FILE STATUS  IS WS-BCTL-STATUS.
000530     SELECT          STATFILE   ASSIGN TO "STATFILE"
000540                                ORGANIZATION IS LINE SEQUENTIAL
000550                                FILE STATUS  IS WS-STAT-STATUS.
000560     SELECT          RUNHIST    ASSIGN TO "RUNHIST"
000570                                ORGANIZATION IS LINE SEQUENTIAL
000580                                FILE STATUS  IS WS-RUNH-STATUS.
000590     SELECT          FEEDRPT    ASSIGN TO "FEEDRPT"
000600                                ORGANIZATION IS LINE SEQUENTIAL.
000610*
000620 DATA                DIVISION.
000630 FILE                SECTION.
000640 FD  FEEDPARMS.
000650 01  FPRM-REC.
000660     05 FPRM-ASOF-DATE-X      PIC X(08).
000670     05 FILLER                PIC X(01).
000680     05 FPRM-FROM-DATE-X      PIC X(08).
000690*
000700 FD  SRCMAST.
000710 01  SRCM-REC.
000720     05 SRCM-SOURCE-SYS       PIC X(08).
000730     05 SRCM-STATUS           PIC X(01).
000740     05 SRCM-DESC             PIC X(30).
000750     05 SRCM-CONTACT          PIC X(30).
000760     05 SRCM-VAL-MIN-X        PIC X(05).
000770     05 SRCM-VAL-MAX-X        PIC X(05).
000780     05 SRCM-CALC-MODE        PIC X(01).
000790     05 SRCM-SEND-DAYS        PIC X(07).
000800     05 FILLER                PIC X(13).
000810*
000820 FD  CALENDAR.
000830 01  CAL-REC.
000840     05 CAL-DATE              PIC 9(08).
000850     05 CAL-DATE-X REDEFINES CAL-DATE
000860                              PIC X(08).
000870     05 FILLER                PIC X(01).
000880     05 CAL-DAY-TYPE          PIC X(01).
000890     05 FILLER                PIC X(01).
000900     05 CAL-DESC              PIC X(30).
000910     05 FILLER                PIC X(39).
000920*
000930 FD  BATCHCTL.
000940 01  BCTL-REC.
000950     05 BCTL-SOURCE-SYS       PIC X(08).
000960     05 BCTL-LAST-DATE        PIC 9(08).
000970     05 BCTL-LAST-DATE-X REDEFINES BCTL-LAST-DATE
000980                              PIC X(08).
000990*
001000 FD  STATFILE.
001010 01  STAT-REC                 PIC X(80).
001020*
001030 FD  RUNHIST.
001040 01  RUNH-REC                 PIC X(80).
001050*
001060 FD  FEEDRPT.
001070 01  FEED-REC                 PIC X(90).
001080*
001090 WORKING-STORAGE     SECTION.
001100 77  WS-FPRM-STATUS           PIC X(02) VALUE SPACES.
001110 77  WS-SRCM-STATUS           PIC X(02) VALUE SPACES.
001120 77  WS-BCTL-STATUS           PIC X(02) VALUE SPACES.
001130 77  WS-STAT-STATUS           PIC X(02) VALUE SPACES.
001140 77  WS-RUNH-STATUS           PIC X(02) VALUE SPACES.
001150*
001160 77  WS-SRCM-EOF-SW           PIC X(01) VALUE 'N'.
001170     88 END-OF-SRCMAST        VALUE 'Y'.
001180 77  WS-BCTL-EOF-SW           PIC X(01) VALUE 'N'.
001190     88 END-OF-BATCHCTL       VALUE 'Y'.
001200 77  WS-HIST-EOF-SW           PIC X(01) VALUE 'N'.
001210     88 END-OF-HISTORY        VALUE 'Y'.
001220*
001230*----------------------------------------------------------------
001240* EFFECTIVE WINDOW AFTER EDIT-CHECKING THE CARD.
001250*----------------------------------------------------------------
001260 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001270 77  WS-ASOF-DATE             PIC 9(08) VALUE ZERO.
001280 01  WS-FROM-DATE             PIC 9(08) VALUE ZERO.
001290 01  WS-FROM-DATE-R REDEFINES WS-FROM-DATE.
001300     05 WS-FROM-CCYY          PIC 9(04).
001310     05 WS-FROM-MM            PIC 9(02).
001320     05 WS-FROM-DD            PIC 9(02).
001330*
001340*----------------------------------------------------------------
001350* THE FEEDS ON SRCMAST, EACH WITH ITS LAST ACCEPTED BATCH DATE
001360* (THE LATER OF BATCHCTL AND THE SET HISTORY) AND ITS COUNTS.
001370*----------------------------------------------------------------
001380 77  WS-SRC-USED              PIC 9(02) COMP VALUE ZERO.
001390 77  WS-SRC-SUB               PIC 9(02) COMP VALUE ZERO.
001400 77  WS-SRC-CUR               PIC 9(02) COMP VALUE ZERO.
001410 77  WS-SRC-HIT-SW            PIC X(01) VALUE 'N'.
001420     88 SOURCE-FOUND          VALUE 'Y'.
001430 77  WS-FIND-SRC              PIC X(08) VALUE SPACES.
001440 01  WS-SRC-TABLE.
001450     05 WS-SRC-ENTRY          OCCURS 20 TIMES.
001460         10 WS-SRC-ID         PIC X(08).
001470         10 WS-SRC-STATUS     PIC X(01).
001480         10 WS-SRC-SEND-DAYS  PIC X(07).
001490         10 WS-SRC-DESC       PIC X(30).
001500         10 WS-SRC-LAST-DATE  PIC 9(08).
001510*
001520 77  WS-CUR-SEND-DAYS         PIC X(07) VALUE SPACES.
001530 77  WS-CUR-LAST-DATE         PIC 9(08) VALUE ZERO.
001540 77  WS-CUR-EXPECTED          PIC 9(04) VALUE ZERO.
001550 77  WS-CUR-RECEIVED          PIC 9(04) VALUE ZERO.
001560 77  WS-CUR-LATE              PIC 9(04) VALUE ZERO.
001570 77  WS-CUR-MISSING           PIC 9(04) VALUE ZERO.
001580 77  WS-CUR-SKIPPED           PIC 9(04) VALUE ZERO.
001590*
001600*----------------------------------------------------------------
001610* BATCH DATES SEEN PER FEED INSIDE THE WINDOW - A (ACCEPTED OR
001620* ALREADY PROCESSED) OR R (REFUSED, WITH THE SET REASON). AN
001630* ACCEPTED SET FOR A DATE OVERRIDES AN EARLIER REFUSAL.
001640*----------------------------------------------------------------
001650 77  WS-RCV-MAX               PIC 9(04) COMP VALUE 3000.
001660 77  WS-RCV-USED              PIC 9(04) COMP VALUE ZERO.
001670 77  WS-RCV-SUB               PIC 9(04) COMP VALUE ZERO.
001680 77  WS-RCV-CUR               PIC 9(04) COMP VALUE ZERO.
001690 77  WS-RCV-HIT-SW            PIC X(01) VALUE 'N'.
001700     88 RECEIPT-FOUND         VALUE 'Y'.
001710 77  WS-RCV-FULL-SW           PIC X(01) VALUE 'N'.
001720     88 RECEIPT-TABLE-FULL    VALUE 'Y'.
001730 01  WS-RCV-TABLE.
001740     05 WS-RCV-ENTRY          OCCURS 3000 TIMES.
001750         10 WS-RCV-SRC        PIC 9(02).
001760         10 WS-RCV-DATE       PIC 9(08).
001770         10 WS-RCV-STATE      PIC X(01).
001780         10 WS-RCV-REASON     PIC X(02).
001790 77  WS-NEW-STATE             PIC X(01) VALUE SPACE.
001800 77  WS-NEW-REASON            PIC X(02) VALUE SPACES.
001810 77  WS-FOUND-STATE           PIC X(01) VALUE SPACE.
001820 77  WS-FOUND-REASON          PIC X(02) VALUE SPACES.
001830*
001840*----------------------------------------------------------------
001850* A PER-SET STATUS LINE AS TEST001 WRITES IT. THE RUN STATUS
001860* LINES AROUND THEM ARE PASSED OVER.
001870*----------------------------------------------------------------
001880 01  WS-HIST-LINE             PIC X(80) VALUE SPACES.
001890 01  WS-HIST-SET-R REDEFINES WS-HIST-LINE.
001900     05 WS-HS-DATE            PIC X(08).
001910     05 FILLER                PIC X(09).
001920     05 WS-HS-TAG             PIC X(05).
001930     05 WS-HS-NUM             PIC X(02).
001940     05 FILLER                PIC X(01).
001950     05 WS-HS-BDATE           PIC X(08).
001960     05 WS-HS-BDATE-9 REDEFINES WS-HS-BDATE
001970                              PIC 9(08).
001980     05 FILLER                PIC X(01).
001990     05 WS-HS-SOURCE          PIC X(08).
002000     05 FILLER                PIC X(01).
002010     05 WS-HS-DISP            PIC X(08).
002020     05 FILLER                PIC X(01).
002030     05 WS-HS-REASON          PIC X(02).
002040     05 FILLER                PIC X(26).
002050 77  WS-SET-LINES             PIC 9(06) VALUE ZERO.
002060*
002070*----------------------------------------------------------------
002080* DAY-OF-WEEK DERIVATION (ZELLER) - 0 = SATURDAY, 1 = SUNDAY,
002090* 2 = MONDAY ... 6 = FRIDAY. THE SEND DAYS RUN MONDAY FIRST.
002100*----------------------------------------------------------------
002110 01  WS-DOW-DATE.
002120     05 WS-DOW-CCYY           PIC 9(04).
002130     05 WS-DOW-MM             PIC 9(02).
002140     05 WS-DOW-DD             PIC 9(02).
002150 01  WS-DOW-DATE-N REDEFINES WS-DOW-DATE
002160                              PIC 9(08).
002170 77  WS-DOW-YR                PIC 9(04) COMP VALUE ZERO.
002180 77  WS-DOW-MO                PIC 9(02) COMP VALUE ZERO.
002190 77  WS-DOW-J                 PIC 9(02) COMP VALUE ZERO.
002200 77  WS-DOW-K                 PIC 9(02) COMP VALUE ZERO.
002210 77  WS-DOW-WORK              PIC 9(05) COMP VALUE ZERO.
002220 77  WS-DOW-QUOT              PIC 9(05) COMP VALUE ZERO.
002230 77  WS-DOW                   PIC 9(01) VALUE ZERO.
002240 77  WS-SEND-POS              PIC 9(01) VALUE ZERO.
002250 01  WS-DAY-NAMES             PIC X(21)
002260                              VALUE 'SATSUNMONTUEWEDTHUFRI'.
002270 01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
002280     05 WS-DAY-NAME           PIC X(03) OCCURS 7 TIMES.
002290 77  WS-CHK-DATE              PIC 9(08) VALUE ZERO.
002300*
002310*----------------------------------------------------------------
002320* BUSINESS-DAY CALENDAR - ONE ROW PER DATE THAT IS NOT AN
002330* ORDINARY MONDAY-TO-FRIDAY WORKING DAY: H HOLIDAY, M THE LAST
002340* BUSINESS DAY OF ITS ACCOUNTING MONTH, W A WORKING WEEKEND DAY.
002350* A DATE NOT ON THE CALENDAR IS A WORKING DAY MONDAY TO FRIDAY
002360* AND A NON-WORKING DAY (N) AT THE WEEKEND. THE FIRST AND LAST
002370* DATES ON THE FILE BOUND THE RANGE IT IS TRUSTED TO COVER.
002380*----------------------------------------------------------------
002390 77  WS-CAL-STATUS            PIC X(02) VALUE SPACES.
002400 77  WS-CAL-EOF-SW            PIC X(01) VALUE 'N'.
002410     88 END-OF-CALENDAR       VALUE 'Y'.
002420 77  WS-CAL-HIT-SW            PIC X(01) VALUE 'N'.
002430     88 CAL-DATE-FOUND        VALUE 'Y'.
002440 77  WS-CAL-USED              PIC 9(04) COMP VALUE ZERO.
002450 77  WS-CAL-SUB               PIC 9(04) COMP VALUE ZERO.
002460 77  WS-CAL-BAD-ROWS          PIC 9(04) VALUE ZERO.
002470 77  WS-CAL-FIRST             PIC 9(08) VALUE ZERO.
002480 77  WS-CAL-LAST              PIC 9(08) VALUE ZERO.
002490 01  WS-CAL-TABLE.
002500     05 WS-CAL-ENTRY          OCCURS 1000 TIMES.
002510         10 WS-CAL-DATE       PIC 9(08).
002520         10 WS-CAL-TYPE       PIC X(01).
002530*
002540 77  WS-DAY-TYPE              PIC X(01) VALUE SPACE.
002550     88 DAY-IS-HOLIDAY        VALUE 'H'.
002560     88 DAY-IS-WORKING        VALUE 'W' 'M'.
002570     88 DAY-IS-NON-WORKING    VALUE 'N'.
002580 77  WS-MONTH-DAYS            PIC 9(02) VALUE ZERO.
002590 77  WS-ND-QUOT               PIC 9(04) COMP VALUE ZERO.
002600 77  WS-ND-REM4               PIC 9(04) COMP VALUE ZERO.
002610 77  WS-ND-REM100             PIC 9(04) COMP VALUE ZERO.
002620 77  WS-ND-REM400             PIC 9(04) COMP VALUE ZERO.
002630*
002640 77  WS-TOT-FEEDS             PIC 9(04) VALUE ZERO.
002650 77  WS-TOT-EXC-FEEDS         PIC 9(04) VALUE ZERO.
002660 77  WS-TOT-LATE              PIC 9(05) VALUE ZERO.
002670 77  WS-TOT-MISSING           PIC 9(05) VALUE ZERO.
002680 77  WS-TOT-SKIPPED           PIC 9(05) VALUE ZERO.
002690 77  WS-CUR-EXC-COUNT         PIC 9(05) VALUE ZERO.
002700*
002710*----------------------------------------------------------------
002720* FEEDRPT LINE LAYOUTS.
002730*----------------------------------------------------------------
002740 01  FEED-HEADER-LINE.
002750     05 FILLER                PIC X(38)
002760      VALUE 'TEST014 - MISSING/LATE FEED EXCEPTIONS'.
002770     05 FILLER                PIC X(11) VALUE ' RUN DATE: '.
002780     05 FEED-HDR-DATE-ED      PIC 9(08).
002790*
002800 01  FEED-CRIT-LINE.
002810     05 FILLER                PIC X(07) VALUE 'AS OF: '.
002820     05 FEED-CRIT-ASOF-ED     PIC 9(08).
002830     05 FILLER                PIC X(07) VALUE ' FROM: '.
002840     05 FEED-CRIT-FROM-ED     PIC 9(08).
002850*
002860 01  FEED-COLUMN-HDR-LINE.
002870     05 FILLER                PIC X(40)
002880      VALUE 'SOURCE   DATE     DAY STATUS   NOTE     '.
002890*
002900 01  FEED-DETAIL-LINE.
002910     05 FEED-DET-SRC-ED       PIC X(08).
002920     05 FILLER                PIC X(01) VALUE SPACE.
002930     05 FEED-DET-DATE-ED      PIC 9(08).
002940     05 FILLER                PIC X(01) VALUE SPACE.
002950     05 FEED-DET-DAY-ED       PIC X(03).
002960     05 FILLER                PIC X(01) VALUE SPACE.
002970     05 FEED-DET-STATUS-ED    PIC X(08).
002980     05 FILLER                PIC X(01) VALUE SPACE.
002990     05 FEED-DET-NOTE-ED      PIC X(40).
003000*
003010 01  FEED-REFUSED-NOTE.
003020     05 FILLER                PIC X(26)
003030      VALUE 'SET RECEIVED BUT REFUSED -'.
003040     05 FILLER                PIC X(08) VALUE ' REASON '.
003050     05 FEED-REF-REASON-ED    PIC X(02).
003060*
003070 01  FEED-SUMMARY-LINE.
003080     05 FEED-SUM-SRC-ED       PIC X(08).
003090     05 FILLER                PIC X(06) VALUE ' LAST '.
003100     05 FEED-SUM-LAST-ED      PIC X(08).
003110     05 FILLER                PIC X(06) VALUE ' EXP: '.
003120     05 FEED-SUM-EXP-ED       PIC ZZZ9.
003130     05 FILLER                PIC X(06) VALUE ' RCV: '.
003140     05 FEED-SUM-RCV-ED       PIC ZZZ9.
003150     05 FILLER                PIC X(07) VALUE ' LATE: '.
003160     05 FEED-SUM-LATE-ED      PIC ZZZ9.
003170     05 FILLER                PIC X(10) VALUE ' MISSING: '.
003180     05 FEED-SUM-MISS-ED      PIC ZZZ9.
003190     05 FILLER                PIC X(10) VALUE ' SKIPPED: '.
003200     05 FEED-SUM-SKIP-ED      PIC ZZZ9.
003210*
003220 01  FEED-TRAILER-LINE.
003230     05 FILLER                PIC X(07) VALUE 'FEEDS: '.
003240     05 FEED-TRL-FEEDS-ED     PIC ZZZ9.
003250     05 FILLER                PIC X(18)
003260      VALUE ' WITH EXCEPTIONS: '.
003270     05 FEED-TRL-EXC-ED       PIC ZZZ9.
003280     05 FILLER                PIC X(07) VALUE ' LATE: '.
003290     05 FEED-TRL-LATE-ED      PIC ZZZZ9.
003300     05 FILLER                PIC X(10) VALUE ' MISSING: '.
003310     05 FEED-TRL-MISS-ED      PIC ZZZZ9.
003320     05 FILLER                PIC X(10) VALUE ' SKIPPED: '.
003330     05 FEED-TRL-SKIP-ED      PIC ZZZZ9.
003340*
003350*
003360*
003370 PROCEDURE           DIVISION.
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003400     IF WS-SRC-USED > ZERO
003410         PERFORM 2000-CHECK-ONE-FEED THRU 2000-EXIT
003420             VARYING WS-SRC-SUB FROM 1 BY 1
003430             UNTIL WS-SRC-SUB > WS-SRC-USED
003440     END-IF.
003450     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
003460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003470     STOP RUN.
003480*
003490 1000-INITIALIZE.
003500     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003510     PERFORM 1100-LOAD-WINDOW THRU 1100-EXIT
003520     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
003530     PERFORM 1300-LOAD-SOURCE-MASTER THRU 1300-EXIT
003540     PERFORM 1400-LOAD-BATCH-CTL THRU 1400-EXIT
003550     PERFORM 1500-LOAD-SET-HISTORY THRU 1500-EXIT
003560     OPEN OUTPUT FEEDRPT
003570     MOVE WS-RUN-DATE TO FEED-HDR-DATE-ED
003580     MOVE FEED-HEADER-LINE TO FEED-REC
003590     WRITE FEED-REC
003600     MOVE WS-ASOF-DATE TO FEED-CRIT-ASOF-ED
003610     MOVE WS-FROM-DATE TO FEED-CRIT-FROM-ED
003620     MOVE FEED-CRIT-LINE TO FEED-REC
003630     WRITE FEED-REC
003640     MOVE FEED-COLUMN-HDR-LINE TO FEED-REC
003650     WRITE FEED-REC.
003660 1000-EXIT.
003670     EXIT.
003680*
003690*----------------------------------------------------------------
003700* READ AND EDIT-CHECK THE WINDOW CARD. A FIELD THAT FAILS ITS
003710* EDIT KEEPS ITS DEFAULT; A FROM DATE AFTER THE AS-OF DATE IS
003720* PULLED BACK TO IT.
003730*----------------------------------------------------------------
003740 1100-LOAD-WINDOW.
003750     MOVE WS-RUN-DATE TO WS-ASOF-DATE
003760     MOVE ZERO TO WS-FROM-DATE
003770     OPEN INPUT FEEDPARMS
003780     IF WS-FPRM-STATUS = '35'
003790         GO TO 1100-DEFAULT-FROM
003800     END-IF
003810     READ FEEDPARMS
003820         AT END
003830             CLOSE FEEDPARMS
003840             GO TO 1100-DEFAULT-FROM
003850     END-READ
003860     IF FPRM-ASOF-DATE-X NUMERIC
003870        AND FPRM-ASOF-DATE-X NOT = '00000000'
003880         MOVE FPRM-ASOF-DATE-X TO WS-ASOF-DATE
003890     END-IF
003900     IF FPRM-FROM-DATE-X NUMERIC
003910        AND FPRM-FROM-DATE-X NOT = '00000000'
003920         MOVE FPRM-FROM-DATE-X TO WS-FROM-DATE
003930     END-IF
003940     CLOSE FEEDPARMS.
003950 1100-DEFAULT-FROM.
003960     IF WS-FROM-DATE = ZERO
003970         MOVE WS-ASOF-DATE TO WS-FROM-DATE
003980         MOVE 1 TO WS-FROM-DD
003990         IF WS-FROM-MM > 1
004000             SUBTRACT 1 FROM WS-FROM-MM
004010         ELSE
004020             MOVE 12 TO WS-FROM-MM
004030             SUBTRACT 1 FROM WS-FROM-CCYY
004040         END-IF
004050     END-IF
004060     IF WS-FROM-DATE > WS-ASOF-DATE
004070         MOVE WS-ASOF-DATE TO WS-FROM-DATE
004080     END-IF.
004090 1100-EXIT.
004100     EXIT.
004110*
004120*----------------------------------------------------------------
004130* LOAD THE BUSINESS-DAY CALENDAR. NO CALENDAR LEAVES THE OLD
004140* MONDAY-TO-FRIDAY WORKING WEEK WITH NO HOLIDAYS. A ROW WITH A
004150* BAD DATE OR DAY TYPE IS SKIPPED.
004160*----------------------------------------------------------------
004170 1200-LOAD-CALENDAR.
004180     OPEN INPUT CALENDAR
004190     IF WS-CAL-STATUS = '35'
004200         DISPLAY 'TEST014 - CALENDAR NOT FOUND - WEEKDAY RULES '
004210                 'ONLY'
004220         GO TO 1200-EXIT
004230     END-IF
004240     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT
004250     PERFORM 1220-LOAD-CAL-ENTRY THRU 1220-EXIT
004260         UNTIL END-OF-CALENDAR
004270     CLOSE CALENDAR
004280     IF WS-CAL-BAD-ROWS > ZERO
004290         DISPLAY 'TEST014 - CALENDAR ROWS SKIPPED: '
004300                 WS-CAL-BAD-ROWS
004310     END-IF.
004320 1200-EXIT.
004330     EXIT.
004340*
004350 1210-READ-CALENDAR.
004360     READ CALENDAR
004370         AT END
004380             SET END-OF-CALENDAR TO TRUE
004390     END-READ.
004400 1210-EXIT.
004410     EXIT.
004420*
004430 1220-LOAD-CAL-ENTRY.
004440     IF CAL-DATE-X NOT NUMERIC
004450        OR (CAL-DAY-TYPE NOT = 'H' AND CAL-DAY-TYPE NOT = 'M'
004460            AND CAL-DAY-TYPE NOT = 'W')
004470         ADD 1 TO WS-CAL-BAD-ROWS
004480         GO TO 1220-NEXT
004490     END-IF
004500     IF WS-CAL-USED NOT < 1000
004510         DISPLAY 'TEST014 - CALENDAR TABLE FULL - ' CAL-DATE
004520                 ' IGNORED'
004530         GO TO 1220-NEXT
004540     END-IF
004550     ADD 1 TO WS-CAL-USED
004560     MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-USED)
004570     MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-USED)
004580     IF WS-CAL-FIRST = ZERO OR CAL-DATE < WS-CAL-FIRST
004590         MOVE CAL-DATE TO WS-CAL-FIRST
004600     END-IF
004610     IF CAL-DATE > WS-CAL-LAST
004620         MOVE CAL-DATE TO WS-CAL-LAST
004630     END-IF.
004640 1220-NEXT.
004650     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT.
004660 1220-EXIT.
004670     EXIT.
004680*
004690*----------------------------------------------------------------
004700* LOAD THE FEEDS FROM SRCMAST. ONLY ACTIVE FEEDS ARE CHECKED, BUT
004710* EVERY ROW IS KEPT SO HISTORY LINES OF A SUSPENDED OR RETIRED
004720* FEED ARE STILL RECOGNIZED AND PASSED OVER QUIETLY.
004730*----------------------------------------------------------------
004740 1300-LOAD-SOURCE-MASTER.
004750     OPEN INPUT SRCMAST
004760     IF WS-SRCM-STATUS = '35'
004770         DISPLAY 'TEST014 - SRCMAST NOT FOUND - NO FEEDS TO CHECK'
004780         GO TO 1300-EXIT
004790     END-IF
004800     PERFORM 1310-READ-SRCMAST THRU 1310-EXIT
004810     PERFORM 1320-LOAD-SRCM-ENTRY THRU 1320-EXIT
004820         UNTIL END-OF-SRCMAST
004830     CLOSE SRCMAST.
004840 1300-EXIT.
004850     EXIT.
004860*
004870 1310-READ-SRCMAST.
004880     READ SRCMAST
004890         AT END
004900             SET END-OF-SRCMAST TO TRUE
004910     END-READ.
004920 1310-EXIT.
004930     EXIT.
004940*
004950 1320-LOAD-SRCM-ENTRY.
004960     IF SRCM-SOURCE-SYS = SPACES
004970         GO TO 1320-NEXT
004980     END-IF
004990     IF WS-SRC-USED NOT < 20
005000         DISPLAY 'TEST014 - SOURCE TABLE FULL - ' SRCM-SOURCE-SYS
005010                 ' NOT CHECKED'
005020         GO TO 1320-NEXT
005030     END-IF
005040     ADD 1 TO WS-SRC-USED
005050     MOVE SRCM-SOURCE-SYS TO WS-SRC-ID(WS-SRC-USED)
005060     MOVE SRCM-STATUS TO WS-SRC-STATUS(WS-SRC-USED)
005070     MOVE SRCM-SEND-DAYS TO WS-SRC-SEND-DAYS(WS-SRC-USED)
005080     MOVE SRCM-DESC TO WS-SRC-DESC(WS-SRC-USED)
005090     MOVE ZERO TO WS-SRC-LAST-DATE(WS-SRC-USED).
005100 1320-NEXT.
005110     PERFORM 1310-READ-SRCMAST THRU 1310-EXIT.
005120 1320-EXIT.
005130     EXIT.
005140*
005150*----------------------------------------------------------------
005160* LAST ACCEPTED BATCH DATE PER FEED FROM BATCHCTL. A LEGACY
005170* ONE-DATE RECORD HAS NO SOURCE AND MATCHES NO FEED.
005180*----------------------------------------------------------------
005190 1400-LOAD-BATCH-CTL.
005200     OPEN INPUT BATCHCTL
005210     IF WS-BCTL-STATUS = '35'
005220         GO TO 1400-EXIT
005230     END-IF
005240     PERFORM 1410-READ-BATCHCTL THRU 1410-EXIT
005250     PERFORM 1420-APPLY-BCTL-ENTRY THRU 1420-EXIT
005260         UNTIL END-OF-BATCHCTL
005270     CLOSE BATCHCTL.
005280 1400-EXIT.
005290     EXIT.
005300*
005310 1410-READ-BATCHCTL.
005320     READ BATCHCTL
005330         AT END
005340             SET END-OF-BATCHCTL TO TRUE
005350     END-READ.
005360 1410-EXIT.
005370     EXIT.
005380*
005390 1420-APPLY-BCTL-ENTRY.
005400     IF BCTL-LAST-DATE-X NOT NUMERIC
005410         GO TO 1420-NEXT
005420     END-IF
005430     MOVE BCTL-SOURCE-SYS TO WS-FIND-SRC
005440     PERFORM 1530-FIND-SOURCE THRU 1530-EXIT
005450     IF SOURCE-FOUND
005460        AND BCTL-LAST-DATE > WS-SRC-LAST-DATE(WS-SRC-CUR)
005470         MOVE BCTL-LAST-DATE TO WS-SRC-LAST-DATE(WS-SRC-CUR)
005480     END-IF.
005490 1420-NEXT.
005500     PERFORM 1410-READ-BATCHCTL THRU 1410-EXIT.
005510 1420-EXIT.
005520     EXIT.
005530*
005540*----------------------------------------------------------------
005550* THE PER-SET LINES ON RUNHIST (EVERY BATCH RUN) AND STATFILE
005560* (THE LATEST RUN, IN CASE ITS HISTORY LINES DID NOT GET
005570* WRITTEN). A SET SEEN ON BOTH IS SIMPLY RECORDED TWICE OVER.
005580*----------------------------------------------------------------
005590 1500-LOAD-SET-HISTORY.
005600     OPEN INPUT RUNHIST
005610     IF WS-RUNH-STATUS NOT = '35'
005620         MOVE 'N' TO WS-HIST-EOF-SW
005630         PERFORM 1510-READ-RUNHIST THRU 1510-EXIT
005640         PERFORM 1520-TAKE-SET-LINE THRU 1520-EXIT
005650             UNTIL END-OF-HISTORY
005660         CLOSE RUNHIST
005670     END-IF
005680     OPEN INPUT STATFILE
005690     IF WS-STAT-STATUS NOT = '35'
005700         MOVE 'N' TO WS-HIST-EOF-SW
005710         PERFORM 1515-READ-STATFILE THRU 1515-EXIT
005720         PERFORM 1525-TAKE-STAT-LINE THRU 1525-EXIT
005730             UNTIL END-OF-HISTORY
005740         CLOSE STATFILE
005750     END-IF
005760     IF RECEIPT-TABLE-FULL
005770         DISPLAY 'TEST014 - BATCH DATE TABLE FULL - NARROW THE '
005780                 'WINDOW ON FEEDPARMS'
005790     END-IF.
005800 1500-EXIT.
005810     EXIT.
005820*
005830 1510-READ-RUNHIST.
005840     READ RUNHIST INTO WS-HIST-LINE
005850         AT END
005860             SET END-OF-HISTORY TO TRUE
005870     END-READ.
005880 1510-EXIT.
005890     EXIT.
005900*
005910 1515-READ-STATFILE.
005920     READ STATFILE INTO WS-HIST-LINE
005930         AT END
005940             SET END-OF-HISTORY TO TRUE
005950     END-READ.
005960 1515-EXIT.
005970     EXIT.
005980*
005990 1520-TAKE-SET-LINE.
006000     PERFORM 1540-RECORD-SET-LINE THRU 1540-EXIT
006010     PERFORM 1510-READ-RUNHIST THRU 1510-EXIT.
006020 1520-EXIT.
006030     EXIT.
006040*
006050 1525-TAKE-STAT-LINE.
006060     PERFORM 1540-RECORD-SET-LINE THRU 1540-EXIT
006070     PERFORM 1515-READ-STATFILE THRU 1515-EXIT.
006080 1525-EXIT.
006090     EXIT.
006100*
006110 1530-FIND-SOURCE.
006120     MOVE 'N' TO WS-SRC-HIT-SW
006130     MOVE ZERO TO WS-SRC-CUR
006132     IF WS-FIND-SRC = SPACES
006134         MOVE 'UNNAMED ' TO WS-FIND-SRC
006136     END-IF
006140     IF WS-SRC-USED > ZERO
006150         PERFORM 1535-MATCH-SOURCE THRU 1535-EXIT
006160             VARYING WS-SRC-SUB FROM 1 BY 1
006170             UNTIL WS-SRC-SUB > WS-SRC-USED
006180                OR SOURCE-FOUND
006190     END-IF.
006200 1530-EXIT.
006210     EXIT.
006220*
006230 1535-MATCH-SOURCE.
006240     IF WS-SRC-ID(WS-SRC-SUB) = WS-FIND-SRC
006250         MOVE WS-SRC-SUB TO WS-SRC-CUR
006260         SET SOURCE-FOUND TO TRUE
006270     END-IF.
006280 1535-EXIT.
006290     EXIT.
006300*
006310*----------------------------------------------------------------
006320* ONE PER-SET LINE. AN ACCEPTED (OR ALREADY PROCESSED) SET ALSO
006330* ADVANCES THE FEED'S LAST ACCEPTED DATE. ONLY BATCH DATES IN
006340* THE WINDOW ARE KEPT.
006350*----------------------------------------------------------------
006360 1540-RECORD-SET-LINE.
006370     IF WS-HS-TAG NOT = ' SET '
006380        OR WS-HS-BDATE NOT NUMERIC
006390         GO TO 1540-EXIT
006400     END-IF
006410     ADD 1 TO WS-SET-LINES
006420     MOVE WS-HS-SOURCE TO WS-FIND-SRC
006430     PERFORM 1530-FIND-SOURCE THRU 1530-EXIT
006440     IF NOT SOURCE-FOUND
006450         GO TO 1540-EXIT
006460     END-IF
006470     IF WS-HS-DISP = 'ACCEPTED' OR WS-HS-DISP = 'PRIOR   '
006480         MOVE 'A' TO WS-NEW-STATE
006490         MOVE SPACES TO WS-NEW-REASON
006500         IF WS-HS-BDATE-9 > WS-SRC-LAST-DATE(WS-SRC-CUR)
006510             MOVE WS-HS-BDATE-9 TO WS-SRC-LAST-DATE(WS-SRC-CUR)
006520         END-IF
006530     ELSE
006540         MOVE 'R' TO WS-NEW-STATE
006550         MOVE WS-HS-REASON TO WS-NEW-REASON
006560     END-IF
006570     IF WS-HS-BDATE-9 < WS-FROM-DATE
006580        OR WS-HS-BDATE-9 > WS-ASOF-DATE
006590         GO TO 1540-EXIT
006600     END-IF
006610     MOVE WS-HS-BDATE-9 TO WS-CHK-DATE
006620     PERFORM 1550-FIND-RECEIPT THRU 1550-EXIT
006630     IF RECEIPT-FOUND
006640         IF WS-NEW-STATE = 'A'
006650             MOVE 'A' TO WS-RCV-STATE(WS-RCV-CUR)
006660             MOVE SPACES TO WS-RCV-REASON(WS-RCV-CUR)
006670         END-IF
006680         GO TO 1540-EXIT
006690     END-IF
006700     IF WS-RCV-USED NOT < WS-RCV-MAX
006710         SET RECEIPT-TABLE-FULL TO TRUE
006720         GO TO 1540-EXIT
006730     END-IF
006740     ADD 1 TO WS-RCV-USED
006750     MOVE WS-SRC-CUR TO WS-RCV-SRC(WS-RCV-USED)
006760     MOVE WS-CHK-DATE TO WS-RCV-DATE(WS-RCV-USED)
006770     MOVE WS-NEW-STATE TO WS-RCV-STATE(WS-RCV-USED)
006780     MOVE WS-NEW-REASON TO WS-RCV-REASON(WS-RCV-USED).
006790 1540-EXIT.
006800     EXIT.
006810*
006820*----------------------------------------------------------------
006830* FIND THE BATCH DATE WS-CHK-DATE FOR FEED WS-SRC-CUR - LEAVES
006840* ITS SLOT IN WS-RCV-CUR AND ITS STATE AND REASON.
006850*----------------------------------------------------------------
006860 1550-FIND-RECEIPT.
006870     MOVE 'N' TO WS-RCV-HIT-SW
006880     MOVE ZERO TO WS-RCV-CUR
006890     MOVE SPACE TO WS-FOUND-STATE
006900     MOVE SPACES TO WS-FOUND-REASON
006910     IF WS-RCV-USED > ZERO
006920         PERFORM 1555-MATCH-RECEIPT THRU 1555-EXIT
006930             VARYING WS-RCV-SUB FROM 1 BY 1
006940             UNTIL WS-RCV-SUB > WS-RCV-USED
006950                OR RECEIPT-FOUND
006960     END-IF.
006970 1550-EXIT.
006980     EXIT.
006990*
007000 1555-MATCH-RECEIPT.
007010     IF WS-RCV-SRC(WS-RCV-SUB) = WS-SRC-CUR
007020        AND WS-RCV-DATE(WS-RCV-SUB) = WS-CHK-DATE
007030         MOVE WS-RCV-SUB TO WS-RCV-CUR
007040         MOVE WS-RCV-STATE(WS-RCV-SUB) TO WS-FOUND-STATE
007050         MOVE WS-RCV-REASON(WS-RCV-SUB) TO WS-FOUND-REASON
007060         SET RECEIPT-FOUND TO TRUE
007070     END-IF.
007080 1555-EXIT.
007090     EXIT.
007100*
007110*----------------------------------------------------------------
007120* ONE FEED. WALK EVERY DAY OF THE WINDOW AND LIST EACH EXPECTED
007130* DAY WITHOUT AN ACCEPTED SET, THEN THE FEED'S SUMMARY LINE.
007140* SUSPENDED AND RETIRED FEEDS ARE NOT EXPECTED TO SEND.
007150*----------------------------------------------------------------
007160 2000-CHECK-ONE-FEED.
007170     IF WS-SRC-STATUS(WS-SRC-SUB) NOT = 'A'
007180         GO TO 2000-EXIT
007190     END-IF
007200     ADD 1 TO WS-TOT-FEEDS
007210     MOVE WS-SRC-SUB TO WS-SRC-CUR
007220     MOVE WS-SRC-SEND-DAYS(WS-SRC-SUB) TO WS-CUR-SEND-DAYS
007230     IF WS-CUR-SEND-DAYS = SPACES
007240         MOVE 'YYYYYNN' TO WS-CUR-SEND-DAYS
007250     END-IF
007260     MOVE WS-SRC-LAST-DATE(WS-SRC-SUB) TO WS-CUR-LAST-DATE
007270     MOVE ZERO TO WS-CUR-EXPECTED
007280     MOVE ZERO TO WS-CUR-RECEIVED
007290     MOVE ZERO TO WS-CUR-LATE
007300     MOVE ZERO TO WS-CUR-MISSING
007310     MOVE ZERO TO WS-CUR-SKIPPED
007320     MOVE WS-FROM-DATE TO WS-DOW-DATE-N
007330     PERFORM 2100-CHECK-ONE-DAY THRU 2100-EXIT
007340         UNTIL WS-DOW-DATE-N > WS-ASOF-DATE
007350     COMPUTE WS-CUR-EXC-COUNT = WS-CUR-LATE + WS-CUR-MISSING
007360         + WS-CUR-SKIPPED
007370     IF WS-CUR-EXC-COUNT > ZERO
007380         ADD 1 TO WS-TOT-EXC-FEEDS
007390     END-IF
007400     MOVE WS-SRC-ID(WS-SRC-SUB) TO FEED-SUM-SRC-ED
007410     IF WS-CUR-LAST-DATE = ZERO
007420         MOVE 'NEVER   ' TO FEED-SUM-LAST-ED
007430     ELSE
007440         MOVE WS-CUR-LAST-DATE TO FEED-SUM-LAST-ED
007450     END-IF
007460     MOVE WS-CUR-EXPECTED TO FEED-SUM-EXP-ED
007470     MOVE WS-CUR-RECEIVED TO FEED-SUM-RCV-ED
007480     MOVE WS-CUR-LATE TO FEED-SUM-LATE-ED
007490     MOVE WS-CUR-MISSING TO FEED-SUM-MISS-ED
007500     MOVE WS-CUR-SKIPPED TO FEED-SUM-SKIP-ED
007510     MOVE FEED-SUMMARY-LINE TO FEED-REC
007520     WRITE FEED-REC.
007530 2000-EXIT.
007540     EXIT.
007550*
007560*----------------------------------------------------------------
007570* ONE DAY FOR THE CURRENT FEED. A HOLIDAY IS NEVER EXPECTED;
007580* OTHERWISE THE FEED'S SEND-DAY FLAG FOR THE WEEKDAY DECIDES.
007590* THE FEED'S LAST ACCEPTED DATE COUNTS AS RECEIVED EVEN WHEN ITS
007600* SET LINE IS NO LONGER ON THE HISTORY.
007610*----------------------------------------------------------------
007620 2100-CHECK-ONE-DAY.
007630     MOVE WS-DOW-DATE-N TO WS-CHK-DATE
007640     PERFORM 8300-CLASSIFY-DAY THRU 8300-EXIT
007650     IF DAY-IS-HOLIDAY
007660         GO TO 2100-NEXT
007670     END-IF
007680     PERFORM 8100-DAY-OF-WEEK THRU 8100-EXIT
007690     IF WS-DOW < 2
007700         COMPUTE WS-SEND-POS = WS-DOW + 6
007710     ELSE
007720         COMPUTE WS-SEND-POS = WS-DOW - 1
007730     END-IF
007740     IF WS-CUR-SEND-DAYS(WS-SEND-POS:1) NOT = 'Y'
007750         GO TO 2100-NEXT
007760     END-IF
007770     ADD 1 TO WS-CUR-EXPECTED
007780     PERFORM 1550-FIND-RECEIPT THRU 1550-EXIT
007790     IF WS-FOUND-STATE = 'A'
007800         ADD 1 TO WS-CUR-RECEIVED
007810         GO TO 2100-NEXT
007820     END-IF
007830     IF WS-CHK-DATE = WS-CUR-LAST-DATE
007840         ADD 1 TO WS-CUR-RECEIVED
007850         GO TO 2100-NEXT
007860     END-IF
007870     MOVE WS-SRC-ID(WS-SRC-CUR) TO FEED-DET-SRC-ED
007880     MOVE WS-CHK-DATE TO FEED-DET-DATE-ED
007890     MOVE WS-DAY-NAME(WS-DOW + 1) TO FEED-DET-DAY-ED
007900     EVALUATE TRUE
007910         WHEN WS-CHK-DATE = WS-ASOF-DATE
007920             MOVE 'LATE    ' TO FEED-DET-STATUS-ED
007930             ADD 1 TO WS-CUR-LATE
007940             ADD 1 TO WS-TOT-LATE
007950         WHEN WS-CHK-DATE > WS-CUR-LAST-DATE
007960             MOVE 'MISSING ' TO FEED-DET-STATUS-ED
007970             ADD 1 TO WS-CUR-MISSING
007980             ADD 1 TO WS-TOT-MISSING
007990         WHEN OTHER
008000             MOVE 'SKIPPED ' TO FEED-DET-STATUS-ED
008010             ADD 1 TO WS-CUR-SKIPPED
008020             ADD 1 TO WS-TOT-SKIPPED
008030     END-EVALUATE
008040     IF WS-FOUND-STATE = 'R'
008050         MOVE WS-FOUND-REASON TO FEED-REF-REASON-ED
008060         MOVE FEED-REFUSED-NOTE TO FEED-DET-NOTE-ED
008070     ELSE
008080         MOVE SPACES TO FEED-DET-NOTE-ED
008090     END-IF
008100     MOVE FEED-DETAIL-LINE TO FEED-REC
008110     WRITE FEED-REC.
008120 2100-NEXT.
008130     MOVE WS-CHK-DATE TO WS-DOW-DATE-N
008140     PERFORM 8400-NEXT-DATE THRU 8400-EXIT.
008150 2100-EXIT.
008160     EXIT.
008170*
008180*----------------------------------------------------------------
008190* ZELLER'S RULE ON WS-DOW-DATE - LEAVES 0 (SATURDAY) THROUGH
008200* 6 (FRIDAY) IN WS-DOW. JANUARY AND FEBRUARY COUNT AS MONTHS 13
008210* AND 14 OF THE PRIOR YEAR.
008220*----------------------------------------------------------------
008230 8100-DAY-OF-WEEK.
008240     MOVE WS-DOW-CCYY TO WS-DOW-YR
008250     MOVE WS-DOW-MM TO WS-DOW-MO
008260     IF WS-DOW-MO < 3
008270         ADD 12 TO WS-DOW-MO
008280         SUBTRACT 1 FROM WS-DOW-YR
008290     END-IF
008300     DIVIDE WS-DOW-YR BY 100 GIVING WS-DOW-J
008310         REMAINDER WS-DOW-K
008320     COMPUTE WS-DOW-WORK = WS-DOW-DD
008330         + ((13 * (WS-DOW-MO + 1)) / 5)
008340         + WS-DOW-K + (WS-DOW-K / 4)
008350         + (WS-DOW-J / 4) + (5 * WS-DOW-J)
008360     DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
008370         REMAINDER WS-DOW.
008380 8100-EXIT.
008390     EXIT.
008400*
008410*----------------------------------------------------------------
008420* DAY TYPE OF WS-DOW-DATE INTO WS-DAY-TYPE - THE CALENDAR ROW IF
008430* THERE IS ONE, OTHERWISE WORKING MONDAY TO FRIDAY AND
008440* NON-WORKING AT THE WEEKEND.
008450*----------------------------------------------------------------
008460 8300-CLASSIFY-DAY.
008470     MOVE 'N' TO WS-CAL-HIT-SW
008480     IF WS-CAL-USED > ZERO
008490         PERFORM 8310-MATCH-CAL-DATE THRU 8310-EXIT
008500             VARYING WS-CAL-SUB FROM 1 BY 1
008510             UNTIL WS-CAL-SUB > WS-CAL-USED
008520                OR CAL-DATE-FOUND
008530     END-IF
008540     IF NOT CAL-DATE-FOUND
008550         PERFORM 8100-DAY-OF-WEEK THRU 8100-EXIT
008560         IF WS-DOW < 2
008570             MOVE 'N' TO WS-DAY-TYPE
008580         ELSE
008590             MOVE 'W' TO WS-DAY-TYPE
008600         END-IF
008610     END-IF.
008620 8300-EXIT.
008630     EXIT.
008640*
008650 8310-MATCH-CAL-DATE.
008660     IF WS-CAL-DATE(WS-CAL-SUB) = WS-DOW-DATE-N
008670         MOVE WS-CAL-TYPE(WS-CAL-SUB) TO WS-DAY-TYPE
008680         SET CAL-DATE-FOUND TO TRUE
008690     END-IF.
008700 8310-EXIT.
008710     EXIT.
008720*
008730*----------------------------------------------------------------
008740* ADVANCE WS-DOW-DATE BY ONE DAY, ROLLING THE MONTH AND YEAR.
008750* FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
008760* CENTURY YEAR NOT DIVISIBLE BY 400.
008770*----------------------------------------------------------------
008780 8400-NEXT-DATE.
008790     EVALUATE WS-DOW-MM
008800         WHEN 2
008810             DIVIDE WS-DOW-CCYY BY 4 GIVING WS-ND-QUOT
008820                 REMAINDER WS-ND-REM4
008830             DIVIDE WS-DOW-CCYY BY 100 GIVING WS-ND-QUOT
008840                 REMAINDER WS-ND-REM100
008850             DIVIDE WS-DOW-CCYY BY 400 GIVING WS-ND-QUOT
008860                 REMAINDER WS-ND-REM400
008870             IF WS-ND-REM4 = ZERO
008880                AND (WS-ND-REM100 NOT = ZERO
008890                     OR WS-ND-REM400 = ZERO)
008900                 MOVE 29 TO WS-MONTH-DAYS
008910             ELSE
008920                 MOVE 28 TO WS-MONTH-DAYS
008930             END-IF
008940         WHEN 4
008950         WHEN 6
008960         WHEN 9
008970         WHEN 11
008980             MOVE 30 TO WS-MONTH-DAYS
008990         WHEN OTHER
009000             MOVE 31 TO WS-MONTH-DAYS
009010     END-EVALUATE
009020     IF WS-DOW-DD < WS-MONTH-DAYS
009030         ADD 1 TO WS-DOW-DD
009040         GO TO 8400-EXIT
009050     END-IF
009060     MOVE 1 TO WS-DOW-DD
009070     IF WS-DOW-MM < 12
009080         ADD 1 TO WS-DOW-MM
009090     ELSE
009100         MOVE 1 TO WS-DOW-MM
009110         ADD 1 TO WS-DOW-CCYY
009120     END-IF.
009130 8400-EXIT.
009140     EXIT.
009150*
009160 8000-WRITE-TRAILER.
009170     MOVE WS-TOT-FEEDS TO FEED-TRL-FEEDS-ED
009180     MOVE WS-TOT-EXC-FEEDS TO FEED-TRL-EXC-ED
009190     MOVE WS-TOT-LATE TO FEED-TRL-LATE-ED
009200     MOVE WS-TOT-MISSING TO FEED-TRL-MISS-ED
009210     MOVE WS-TOT-SKIPPED TO FEED-TRL-SKIP-ED
009220     MOVE FEED-TRAILER-LINE TO FEED-REC
009230     WRITE FEED-REC.
009240 8000-EXIT.
009250     EXIT.
009260*
009270 9000-TERMINATE.
009280     CLOSE FEEDRPT
009290     DISPLAY 'TEST014 - FEEDS CHECKED: ' WS-TOT-FEEDS
009300             ' WITH EXCEPTIONS: ' WS-TOT-EXC-FEEDS
009310     IF WS-TOT-EXC-FEEDS > ZERO
009320         MOVE 4 TO RETURN-CODE
009330     ELSE
009340         MOVE ZERO TO RETURN-CODE
009350     END-IF.
009360 9000-EXIT.
009370     EXIT.
