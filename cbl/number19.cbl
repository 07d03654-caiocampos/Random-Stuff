000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.         TEST019.
000030 AUTHOR.             CAIO CAMPOS.
000040 DATE-WRITTEN        15/10/2026.
000050 DATE-COMPILED.
000060*----------------------------------------------------------------
000070* TEST019 - OPERATOR ACCESS REVIEW REPORT.
000080*
000090* LISTS WHO HOLDS WHAT ACCESS ON THE OPERATOR SECURITY FILE
000100* (OPERSEC) FOR THE PERIODIC ACCESS REVIEW, AND THE SECURITY
000110* VIOLATIONS LOGGED TO SECVIOL OVER THE REVIEW PERIOD. OPERSEC
000120* HOLDS ONE 80-BYTE LINE PER OPERATOR:
000130*     COLS  1-20  OPERATOR ID (THE USER THE JOB RUNS UNDER)
000140*     COLS 21-26  FUNCTIONS GRANTED, Y OR N BY POSITION -
000150*                 21 PARAMETER MAINTENANCE (TEST004, TEST013)
000160*                 22 REJECT CORRECTION     (TEST008)
000170*                 23 POSTING OVERRIDE      (PARM 'OVERRIDE' ON
000180*                                           TEST002, TEST003,
000190*                                           TEST009, TEST011)
000200*                 24 MONTH-END CLOSE       (TEST011)
000210*                 25 ADJUSTMENT POSTING    (TEST012)
000220*                 26 HOUSEKEEPING          (TEST006)
000230*     COLS 27-34  EXPIRY DATE CCYYMMDD - THE LAST DAY THE
000240*                 ACCESS IS GOOD FOR (00000000 = NO EXPIRY)
000250*     COL  35     LOCKED FLAG (Y = LOCKED)
000260*     COLS 36-65  OPERATOR NAME
000270* THE PROGRAMS USE THE FIRST LINE FOR AN OPERATOR ID; A LATER
000280* LINE FOR THE SAME ID IS LISTED AS A DUPLICATE AND IGNORED.
000290* EVERY OPERATOR IS SHOWN WITH THE FUNCTIONS GRANTED AND A
000300* STATUS (ACTIVE, EXPIRING SOON, EXPIRED, LOCKED, BAD EXPIRY,
000310* NO FUNCTIONS), FOLLOWED BY THE NUMBER OF OPERATORS WHO CAN
000320* ACTUALLY USE EACH FUNCTION TODAY. CONTROLLED BY AN OPTIONAL
000330* SECPARMS CARD:
000340*     COLS  1- 8  REVIEW PERIOD FROM DATE (CCYYMMDD, DEFAULT =
000350*                 FIRST OF THE PREVIOUS MONTH)
000360*     COLS  9-16  REVIEW PERIOD TO DATE (DEFAULT = TODAY)
000370*     COLS 17-19  DAYS AHEAD AN EXPIRY IS FLAGGED AS EXPIRING
000380*                 SOON (DEFAULT 030)
000390* THE RUN ENDS WITH RETURN CODE 4 WHEN ANY VIOLATION FELL IN
000400* THE REVIEW PERIOD.
000410*----------------------------------------------------------------
000420* MODIFICATION HISTORY
000430*----------------------------------------------------------------
000440* 15/10/2026 CC  INITIAL VERSION.
000450*----------------------------------------------------------------
000460 ENVIRONMENT         DIVISION.
000470*
000480 CONFIGURATION       SECTION.
000490 SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
000500*
000510 INPUT-OUTPUT        SECTION.
000520 FILE-CONTROL.
000530     SELECT          SECPARMS   ASSIGN TO "SECPARMS"
000540                                ORGANIZATION IS LINE SEQUENTIAL
000550                                FILE STATUS  IS WS-SPRM-STATUS.
000560     SELECT          OPERSEC    ASSIGN TO "OPERSEC"
000570                                ORGANIZATION IS LINE SEQUENTIAL
000580                                FILE STATUS  IS WS-SEC-STATUS.
000590     SELECT          SECVIOL    ASSIGN TO "SECVIOL"
000600                                ORGANIZATION IS LINE SEQUENTIAL
000610                                FILE STATUS  IS WS-SVIO-STATUS.
000620     SELECT          ACCRPT     ASSIGN TO "ACCRPT"
000630                                ORGANIZATION IS LINE SEQUENTIAL.
000640*
000650 DATA                DIVISION.
000660 FILE                SECTION.
000670 FD  SECPARMS.
000680 01  SPRM-REC.
000690     05 SPRM-FROM-DATE-X      PIC X(08).
000700     05 SPRM-TO-DATE-X        PIC X(08).
000710     05 SPRM-WARN-DAYS-X      PIC X(03).
000720*
000730 FD  OPERSEC.
000740 01  SEC-REC.
000750     05 SEC-USER-ID           PIC X(20).
000760     05 SEC-FUNCTIONS.
000770         10 SEC-FN            PIC X(01) OCCURS 6 TIMES.
000780     05 SEC-EXPIRY-DATE       PIC 9(08).
000790     05 SEC-LOCKED-SW         PIC X(01).
000800         88 SEC-IS-LOCKED     VALUE 'Y'.
000810     05 SEC-OPER-NAME         PIC X(30).
000820     05 FILLER                PIC X(15).
000830*
000840 FD  SECVIOL.
000850 01  SVIO-REC.
000860     05 SVIO-DATE-X           PIC X(08).
000870     05 FILLER                PIC X(92).
000880*
000890 FD  ACCRPT.
000900 01  ACCRPT-REC               PIC X(132).
000910*
000920 WORKING-STORAGE     SECTION.
000930 77  WS-SPRM-STATUS           PIC X(02) VALUE SPACES.
000940 77  WS-SEC-STATUS            PIC X(02) VALUE SPACES.
000950 77  WS-SVIO-STATUS           PIC X(02) VALUE SPACES.
000960*
000970 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
000980     88 END-OF-INPUT          VALUE 'Y'.
000990*
001000 01  WS-TODAY.
001010     05 WS-TODAY-CCYY         PIC 9(04).
001020     05 WS-TODAY-MM           PIC 9(02).
001030     05 WS-TODAY-DD           PIC 9(02).
001040 01  WS-TODAY-NUM REDEFINES WS-TODAY
001050                              PIC 9(08).
001060 01  WS-FROM-DATE.
001070     05 WS-FROM-CCYY          PIC 9(04).
001080     05 WS-FROM-MM            PIC 9(02).
001090     05 WS-FROM-DD            PIC 9(02).
001100 01  WS-FROM-NUM REDEFINES WS-FROM-DATE
001110                              PIC 9(08).
001120 77  WS-TO-DATE               PIC 9(08) VALUE ZERO.
001130 77  WS-WARN-DAYS             PIC 9(03) VALUE 030.
001140 77  WS-VIO-DATE              PIC 9(08) VALUE ZERO.
001150*
001160*----------------------------------------------------------------
001170* FUNCTION NAMES BY OPERSEC POSITION, AND HOW MANY OPERATORS
001180* HOLD EACH ONE (GRANTED AT ALL / USABLE TODAY).
001190*----------------------------------------------------------------
001200 01  WS-SEC-FUNC-NAMES.
001210     05 FILLER                PIC X(20)
001220      VALUE 'PARAMETER MAINT'.
001230     05 FILLER                PIC X(20)
001240      VALUE 'REJECT CORRECTION'.
001250     05 FILLER                PIC X(20)
001260      VALUE 'POSTING OVERRIDE'.
001270     05 FILLER                PIC X(20)
001280      VALUE 'MONTH-END CLOSE'.
001290     05 FILLER                PIC X(20)
001300      VALUE 'ADJUSTMENT POSTING'.
001310     05 FILLER                PIC X(20)
001320      VALUE 'HOUSEKEEPING'.
001330 01  WS-SEC-FUNC-TABLE REDEFINES WS-SEC-FUNC-NAMES.
001340     05 WS-SEC-FUNC-NAME      PIC X(20) OCCURS 6 TIMES.
001350 01  WS-FN-COUNTS.
001360     05 WS-FN-COUNT-ENTRY     OCCURS 6 TIMES.
001370         10 WS-FN-GRANTED     PIC 9(05) COMP.
001380         10 WS-FN-USABLE      PIC 9(05) COMP.
001390 77  WS-FN-SUB                PIC 9(01) COMP VALUE ZERO.
001400 77  WS-FN-HELD               PIC 9(01) COMP VALUE ZERO.
001410*
001420*----------------------------------------------------------------
001430* OPERATOR IDS ALREADY LISTED, TO CATCH DUPLICATE LINES.
001440*----------------------------------------------------------------
001450 77  WS-OP-MAX                PIC 9(03) COMP VALUE 500.
001460 77  WS-OP-USED               PIC 9(03) COMP VALUE ZERO.
001470 77  WS-OP-SUB                PIC 9(03) COMP VALUE ZERO.
001480 77  WS-OP-HIT-SW             PIC X(01) VALUE 'N'.
001490     88 OPERATOR-SEEN         VALUE 'Y'.
001500 01  WS-OP-TABLE.
001510     05 WS-OP-ID              PIC X(20) OCCURS 500 TIMES.
001520*
001530 77  WS-OPER-STATUS           PIC X(14) VALUE SPACES.
001540 77  WS-USABLE-SW             PIC X(01) VALUE 'N'.
001550     88 ACCESS-IS-USABLE      VALUE 'Y'.
001560*
001570 77  WS-OPER-COUNT            PIC 9(05) VALUE ZERO.
001580 77  WS-ACTIVE-COUNT          PIC 9(05) VALUE ZERO.
001590 77  WS-SOON-COUNT            PIC 9(05) VALUE ZERO.
001600 77  WS-EXPIRED-COUNT         PIC 9(05) VALUE ZERO.
001610 77  WS-LOCKED-COUNT          PIC 9(05) VALUE ZERO.
001620 77  WS-DUP-COUNT             PIC 9(05) VALUE ZERO.
001630 77  WS-VIO-COUNT             PIC 9(06) VALUE ZERO.
001640*
001650*----------------------------------------------------------------
001660* GREGORIAN SERIAL DAY NUMBERS, SO AN EXPIRY CAN BE MEASURED IN
001670* DAYS ACROSS MONTH AND YEAR ENDS.
001680*----------------------------------------------------------------
001690 77  WS-TODAY-SERIAL          PIC 9(07) COMP VALUE ZERO.
001700 01  WS-SD-DATE.
001710     05 WS-SD-CCYY            PIC 9(04).
001720     05 WS-SD-MM              PIC 9(02).
001730     05 WS-SD-DD              PIC 9(02).
001740 77  WS-SD-YR                 PIC 9(04) COMP VALUE ZERO.
001750 77  WS-SD-MO                 PIC 9(02) COMP VALUE ZERO.
001760 77  WS-SD-T1                 PIC 9(07) COMP VALUE ZERO.
001770 77  WS-SD-T2                 PIC 9(07) COMP VALUE ZERO.
001780 77  WS-SD-T3                 PIC 9(07) COMP VALUE ZERO.
001790 77  WS-SD-T4                 PIC 9(07) COMP VALUE ZERO.
001800 77  WS-SD-SERIAL             PIC 9(07) COMP VALUE ZERO.
001810*
001820*----------------------------------------------------------------
001830* ACCRPT LINE LAYOUTS.
001840*----------------------------------------------------------------
001850 01  ACC-HEADER-LINE.
001860     05 FILLER                PIC X(34)
001870      VALUE 'TEST019 - OPERATOR ACCESS REVIEW  '.
001880     05 FILLER                PIC X(10) VALUE 'RUN DATE: '.
001890     05 ACC-HDR-DATE-ED       PIC 9(08).
001900     05 FILLER                PIC X(18)
001910      VALUE '  REVIEW PERIOD: '.
001920     05 ACC-HDR-FROM-ED       PIC 9(08).
001930     05 FILLER                PIC X(04) VALUE ' TO '.
001940     05 ACC-HDR-TO-ED         PIC 9(08).
001950*
001960 01  ACC-OPER-HDR-LINE.
001970     05 FILLER                PIC X(52)
001980      VALUE 'OPERATOR             NAME'.
001990     05 FILLER                PIC X(30)
002000      VALUE 'PARM REJ  OVRD CLOS ADJ  HSKP '.
002010     05 FILLER                PIC X(16) VALUE 'EXPIRES   STATUS'.
002020*
002030 01  ACC-OPER-LINE.
002040     05 ACC-OPER-ID-ED        PIC X(20).
002050     05 FILLER                PIC X(01) VALUE SPACE.
002060     05 ACC-OPER-NAME-ED      PIC X(30).
002070     05 FILLER                PIC X(01) VALUE SPACE.
002080     05 ACC-OPER-FN-GRP.
002090         10 ACC-OPER-FN-ED    PIC X(05) OCCURS 6 TIMES.
002100     05 ACC-OPER-EXPIRY-ED    PIC X(08).
002110     05 FILLER                PIC X(02) VALUE SPACES.
002120     05 ACC-OPER-STATUS-ED    PIC X(14).
002130*
002140 01  ACC-NO-FILE-LINE.
002150     05 FILLER                PIC X(44)
002160      VALUE 'NO OPERSEC FILE - NO OPERATOR HOLDS ACCESS  '.
002170*
002180 01  ACC-FN-HDR-LINE.
002190     05 FILLER                PIC X(40)
002200      VALUE 'FUNCTION              GRANTED  USABLE   '.
002210*
002220 01  ACC-FN-LINE.
002230     05 ACC-FN-NAME-ED        PIC X(20).
002240     05 FILLER                PIC X(02) VALUE SPACES.
002250     05 ACC-FN-GRANTED-ED     PIC ZZZZ9.
002260     05 FILLER                PIC X(03) VALUE SPACES.
002270     05 ACC-FN-USABLE-ED      PIC ZZZZ9.
002280*
002290 01  ACC-VIO-HDR-LINE.
002300     05 FILLER                PIC X(11) VALUE 'VIOLATIONS '.
002310     05 FILLER                PIC X(26)
002320      VALUE 'DATE     TIME     PROGRAM '.
002330     05 FILLER                PIC X(42)
002340      VALUE 'OPERATOR             FUNCTION             '.
002350     05 FILLER                PIC X(06) VALUE 'REASON'.
002360*
002370 01  ACC-VIO-LINE.
002380     05 FILLER                PIC X(11) VALUE 'VIOLATION  '.
002390     05 ACC-VIO-IMAGE-ED      PIC X(84).
002400*
002410 01  ACC-NO-VIO-LINE.
002420     05 FILLER                PIC X(40)
002430      VALUE 'NO SECURITY VIOLATIONS IN THE PERIOD    '.
002440*
002450 01  ACC-TRAILER-LINE.
002460     05 FILLER                PIC X(11) VALUE 'OPERATORS: '.
002470     05 ACC-TRL-OPER-ED       PIC ZZZZ9.
002480     05 FILLER                PIC X(10) VALUE '  ACTIVE: '.
002490     05 ACC-TRL-ACTIVE-ED     PIC ZZZZ9.
002500     05 FILLER                PIC X(17)
002510      VALUE '  EXPIRING SOON: '.
002520     05 ACC-TRL-SOON-ED       PIC ZZZZ9.
002530     05 FILLER                PIC X(11) VALUE '  EXPIRED: '.
002540     05 ACC-TRL-EXPIRED-ED    PIC ZZZZ9.
002550     05 FILLER                PIC X(10) VALUE '  LOCKED: '.
002560     05 ACC-TRL-LOCKED-ED     PIC ZZZZ9.
002570     05 FILLER                PIC X(14) VALUE '  DUPLICATES: '.
002580     05 ACC-TRL-DUP-ED        PIC ZZZZ9.
002590     05 FILLER                PIC X(14) VALUE '  VIOLATIONS: '.
002600     05 ACC-TRL-VIO-ED        PIC ZZZZZ9.
002610*
002620*
002630*
002640 PROCEDURE           DIVISION.
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002670     PERFORM 2000-LIST-OPERATORS THRU 2000-EXIT.
002680     PERFORM 3000-LIST-FUNCTIONS THRU 3000-EXIT.
002690     PERFORM 4000-LIST-VIOLATIONS THRU 4000-EXIT.
002700     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
002710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002720     STOP RUN.
002730*
002740 1000-INITIALIZE.
002750     ACCEPT WS-TODAY FROM DATE YYYYMMDD
002760     MOVE WS-TODAY-NUM TO WS-TO-DATE
002770     MOVE WS-TODAY-CCYY TO WS-FROM-CCYY
002780     IF WS-TODAY-MM = 1
002790         SUBTRACT 1 FROM WS-FROM-CCYY
002800         MOVE 12 TO WS-FROM-MM
002810     ELSE
002820         COMPUTE WS-FROM-MM = WS-TODAY-MM - 1
002830     END-IF
002840     MOVE 1 TO WS-FROM-DD
002850     PERFORM 1100-LOAD-CRITERIA THRU 1100-EXIT
002860     MOVE WS-TODAY TO WS-SD-DATE
002870     PERFORM 8200-SERIAL-DAY THRU 8200-EXIT
002880     MOVE WS-SD-SERIAL TO WS-TODAY-SERIAL
002890     INITIALIZE WS-FN-COUNTS
002900     OPEN OUTPUT ACCRPT
002910     MOVE WS-TODAY-NUM TO ACC-HDR-DATE-ED
002920     MOVE WS-FROM-NUM TO ACC-HDR-FROM-ED
002930     MOVE WS-TO-DATE TO ACC-HDR-TO-ED
002940     MOVE ACC-HEADER-LINE TO ACCRPT-REC
002950     WRITE ACCRPT-REC.
002960 1000-EXIT.
002970     EXIT.
002980*
002990*----------------------------------------------------------------
003000* THE SECPARMS CARD. A MISSING CARD OR A MALFORMED FIELD LEAVES
003010* THAT FIELD AT ITS DEFAULT.
003020*----------------------------------------------------------------
003030 1100-LOAD-CRITERIA.
003040     OPEN INPUT SECPARMS
003050     IF WS-SPRM-STATUS NOT = '00'
003060         GO TO 1100-EXIT
003070     END-IF
003080     READ SECPARMS
003090         AT END
003100             CLOSE SECPARMS
003110             GO TO 1100-EXIT
003120     END-READ
003130     IF SPRM-FROM-DATE-X NUMERIC
003140         MOVE SPRM-FROM-DATE-X TO WS-FROM-NUM
003150     END-IF
003160     IF SPRM-TO-DATE-X NUMERIC
003170         MOVE SPRM-TO-DATE-X TO WS-TO-DATE
003180     END-IF
003190     IF SPRM-WARN-DAYS-X NUMERIC
003200         MOVE SPRM-WARN-DAYS-X TO WS-WARN-DAYS
003210     END-IF
003220     CLOSE SECPARMS.
003230 1100-EXIT.
003240     EXIT.
003250*
003260*----------------------------------------------------------------
003270* WHO HOLDS WHAT - ONE LINE PER OPERSEC LINE, IN FILE ORDER.
003280*----------------------------------------------------------------
003290 2000-LIST-OPERATORS.
003300     MOVE ACC-OPER-HDR-LINE TO ACCRPT-REC
003310     WRITE ACCRPT-REC
003320     OPEN INPUT OPERSEC
003330     IF WS-SEC-STATUS NOT = '00'
003340         MOVE ACC-NO-FILE-LINE TO ACCRPT-REC
003350         WRITE ACCRPT-REC
003360         GO TO 2000-EXIT
003370     END-IF
003380     MOVE 'N' TO WS-EOF-SW
003390     PERFORM 2100-READ-OPERSEC THRU 2100-EXIT
003400     PERFORM 2200-LIST-ONE-OPERATOR THRU 2200-EXIT
003410         UNTIL END-OF-INPUT
003420     CLOSE OPERSEC.
003430 2000-EXIT.
003440     EXIT.
003450*
003460 2100-READ-OPERSEC.
003470     READ OPERSEC
003480         AT END
003490             SET END-OF-INPUT TO TRUE
003500     END-READ.
003510 2100-EXIT.
003520     EXIT.
003530*
003540 2200-LIST-ONE-OPERATOR.
003550     IF SEC-USER-ID = SPACES
003560         GO TO 2200-NEXT
003570     END-IF
003580     ADD 1 TO WS-OPER-COUNT
003590     PERFORM 2300-FIND-OPERATOR THRU 2300-EXIT
003600     PERFORM 2400-SET-STATUS THRU 2400-EXIT
003610     MOVE SEC-USER-ID TO ACC-OPER-ID-ED
003620     MOVE SEC-OPER-NAME TO ACC-OPER-NAME-ED
003630     MOVE ZERO TO WS-FN-HELD
003640     PERFORM 2500-SHOW-ONE-FUNCTION THRU 2500-EXIT
003650         VARYING WS-FN-SUB FROM 1 BY 1
003660         UNTIL WS-FN-SUB > 6
003670     EVALUATE TRUE
003680         WHEN SEC-EXPIRY-DATE NOT NUMERIC
003690             MOVE SEC-REC(27:8) TO ACC-OPER-EXPIRY-ED
003700         WHEN SEC-EXPIRY-DATE = ZERO
003710             MOVE 'NONE' TO ACC-OPER-EXPIRY-ED
003720         WHEN OTHER
003730             MOVE SEC-EXPIRY-DATE TO ACC-OPER-EXPIRY-ED
003740     END-EVALUATE
003750     IF WS-FN-HELD = ZERO
003760        AND ACCESS-IS-USABLE
003770         MOVE 'NO FUNCTIONS' TO WS-OPER-STATUS
003780     END-IF
003790     MOVE WS-OPER-STATUS TO ACC-OPER-STATUS-ED
003800     MOVE ACC-OPER-LINE TO ACCRPT-REC
003810     WRITE ACCRPT-REC.
003820 2200-NEXT.
003830     PERFORM 2100-READ-OPERSEC THRU 2100-EXIT.
003840 2200-EXIT.
003850     EXIT.
003860*
003870*----------------------------------------------------------------
003880* REMEMBER THE OPERATOR ID; A SECOND LINE FOR AN ID ALREADY SEEN
003890* IS NEVER USED BY THE PROGRAMS AND IS SHOWN AS A DUPLICATE.
003900*----------------------------------------------------------------
003910 2300-FIND-OPERATOR.
003920     MOVE 'N' TO WS-OP-HIT-SW
003930     IF WS-OP-USED > ZERO
003940         PERFORM 2310-MATCH-OPERATOR THRU 2310-EXIT
003950             VARYING WS-OP-SUB FROM 1 BY 1
003960             UNTIL WS-OP-SUB > WS-OP-USED
003970                OR OPERATOR-SEEN
003980     END-IF
003990     IF NOT OPERATOR-SEEN
004000        AND WS-OP-USED < WS-OP-MAX
004010         ADD 1 TO WS-OP-USED
004020         MOVE SEC-USER-ID TO WS-OP-ID(WS-OP-USED)
004030     END-IF.
004040 2300-EXIT.
004050     EXIT.
004060*
004070 2310-MATCH-OPERATOR.
004080     IF WS-OP-ID(WS-OP-SUB) = SEC-USER-ID
004090         SET OPERATOR-SEEN TO TRUE
004100     END-IF.
004110 2310-EXIT.
004120     EXIT.
004130*
004140*----------------------------------------------------------------
004150* THE SAME TESTS THE PROGRAMS APPLY, IN THE SAME ORDER: LOCKED,
004160* THEN EXPIRED. ACCESS EXPIRING WITHIN THE WARNING DAYS IS
004170* STILL USABLE BUT FLAGGED FOR THE REVIEWER.
004180*----------------------------------------------------------------
004190 2400-SET-STATUS.
004200     MOVE 'N' TO WS-USABLE-SW
004210     EVALUATE TRUE
004220         WHEN OPERATOR-SEEN
004230             MOVE 'DUPLICATE' TO WS-OPER-STATUS
004240             ADD 1 TO WS-DUP-COUNT
004250         WHEN SEC-IS-LOCKED
004260             MOVE 'LOCKED' TO WS-OPER-STATUS
004270             ADD 1 TO WS-LOCKED-COUNT
004280         WHEN SEC-EXPIRY-DATE NOT NUMERIC
004290             MOVE 'BAD EXPIRY' TO WS-OPER-STATUS
004300             ADD 1 TO WS-EXPIRED-COUNT
004310         WHEN SEC-EXPIRY-DATE NOT = ZERO
004320          AND SEC-EXPIRY-DATE < WS-TODAY-NUM
004330             MOVE 'EXPIRED' TO WS-OPER-STATUS
004340             ADD 1 TO WS-EXPIRED-COUNT
004350         WHEN OTHER
004360             MOVE 'ACTIVE' TO WS-OPER-STATUS
004370             SET ACCESS-IS-USABLE TO TRUE
004380             ADD 1 TO WS-ACTIVE-COUNT
004390     END-EVALUATE
004400     IF ACCESS-IS-USABLE
004410        AND SEC-EXPIRY-DATE NOT = ZERO
004420         MOVE SEC-EXPIRY-DATE TO WS-SD-DATE
004430         PERFORM 8200-SERIAL-DAY THRU 8200-EXIT
004440         IF WS-SD-SERIAL - WS-TODAY-SERIAL NOT > WS-WARN-DAYS
004450             MOVE 'EXPIRING SOON' TO WS-OPER-STATUS
004460             ADD 1 TO WS-SOON-COUNT
004470         END-IF
004480     END-IF.
004490 2400-EXIT.
004500     EXIT.
004510*
004520 2500-SHOW-ONE-FUNCTION.
004530     IF SEC-FN(WS-FN-SUB) NOT = 'Y'
004540         MOVE ' -   ' TO ACC-OPER-FN-ED(WS-FN-SUB)
004550         GO TO 2500-EXIT
004560     END-IF
004570     MOVE 'YES  ' TO ACC-OPER-FN-ED(WS-FN-SUB)
004580     ADD 1 TO WS-FN-HELD
004590     IF OPERATOR-SEEN
004600         GO TO 2500-EXIT
004610     END-IF
004620     ADD 1 TO WS-FN-GRANTED(WS-FN-SUB)
004630     IF ACCESS-IS-USABLE
004640         ADD 1 TO WS-FN-USABLE(WS-FN-SUB)
004650     END-IF.
004660 2500-EXIT.
004670     EXIT.
004680*
004690*----------------------------------------------------------------
004700* PER FUNCTION - OPERATORS GRANTED IT, AND HOW MANY OF THOSE
004710* ARE NEITHER LOCKED NOR EXPIRED AND SO CAN USE IT TODAY.
004720*----------------------------------------------------------------
004730 3000-LIST-FUNCTIONS.
004740     MOVE ACC-FN-HDR-LINE TO ACCRPT-REC
004750     WRITE ACCRPT-REC
004760     PERFORM 3100-LIST-ONE-FUNCTION THRU 3100-EXIT
004770         VARYING WS-FN-SUB FROM 1 BY 1
004780         UNTIL WS-FN-SUB > 6.
004790 3000-EXIT.
004800     EXIT.
004810*
004820 3100-LIST-ONE-FUNCTION.
004830     MOVE WS-SEC-FUNC-NAME(WS-FN-SUB) TO ACC-FN-NAME-ED
004840     MOVE WS-FN-GRANTED(WS-FN-SUB) TO ACC-FN-GRANTED-ED
004850     MOVE WS-FN-USABLE(WS-FN-SUB) TO ACC-FN-USABLE-ED
004860     MOVE ACC-FN-LINE TO ACCRPT-REC
004870     WRITE ACCRPT-REC.
004880 3100-EXIT.
004890     EXIT.
004900*
004910*----------------------------------------------------------------
004920* EVERY SECVIOL LINE DATED INSIDE THE REVIEW PERIOD, AS LOGGED.
004930*----------------------------------------------------------------
004940 4000-LIST-VIOLATIONS.
004950     MOVE ACC-VIO-HDR-LINE TO ACCRPT-REC
004960     WRITE ACCRPT-REC
004970     OPEN INPUT SECVIOL
004980     IF WS-SVIO-STATUS NOT = '00'
004990         GO TO 4000-DONE
005000     END-IF
005010     MOVE 'N' TO WS-EOF-SW
005020     PERFORM 4100-READ-SECVIOL THRU 4100-EXIT
005030     PERFORM 4200-TAKE-VIOLATION THRU 4200-EXIT
005040         UNTIL END-OF-INPUT
005050     CLOSE SECVIOL.
005060 4000-DONE.
005070     IF WS-VIO-COUNT = ZERO
005080         MOVE ACC-NO-VIO-LINE TO ACCRPT-REC
005090         WRITE ACCRPT-REC
005100     END-IF.
005110 4000-EXIT.
005120     EXIT.
005130*
005140 4100-READ-SECVIOL.
005150     READ SECVIOL
005160         AT END
005170             SET END-OF-INPUT TO TRUE
005180     END-READ.
005190 4100-EXIT.
005200     EXIT.
005210*
005220 4200-TAKE-VIOLATION.
005230     IF SVIO-DATE-X NOT NUMERIC
005240         GO TO 4200-NEXT
005250     END-IF
005260     MOVE SVIO-DATE-X TO WS-VIO-DATE
005270     IF WS-VIO-DATE < WS-FROM-NUM
005280        OR WS-VIO-DATE > WS-TO-DATE
005290         GO TO 4200-NEXT
005300     END-IF
005310     ADD 1 TO WS-VIO-COUNT
005320     MOVE SVIO-REC TO ACC-VIO-IMAGE-ED
005330     MOVE ACC-VIO-LINE TO ACCRPT-REC
005340     WRITE ACCRPT-REC.
005350 4200-NEXT.
005360     PERFORM 4100-READ-SECVIOL THRU 4100-EXIT.
005370 4200-EXIT.
005380     EXIT.
005390*
005400 8000-WRITE-TRAILER.
005410     MOVE WS-OPER-COUNT TO ACC-TRL-OPER-ED
005420     MOVE WS-ACTIVE-COUNT TO ACC-TRL-ACTIVE-ED
005430     MOVE WS-SOON-COUNT TO ACC-TRL-SOON-ED
005440     MOVE WS-EXPIRED-COUNT TO ACC-TRL-EXPIRED-ED
005450     MOVE WS-LOCKED-COUNT TO ACC-TRL-LOCKED-ED
005460     MOVE WS-DUP-COUNT TO ACC-TRL-DUP-ED
005470     MOVE WS-VIO-COUNT TO ACC-TRL-VIO-ED
005480     MOVE ACC-TRAILER-LINE TO ACCRPT-REC
005490     WRITE ACCRPT-REC.
005500 8000-EXIT.
005510     EXIT.
005520*
005530*----------------------------------------------------------------
005540* GREGORIAN SERIAL DAY NUMBER OF WS-SD-DATE INTO WS-SD-SERIAL.
005550*----------------------------------------------------------------
005560 8200-SERIAL-DAY.
005570     MOVE WS-SD-CCYY TO WS-SD-YR
005580     MOVE WS-SD-MM TO WS-SD-MO
005590     IF WS-SD-MO < 3
005600         ADD 12 TO WS-SD-MO
005610         SUBTRACT 1 FROM WS-SD-YR
005620     END-IF
005630     DIVIDE WS-SD-YR BY 4 GIVING WS-SD-T1
005640     DIVIDE WS-SD-YR BY 100 GIVING WS-SD-T2
005650     DIVIDE WS-SD-YR BY 400 GIVING WS-SD-T3
005660     COMPUTE WS-SD-T4 = 153 * (WS-SD-MO + 1)
005670     DIVIDE WS-SD-T4 BY 5 GIVING WS-SD-T4
005680     COMPUTE WS-SD-SERIAL = (365 * WS-SD-YR)
005690         + WS-SD-T1 - WS-SD-T2 + WS-SD-T3
005700         + WS-SD-T4 + WS-SD-DD.
005710 8200-EXIT.
005720     EXIT.
005730*
005740 9000-TERMINATE.
005750     CLOSE ACCRPT
005760     DISPLAY 'TEST019 - OPERATORS: ' WS-OPER-COUNT
005770             ' ACTIVE: ' WS-ACTIVE-COUNT
005780             ' EXPIRED: ' WS-EXPIRED-COUNT
005790             ' LOCKED: ' WS-LOCKED-COUNT
005800     DISPLAY 'TEST019 - VIOLATIONS ' WS-FROM-NUM
005810             ' TO ' WS-TO-DATE ': ' WS-VIO-COUNT
005820     IF WS-VIO-COUNT > ZERO
005830         MOVE 4 TO RETURN-CODE
005840     END-IF.
005850 9000-EXIT.
005860     EXIT.
