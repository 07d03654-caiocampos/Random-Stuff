000150* IS APPEND-ORDERED, SO THE REPORT WALKS IT ONCE WITH CONTROL
000160* BREAKS ON DAY, WEEK (MONDAY-ANCHORED) AND CALENDAR MONTH.
000170* LINES THAT DO NOT CARRY A RECOGNIZED DISPOSITION ARE SKIPPED.
000172* WHEN THE BUSINESS-DAY CALENDAR (CALENDAR) IS PRESENT, THE
000174* MONTH BREAK FOLLOWS ITS MONTH-END DAYS AND EVERY HOLIDAY OR
000176* BUSINESS DAY WITHOUT RUNS BETWEEN TWO RUN DAYS GETS ITS OWN
000178* LINE, SO A HOLIDAY READS AS A HOLIDAY AND NOT AS A GAP.
000180*----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*----------------------------------------------------------------
000240*                WHEN A RUN DAY LANDS EXACTLY ON A MONDAY, SO
000250*                A MONDAY WITHOUT RUNS NO LONGER MERGES TWO
000260*                CALENDAR WEEKS INTO ONE BREAKDOWN LINE.
000261* 14/10/2026 CC  WEEK AND MONTH BREAKS DRIVEN BY THE BUSINESS-
000262*                DAY CALENDAR: THE MONTH CLOSES ON THE
000263*                CALENDAR'S MONTH-END DAY, AND HOLIDAYS AND
000264*                BUSINESS DAYS WITHOUT RUNS ARE LISTED AND
000265*                COUNTED. THE PER-SET LINES TEST001 NOW APPENDS
000266*                TO RUNHIST ARE PASSED OVER UNCOUNTED.
000270*----------------------------------------------------------------
000280 ENVIRONMENT         DIVISION.
000290*
000350     SELECT          RUNHIST    ASSIGN TO "RUNHIST"
000360                                ORGANIZATION IS LINE SEQUENTIAL
000370                                FILE STATUS  IS WS-RUNH-STATUS.
000372     SELECT          CALENDAR   ASSIGN TO "CALENDAR"
000374                                ORGANIZATION IS LINE SEQUENTIAL
000376                                FILE STATUS  IS WS-CAL-STATUS.
000380     SELECT          OPSRPT     ASSIGN TO "OPSRPT"
000390                                ORGANIZATION IS LINE SEQUENTIAL.
000400*
000460 FD  OPSRPT.
000470 01  OPS-REC                  PIC X(90).
000480*
000481 FD  CALENDAR.
000482 01  CAL-REC.
000483     05 CAL-DATE              PIC 9(08).
000484     05 CAL-DATE-X REDEFINES CAL-DATE
000485                              PIC X(08).
000486     05 FILLER                PIC X(01).
000487     05 CAL-DAY-TYPE          PIC X(01).
000488     05 FILLER                PIC X(01).
000489     05 CAL-DESC              PIC X(30).
000490     05 FILLER                PIC X(39).
000491*
000492 WORKING-STORAGE     SECTION.
000500 77  WS-RUNH-STATUS           PIC X(02) VALUE SPACES.
000510*
000520 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
001140     05 WS-DOW-CCYY           PIC 9(04).
001150     05 WS-DOW-MM             PIC 9(02).
001160     05 WS-DOW-DD             PIC 9(02).
001162 01  WS-DOW-DATE-N REDEFINES WS-DOW-DATE
001164                              PIC 9(08).
001170 77  WS-DOW-YR                PIC 9(04) COMP VALUE ZERO.
001180 77  WS-DOW-MO                PIC 9(02) COMP VALUE ZERO.
001190 77  WS-DOW-J                 PIC 9(02) COMP VALUE ZERO.
001350 77  WS-WA-OFF                PIC 9(02) COMP VALUE ZERO.
001360 77  WS-WEEK-ANCHOR           PIC 9(08) COMP VALUE ZERO.
001370 77  WS-CUR-WEEK-ANCHOR       PIC 9(08) COMP VALUE ZERO.
001371*
001372*----------------------------------------------------------------
001373* BUSINESS-DAY CALENDAR - ONE ROW PER DATE THAT IS NOT AN
001374* ORDINARY MONDAY-TO-FRIDAY WORKING DAY: H HOLIDAY, M THE LAST
001375* BUSINESS DAY OF ITS ACCOUNTING MONTH, W A WORKING WEEKEND DAY.
001376* A DATE NOT ON THE CALENDAR IS A WORKING DAY MONDAY TO FRIDAY
001377* AND A NON-WORKING DAY (N) AT THE WEEKEND. THE FIRST AND LAST
001378* DATES ON THE FILE BOUND THE RANGE IT IS TRUSTED TO COVER.
001379*----------------------------------------------------------------
001380 77  WS-CAL-STATUS            PIC X(02) VALUE SPACES.
001381 77  WS-CAL-EOF-SW            PIC X(01) VALUE 'N'.
001382     88 END-OF-CALENDAR       VALUE 'Y'.
001383 77  WS-CAL-HIT-SW            PIC X(01) VALUE 'N'.
001384     88 CAL-DATE-FOUND        VALUE 'Y'.
001385 77  WS-CAL-USED              PIC 9(04) COMP VALUE ZERO.
001386 77  WS-CAL-SUB               PIC 9(04) COMP VALUE ZERO.
001387 77  WS-CAL-BAD-ROWS          PIC 9(04) VALUE ZERO.
001388 77  WS-CAL-FIRST             PIC 9(08) VALUE ZERO.
001389 77  WS-CAL-LAST              PIC 9(08) VALUE ZERO.
001390 01  WS-CAL-TABLE.
001391     05 WS-CAL-ENTRY          OCCURS 1000 TIMES.
001392         10 WS-CAL-DATE       PIC 9(08).
001393         10 WS-CAL-TYPE       PIC X(01).
001394*
001395 77  WS-DAY-TYPE              PIC X(01) VALUE SPACE.
001396     88 DAY-IS-HOLIDAY        VALUE 'H'.
001397     88 DAY-IS-WORKING        VALUE 'W' 'M'.
001398     88 DAY-IS-NON-WORKING    VALUE 'N'.
001399 77  WS-MONTH-DAYS            PIC 9(02) VALUE ZERO.
001400 77  WS-ND-QUOT               PIC 9(04) COMP VALUE ZERO.
001401 77  WS-ND-REM4               PIC 9(04) COMP VALUE ZERO.
001402 77  WS-ND-REM100             PIC 9(04) COMP VALUE ZERO.
001403 77  WS-ND-REM400             PIC 9(04) COMP VALUE ZERO.
001404*
001405*----------------------------------------------------------------
001406* BUSINESS MONTH - THE CALENDAR MONTH, EXCEPT THAT A DATE AFTER
001407* ITS MONTH'S M DAY ALREADY BELONGS TO THE FOLLOWING MONTH.
001408*----------------------------------------------------------------
001409 01  WS-BUS-MONTH.
001410     05 WS-BM-CCYY            PIC 9(04).
001411     05 WS-BM-MM              PIC 9(02).
001412 01  WS-BUS-MONTH-N REDEFINES WS-BUS-MONTH
001413                              PIC 9(06).
001414 77  WS-CUR-BUS-MONTH         PIC 9(06) VALUE ZERO.
001415 77  WS-BRK-DATE              PIC 9(08) VALUE ZERO.
001416 77  WS-GAP-DATE              PIC 9(08) VALUE ZERO.
001417 77  WS-HOLIDAY-DAYS          PIC 9(05) VALUE ZERO.
001418 77  WS-NO-RUN-DAYS           PIC 9(05) VALUE ZERO.
001419*
001420 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001421*
001422*----------------------------------------------------------------
001423* OPSRPT LINE LAYOUTS.
001430*----------------------------------------------------------------
001440 01  OPS-HEADER-LINE.
001450     05 FILLER                PIC X(36)
001860     05 FILLER                PIC X(04) VALUE ' W: '.
001870     05 OPS-CALC-W-ED         PIC ZZZZ9.
001880*
001881 01  OPS-GAP-LINE.
001882     05 OPS-GAP-DATE-ED       PIC 9(08).
001883     05 FILLER                PIC X(01) VALUE SPACE.
001884     05 OPS-GAP-TEXT-ED       PIC X(40).
001885*
001886 01  OPS-CAL-LINE.
001887     05 FILLER                PIC X(10) VALUE 'HOLIDAYS: '.
001888     05 OPS-CAL-HOL-ED        PIC ZZZZ9.
001889     05 FILLER                PIC X(30)
001890      VALUE ' BUSINESS DAYS WITHOUT RUNS: '.
001891     05 OPS-CAL-NORUN-ED      PIC ZZZZ9.
001892*
001893 01  OPS-TRAILER-LINE.
001900     05 FILLER                PIC X(07) VALUE 'RUNS: '.
001910     05 OPS-TRL-RUNS-ED       PIC ZZZZZ9.
001920     05 FILLER                PIC X(10) VALUE ' RECORDS: '.
002150*
002160 1000-INITIALIZE.
002170     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002172     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
002180     OPEN OUTPUT OPSRPT
002190     MOVE WS-RUN-DATE TO OPS-HDR-DATE-ED
002200     MOVE OPS-HEADER-LINE TO OPS-REC
002390     END-READ.
002400 2000-EXIT.
002410     EXIT.
002411*
002412*----------------------------------------------------------------
002413* LOAD THE BUSINESS-DAY CALENDAR. NO CALENDAR LEAVES THE OLD
002414* WEEKDAY AND CALENDAR-MONTH BREAKS AND REPORTS NO NON-RUN
002415* DAYS. A ROW WITH A BAD DATE OR DAY TYPE IS SKIPPED.
002416*----------------------------------------------------------------
002417 1200-LOAD-CALENDAR.
002418     OPEN INPUT CALENDAR
002419     IF WS-CAL-STATUS = '35'
002420         DISPLAY 'TEST010 - CALENDAR NOT FOUND - WEEKDAY RULES '
002421                 'ONLY'
002422         GO TO 1200-EXIT
002423     END-IF
002424     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT
002425     PERFORM 1220-LOAD-CAL-ENTRY THRU 1220-EXIT
002426         UNTIL END-OF-CALENDAR
002427     CLOSE CALENDAR
002428     IF WS-CAL-BAD-ROWS > ZERO
002429         DISPLAY 'TEST010 - CALENDAR ROWS SKIPPED: '
002430                 WS-CAL-BAD-ROWS
002431     END-IF.
002432 1200-EXIT.
002433     EXIT.
002434*
002435 1210-READ-CALENDAR.
002436     READ CALENDAR
002437         AT END
002438             SET END-OF-CALENDAR TO TRUE
002439     END-READ.
002440 1210-EXIT.
002441     EXIT.
002442*
002443 1220-LOAD-CAL-ENTRY.
002444     IF CAL-DATE-X NOT NUMERIC
002445        OR (CAL-DAY-TYPE NOT = 'H' AND CAL-DAY-TYPE NOT = 'M'
002446            AND CAL-DAY-TYPE NOT = 'W')
002447         ADD 1 TO WS-CAL-BAD-ROWS
002448         GO TO 1220-NEXT
002449     END-IF
002450     IF WS-CAL-USED NOT < 1000
002451         DISPLAY 'TEST010 - CALENDAR TABLE FULL - ' CAL-DATE
002452                 ' IGNORED'
002453         GO TO 1220-NEXT
002454     END-IF
002455     ADD 1 TO WS-CAL-USED
002456     MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-USED)
002457     MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-USED)
002458     IF WS-CAL-FIRST = ZERO OR CAL-DATE < WS-CAL-FIRST
002459         MOVE CAL-DATE TO WS-CAL-FIRST
002460     END-IF
002461     IF CAL-DATE > WS-CAL-LAST
002462         MOVE CAL-DATE TO WS-CAL-LAST
002463     END-IF.
002464 1220-NEXT.
002465     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT.
002466 1220-EXIT.
002467     EXIT.
002468*
002469*----------------------------------------------------------------
002470* ONE HISTORY LINE. A CHANGE OF RUN DATE CLOSES OUT THE PRIOR
002471* DAY AND ANY WEEK OR MONTH THAT ENDS WITH IT. A PER-SET LINE
002472* BELONGS TO THE RUN LINE BEFORE IT AND IS PASSED OVER.
002473*----------------------------------------------------------------
002474 3000-PROCESS-RUNH-LINE.
002475     IF WS-RUNH-LINE(18:5) = ' SET '
002476         GO TO 3000-NEXT
002477     END-IF
002480     IF WS-RUNH-LINE(1:8) NOT NUMERIC
002490        OR (WS-RH-DISP NOT = 'CLEAN   '
002500            AND WS-RH-DISP NOT = 'REJECTS '
002560     IF WS-RH-DATE NOT = WS-CUR-DATE
002570         IF WS-CUR-DATE > ZERO
002580             PERFORM 3100-CLOSE-OUT-DAY THRU 3100-EXIT
002582             PERFORM 3050-REPORT-NON-RUN-DAYS THRU 3050-EXIT
002690         END-IF
002692         MOVE WS-RH-DATE TO WS-BRK-DATE
002694         PERFORM 3060-CHECK-PERIOD-BREAKS THRU 3060-EXIT
002700         MOVE WS-RH-DATE TO WS-CUR-DATE
002740         MOVE ZERO TO WS-DAY-RUNS
002750         MOVE ZERO TO WS-DAY-RECORDS
002760         MOVE ZERO TO WS-DAY-REJECTS
003170     PERFORM 2000-READ-RUNHIST THRU 2000-EXIT.
003180 3000-EXIT.
003190     EXIT.
003191*
003192*----------------------------------------------------------------
003193* THE DAYS BETWEEN TWO RUN DAYS THAT THE CALENDAR COVERS. A
003194* WEEKEND DAY IS PASSED OVER; A HOLIDAY OR A BUSINESS DAY WITH
003195* NO RUNS IS LISTED IN ITS OWN WEEK AND MONTH.
003196*----------------------------------------------------------------
003197 3050-REPORT-NON-RUN-DAYS.
003198     IF WS-CAL-USED = ZERO
003199         GO TO 3050-EXIT
003200     END-IF
003201     MOVE WS-CUR-DATE TO WS-DOW-DATE-N
003202     PERFORM 8400-NEXT-DATE THRU 8400-EXIT
003203     PERFORM 3055-REPORT-ONE-GAP-DAY THRU 3055-EXIT
003204         UNTIL WS-DOW-DATE-N NOT < WS-RH-DATE.
003205 3050-EXIT.
003206     EXIT.
003207*
003208 3055-REPORT-ONE-GAP-DAY.
003209     MOVE WS-DOW-DATE-N TO WS-GAP-DATE
003210     IF WS-GAP-DATE < WS-CAL-FIRST
003211        OR WS-GAP-DATE > WS-CAL-LAST
003212         GO TO 3055-NEXT
003213     END-IF
003214     PERFORM 8300-CLASSIFY-DAY THRU 8300-EXIT
003215     IF DAY-IS-NON-WORKING
003216         GO TO 3055-NEXT
003217     END-IF
003218     MOVE WS-GAP-DATE TO WS-BRK-DATE
003219     PERFORM 3060-CHECK-PERIOD-BREAKS THRU 3060-EXIT
003220     MOVE WS-GAP-DATE TO OPS-GAP-DATE-ED
003221     IF DAY-IS-HOLIDAY
003222         MOVE 'HOLIDAY - NO RUNS DUE' TO OPS-GAP-TEXT-ED
003223         ADD 1 TO WS-HOLIDAY-DAYS
003224     ELSE
003225         MOVE '*** BUSINESS DAY WITHOUT RUNS ***'
003226             TO OPS-GAP-TEXT-ED
003227         ADD 1 TO WS-NO-RUN-DAYS
003228     END-IF
003229     MOVE OPS-GAP-LINE TO OPS-REC
003230     WRITE OPS-REC.
003231 3055-NEXT.
003232     MOVE WS-GAP-DATE TO WS-DOW-DATE-N
003233     PERFORM 8400-NEXT-DATE THRU 8400-EXIT.
003234 3055-EXIT.
003235     EXIT.
003236*
003237*----------------------------------------------------------------
003238* WEEK AND MONTH BREAKS FOR THE DAY IN WS-BRK-DATE. A NEW
003239* BUSINESS MONTH CLOSES THE WEEK AS WELL AS THE MONTH.
003240*----------------------------------------------------------------
003241 3060-CHECK-PERIOD-BREAKS.
003242     MOVE WS-BRK-DATE TO WS-DOW-DATE-N
003243     PERFORM 8200-WEEK-ANCHOR THRU 8200-EXIT
003244     PERFORM 8500-BUSINESS-MONTH THRU 8500-EXIT
003245     IF WS-CUR-BUS-MONTH > ZERO
003246         IF WS-BUS-MONTH-N NOT = WS-CUR-BUS-MONTH
003247             PERFORM 3200-CLOSE-OUT-WEEK THRU 3200-EXIT
003248             PERFORM 3300-CLOSE-OUT-MONTH THRU 3300-EXIT
003249         ELSE
003250             IF WS-WEEK-ANCHOR NOT = WS-CUR-WEEK-ANCHOR
003251                 PERFORM 3200-CLOSE-OUT-WEEK THRU 3200-EXIT
003252             END-IF
003253         END-IF
003254     END-IF
003255     MOVE WS-WEEK-ANCHOR TO WS-CUR-WEEK-ANCHOR
003256     MOVE WS-BUS-MONTH-N TO WS-CUR-BUS-MONTH.
003257 3060-EXIT.
003258     EXIT.
003259*
003260 3100-CLOSE-OUT-DAY.
003261     MOVE WS-CUR-DATE TO OPS-DAY-DATE-ED
003262     MOVE WS-DAY-RUNS TO OPS-DAY-RUNS-ED
003263     MOVE WS-DAY-RECORDS TO OPS-DAY-REC-ED
003264     MOVE WS-DAY-REJECTS TO OPS-DAY-REJ-ED
003265     MOVE ZERO TO WS-DAY-RATE
003270     IF WS-DAY-RECORDS + WS-DAY-REJECTS > ZERO
003280         COMPUTE WS-DAY-RATE ROUNDED =
003290             (WS-DAY-REJECTS * 100)
004190     SUBTRACT WS-WA-OFF FROM WS-WEEK-ANCHOR.
004200 8200-EXIT.
004210     EXIT.
004211*
004212*----------------------------------------------------------------
004213* DAY TYPE OF WS-DOW-DATE INTO WS-DAY-TYPE - THE CALENDAR ROW IF
004214* THERE IS ONE, OTHERWISE WORKING MONDAY TO FRIDAY AND
004215* NON-WORKING AT THE WEEKEND.
004216*----------------------------------------------------------------
004217 8300-CLASSIFY-DAY.
004218     MOVE 'N' TO WS-CAL-HIT-SW
004219     IF WS-CAL-USED > ZERO
004220         PERFORM 8310-MATCH-CAL-DATE THRU 8310-EXIT
004221             VARYING WS-CAL-SUB FROM 1 BY 1
004222             UNTIL WS-CAL-SUB > WS-CAL-USED
004223                OR CAL-DATE-FOUND
004224     END-IF
004225     IF NOT CAL-DATE-FOUND
004226         PERFORM 8100-DAY-OF-WEEK THRU 8100-EXIT
004227         IF WS-DOW < 2
004228             MOVE 'N' TO WS-DAY-TYPE
004229         ELSE
004230             MOVE 'W' TO WS-DAY-TYPE
004231         END-IF
004232     END-IF.
004233 8300-EXIT.
004234     EXIT.
004235*
004236 8310-MATCH-CAL-DATE.
004237     IF WS-CAL-DATE(WS-CAL-SUB) = WS-DOW-DATE-N
004238         MOVE WS-CAL-TYPE(WS-CAL-SUB) TO WS-DAY-TYPE
004239         SET CAL-DATE-FOUND TO TRUE
004240     END-IF.
004241 8310-EXIT.
004242     EXIT.
004243*
004244*----------------------------------------------------------------
004245* ADVANCE WS-DOW-DATE BY ONE DAY, ROLLING THE MONTH AND YEAR.
004246* FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
004247* CENTURY YEAR NOT DIVISIBLE BY 400.
004248*----------------------------------------------------------------
004249 8400-NEXT-DATE.
004250     EVALUATE WS-DOW-MM
004251         WHEN 2
004252             DIVIDE WS-DOW-CCYY BY 4 GIVING WS-ND-QUOT
004253                 REMAINDER WS-ND-REM4
004254             DIVIDE WS-DOW-CCYY BY 100 GIVING WS-ND-QUOT
004255                 REMAINDER WS-ND-REM100
004256             DIVIDE WS-DOW-CCYY BY 400 GIVING WS-ND-QUOT
004257                 REMAINDER WS-ND-REM400
004258             IF WS-ND-REM4 = ZERO
004259                AND (WS-ND-REM100 NOT = ZERO
004260                     OR WS-ND-REM400 = ZERO)
004261                 MOVE 29 TO WS-MONTH-DAYS
004262             ELSE
004263                 MOVE 28 TO WS-MONTH-DAYS
004264             END-IF
004265         WHEN 4
004266         WHEN 6
004267         WHEN 9
004268         WHEN 11
004269             MOVE 30 TO WS-MONTH-DAYS
004270         WHEN OTHER
004271             MOVE 31 TO WS-MONTH-DAYS
004272     END-EVALUATE
004273     IF WS-DOW-DD < WS-MONTH-DAYS
004274         ADD 1 TO WS-DOW-DD
004275         GO TO 8400-EXIT
004276     END-IF
004277     MOVE 1 TO WS-DOW-DD
004278     IF WS-DOW-MM < 12
004279         ADD 1 TO WS-DOW-MM
004280     ELSE
004281         MOVE 1 TO WS-DOW-MM
004282         ADD 1 TO WS-DOW-CCYY
004283     END-IF.
004284 8400-EXIT.
004285     EXIT.
004286*
004287*----------------------------------------------------------------
004288* BUSINESS MONTH OF WS-DOW-DATE INTO WS-BUS-MONTH - ITS OWN
004289* CALENDAR MONTH, OR THE NEXT ONE WHEN THE CALENDAR CLOSES ITS
004290* MONTH ON AN EARLIER M DAY.
004291*----------------------------------------------------------------
004292 8500-BUSINESS-MONTH.
004293     MOVE WS-DOW-CCYY TO WS-BM-CCYY
004294     MOVE WS-DOW-MM TO WS-BM-MM
004295     MOVE 'N' TO WS-CAL-HIT-SW
004296     IF WS-CAL-USED > ZERO
004297         PERFORM 8510-MATCH-MONTH-END THRU 8510-EXIT
004298             VARYING WS-CAL-SUB FROM 1 BY 1
004299             UNTIL WS-CAL-SUB > WS-CAL-USED
004300                OR CAL-DATE-FOUND
004301     END-IF
004302     IF CAL-DATE-FOUND
004303         IF WS-BM-MM < 12
004304             ADD 1 TO WS-BM-MM
004305         ELSE
004306             MOVE 1 TO WS-BM-MM
004307             ADD 1 TO WS-BM-CCYY
004308         END-IF
004309     END-IF.
004310 8500-EXIT.
004311     EXIT.
004312*
004313 8510-MATCH-MONTH-END.
004314     IF WS-CAL-TYPE(WS-CAL-SUB) = 'M'
004315        AND WS-CAL-DATE(WS-CAL-SUB)(1:6) = WS-DOW-DATE-N(1:6)
004316        AND WS-CAL-DATE(WS-CAL-SUB) < WS-DOW-DATE-N
004317         SET CAL-DATE-FOUND TO TRUE
004318     END-IF.
004319 8510-EXIT.
004320     EXIT.
004321*
004322 8000-WRITE-TRAILER.
004323     MOVE WS-MODE-S-COUNT TO OPS-MODE-S-ED
004324     MOVE WS-MODE-B-COUNT TO OPS-MODE-B-ED
004325     MOVE WS-MODE-M-COUNT TO OPS-MODE-M-ED
004326     MOVE WS-CALC-E-COUNT TO OPS-CALC-E-ED
004327     MOVE WS-CALC-W-COUNT TO OPS-CALC-W-ED
004328     MOVE OPS-MODE-LINE TO OPS-REC
004329     WRITE OPS-REC
004330     MOVE WS-TOT-RUNS TO OPS-TRL-RUNS-ED
004331     MOVE WS-TOT-RECORDS TO OPS-TRL-REC-ED
004332     MOVE WS-TOT-REJECTS TO OPS-TRL-REJ-ED
004340     MOVE ZERO TO WS-DAY-RATE
004350     IF WS-TOT-RECORDS + WS-TOT-REJECTS > ZERO
004360         COMPUTE WS-DAY-RATE ROUNDED =
004390     END-IF
004400     MOVE WS-DAY-RATE TO OPS-TRL-RATE-ED
004410     MOVE OPS-TRAILER-LINE TO OPS-REC
004420     WRITE OPS-REC
004421     IF WS-CAL-USED > ZERO
004422         MOVE WS-HOLIDAY-DAYS TO OPS-CAL-HOL-ED
004423         MOVE WS-NO-RUN-DAYS TO OPS-CAL-NORUN-ED
004424         MOVE OPS-CAL-LINE TO OPS-REC
004425         WRITE OPS-REC
004426     END-IF.
004430 8000-EXIT.
004440     EXIT.
004450*
004490     END-IF
004500     CLOSE OPSRPT
004510     DISPLAY 'TEST010 - RUNS REPORTED: ' WS-TOT-RUNS
004520             ' LINES SKIPPED: ' WS-SKIPPED-LINES
004522             ' BUSINESS DAYS WITHOUT RUNS: ' WS-NO-RUN-DAYS.
004530 9000-EXIT.
004540     EXIT.
