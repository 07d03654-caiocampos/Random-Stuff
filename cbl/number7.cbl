000240*                 AVERAGE (DEFAULT 000100 = 1,00)
000250* A MISSING TRDPARMS FILE REPORTS THE WHOLE MASTER WITH THE
000260* DEFAULT TOLERANCE.
000262* WHEN THE BUSINESS-DAY CALENDAR (CALENDAR) IS PRESENT, THE
000264* MONTH BREAK FOLLOWS ITS MONTH-END DAYS AND EVERY HOLIDAY OR
000266* BUSINESS DAY WITHOUT POSTINGS BETWEEN TWO POSTED DAYS GETS
000268* ITS OWN LINE, SO A HOLIDAY READS AS A HOLIDAY, NOT A GAP.
000270*----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*----------------------------------------------------------------
000400*                SO A MONDAY HOLIDAY OR A POSTING GAP OVER A
000410*                WEEKEND NO LONGER MERGES TWO CALENDAR WEEKS
000420*                INTO ONE SUBTOTAL.
000421* 14/10/2026 CC  WEEK AND MONTH BREAKS DRIVEN BY THE BUSINESS-
000422*                DAY CALENDAR: THE MONTH CLOSES ON THE
000423*                CALENDAR'S MONTH-END DAY, AND HOLIDAYS AND
000424*                BUSINESS DAYS WITHOUT POSTINGS ARE LISTED AND
000425*                COUNTED.
000430*----------------------------------------------------------------
000440 ENVIRONMENT         DIVISION.
000450*
000560     SELECT          TRDPARMS   ASSIGN TO "TRDPARMS"
000570                                ORGANIZATION IS LINE SEQUENTIAL
000580                                FILE STATUS  IS WS-TRD-STATUS.
000582     SELECT          CALENDAR   ASSIGN TO "CALENDAR"
000584                                ORGANIZATION IS LINE SEQUENTIAL
000586                                FILE STATUS  IS WS-CAL-STATUS.
000590     SELECT          TRENDRPT   ASSIGN TO "TRENDRPT"
000600                                ORGANIZATION IS LINE SEQUENTIAL.
000610*
000940 FD  TRENDRPT.
000950 01  TREND-REC                PIC X(90).
000960*
000961 FD  CALENDAR.
000962 01  CAL-REC.
000963     05 CAL-DATE              PIC 9(08).
000964     05 CAL-DATE-X REDEFINES CAL-DATE
000965                              PIC X(08).
000966     05 FILLER                PIC X(01).
000967     05 CAL-DAY-TYPE          PIC X(01).
000968     05 FILLER                PIC X(01).
000969     05 CAL-DESC              PIC X(30).
000970     05 FILLER                PIC X(39).
000971*
000972 WORKING-STORAGE     SECTION.
000980 77  WS-RESM-STATUS           PIC X(02) VALUE SPACES.
000990 77  WS-TRD-STATUS            PIC X(02) VALUE SPACES.
001000*
001370*----------------------------------------------------------------
001380* WEEK-TO-DATE / MONTH-TO-DATE / REPORT ACCUMULATORS. A WEEK
001390* BREAKS WHEN THE MONDAY-ANCHORED WEEK OF THE POSTED DATE
001400* CHANGES, A MONTH WHEN ITS BUSINESS MONTH CHANGES.
001410*----------------------------------------------------------------
001420 77  WS-WTD-DAYS              PIC 9(04) VALUE ZERO.
001430 77  WS-WTD-COUNT             PIC 9(08) VALUE ZERO.
001600     05 WS-DOW-CCYY           PIC 9(04).
001610     05 WS-DOW-MM             PIC 9(02).
001620     05 WS-DOW-DD             PIC 9(02).
001622 01  WS-DOW-DATE-N REDEFINES WS-DOW-DATE
001624                              PIC 9(08).
001630 77  WS-DOW-YR                PIC 9(04) COMP VALUE ZERO.
001640 77  WS-DOW-MO                PIC 9(02) COMP VALUE ZERO.
001650 77  WS-DOW-J                 PIC 9(02) COMP VALUE ZERO.
001810 77  WS-WA-OFF                PIC 9(02) COMP VALUE ZERO.
001820 77  WS-WEEK-ANCHOR           PIC 9(08) COMP VALUE ZERO.
001830 77  WS-CUR-WEEK-ANCHOR       PIC 9(08) COMP VALUE ZERO.
001831*
001832*----------------------------------------------------------------
001833* BUSINESS-DAY CALENDAR - ONE ROW PER DATE THAT IS NOT AN
001834* ORDINARY MONDAY-TO-FRIDAY WORKING DAY: H HOLIDAY, M THE LAST
001835* BUSINESS DAY OF ITS ACCOUNTING MONTH, W A WORKING WEEKEND DAY.
001836* A DATE NOT ON THE CALENDAR IS A WORKING DAY MONDAY TO FRIDAY
001837* AND A NON-WORKING DAY (N) AT THE WEEKEND. THE FIRST AND LAST
001838* DATES ON THE FILE BOUND THE RANGE IT IS TRUSTED TO COVER.
001839*----------------------------------------------------------------
001840 77  WS-CAL-STATUS            PIC X(02) VALUE SPACES.
001841 77  WS-CAL-EOF-SW            PIC X(01) VALUE 'N'.
001842     88 END-OF-CALENDAR       VALUE 'Y'.
001843 77  WS-CAL-HIT-SW            PIC X(01) VALUE 'N'.
001844     88 CAL-DATE-FOUND        VALUE 'Y'.
001845 77  WS-CAL-USED              PIC 9(04) COMP VALUE ZERO.
001846 77  WS-CAL-SUB               PIC 9(04) COMP VALUE ZERO.
001847 77  WS-CAL-BAD-ROWS          PIC 9(04) VALUE ZERO.
001848 77  WS-CAL-FIRST             PIC 9(08) VALUE ZERO.
001849 77  WS-CAL-LAST              PIC 9(08) VALUE ZERO.
001850 01  WS-CAL-TABLE.
001851     05 WS-CAL-ENTRY          OCCURS 1000 TIMES.
001852         10 WS-CAL-DATE       PIC 9(08).
001853         10 WS-CAL-TYPE       PIC X(01).
001854*
001855 77  WS-DAY-TYPE              PIC X(01) VALUE SPACE.
001856     88 DAY-IS-HOLIDAY        VALUE 'H'.
001857     88 DAY-IS-WORKING        VALUE 'W' 'M'.
001858     88 DAY-IS-NON-WORKING    VALUE 'N'.
001859 77  WS-MONTH-DAYS            PIC 9(02) VALUE ZERO.
001860 77  WS-ND-QUOT               PIC 9(04) COMP VALUE ZERO.
001861 77  WS-ND-REM4               PIC 9(04) COMP VALUE ZERO.
001862 77  WS-ND-REM100             PIC 9(04) COMP VALUE ZERO.
001863 77  WS-ND-REM400             PIC 9(04) COMP VALUE ZERO.
001864*
001865*----------------------------------------------------------------
001866* BUSINESS MONTH - THE CALENDAR MONTH, EXCEPT THAT A DATE AFTER
001867* ITS MONTH'S M DAY ALREADY BELONGS TO THE FOLLOWING MONTH.
001868*----------------------------------------------------------------
001869 01  WS-BUS-MONTH.
001870     05 WS-BM-CCYY            PIC 9(04).
001871     05 WS-BM-MM              PIC 9(02).
001872 01  WS-BUS-MONTH-N REDEFINES WS-BUS-MONTH
001873                              PIC 9(06).
001874 77  WS-CUR-BUS-MONTH         PIC 9(06) VALUE ZERO.
001875 77  WS-BRK-DATE              PIC 9(08) VALUE ZERO.
001876 77  WS-GAP-DATE              PIC 9(08) VALUE ZERO.
001877 77  WS-HOLIDAY-DAYS          PIC 9(04) VALUE ZERO.
001878 77  WS-NO-POST-DAYS          PIC 9(04) VALUE ZERO.
001879*
001880 01  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001881*
001882*----------------------------------------------------------------
001883* TRENDRPT LINE LAYOUTS.
001890*----------------------------------------------------------------
001900 01  TRD-HEADER-LINE.
001910     05 FILLER                PIC X(38)
002400     05 FILLER                PIC X(21)
002410      VALUE ' TAKEN FROM DETAIL **'.
002420*
002421 01  TRD-GAP-LINE.
002422     05 TRD-GAP-DATE-ED       PIC 9(08).
002423     05 FILLER                PIC X(01) VALUE SPACE.
002424     05 TRD-GAP-TEXT-ED       PIC X(40).
002425*
002426 01  TRD-CAL-LINE.
002427     05 FILLER                PIC X(20)
002428      VALUE 'HOLIDAYS........... '.
002429     05 TRD-CAL-HOL-ED        PIC ZZZ9.
002430     05 FILLER                PIC X(28)
002431      VALUE ' BUSINESS DAYS NOT POSTED.. '.
002432     05 TRD-CAL-NOPOST-ED     PIC ZZZ9.
002433*
002434 01  TRD-TRAILER-LINE.
002440     05 FILLER                PIC X(20)
002450                               VALUE 'DAYS FLAGGED....... '.
002460     05 TRD-TRL-FLAG-ED       PIC ZZZ9.
002630*
002640 1000-INITIALIZE.
002650     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002652     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
002660     PERFORM 1100-LOAD-CRITERIA THRU 1100-EXIT
002670     OPEN OUTPUT TRENDRPT
002680     MOVE WS-RUN-DATE TO TRD-HDR-DATE-ED
003210     CLOSE TRDPARMS.
003220 1100-EXIT.
003230     EXIT.
003231*
003232*----------------------------------------------------------------
003233* LOAD THE BUSINESS-DAY CALENDAR. NO CALENDAR LEAVES THE OLD
003234* WEEKDAY AND CALENDAR-MONTH BREAKS AND REPORTS NO NON-POSTING
003235* DAYS. A ROW WITH A BAD DATE OR DAY TYPE IS SKIPPED.
003236*----------------------------------------------------------------
003237 1200-LOAD-CALENDAR.
003238     OPEN INPUT CALENDAR
003239     IF WS-CAL-STATUS = '35'
003240         DISPLAY 'TEST007 - CALENDAR NOT FOUND - WEEKDAY RULES '
003241                 'ONLY'
003242         GO TO 1200-EXIT
003243     END-IF
003244     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT
003245     PERFORM 1220-LOAD-CAL-ENTRY THRU 1220-EXIT
003246         UNTIL END-OF-CALENDAR
003247     CLOSE CALENDAR
003248     IF WS-CAL-BAD-ROWS > ZERO
003249         DISPLAY 'TEST007 - CALENDAR ROWS SKIPPED: '
003250                 WS-CAL-BAD-ROWS
003251     END-IF.
003252 1200-EXIT.
003253     EXIT.
003254*
003255 1210-READ-CALENDAR.
003256     READ CALENDAR
003257         AT END
003258             SET END-OF-CALENDAR TO TRUE
003259     END-READ.
003260 1210-EXIT.
003261     EXIT.
003262*
003263 1220-LOAD-CAL-ENTRY.
003264     IF CAL-DATE-X NOT NUMERIC
003265        OR (CAL-DAY-TYPE NOT = 'H' AND CAL-DAY-TYPE NOT = 'M'
003266            AND CAL-DAY-TYPE NOT = 'W')
003267         ADD 1 TO WS-CAL-BAD-ROWS
003268         GO TO 1220-NEXT
003269     END-IF
003270     IF WS-CAL-USED NOT < 1000
003271         DISPLAY 'TEST007 - CALENDAR TABLE FULL - ' CAL-DATE
003272                 ' IGNORED'
003273         GO TO 1220-NEXT
003274     END-IF
003275     ADD 1 TO WS-CAL-USED
003276     MOVE CAL-DATE TO WS-CAL-DATE(WS-CAL-USED)
003277     MOVE CAL-DAY-TYPE TO WS-CAL-TYPE(WS-CAL-USED)
003278     IF WS-CAL-FIRST = ZERO OR CAL-DATE < WS-CAL-FIRST
003279         MOVE CAL-DATE TO WS-CAL-FIRST
003280     END-IF
003281     IF CAL-DATE > WS-CAL-LAST
003282         MOVE CAL-DATE TO WS-CAL-LAST
003283     END-IF.
003284 1220-NEXT.
003285     PERFORM 1210-READ-CALENDAR THRU 1210-EXIT.
003286 1220-EXIT.
003287     EXIT.
003288*
003289 2000-READ-RESMAST.
003290     READ RESMAST NEXT
003291         AT END
003292             SET END-OF-RESMAST TO TRUE
003293     END-READ
003300     IF NOT END-OF-RESMAST
003310        AND RM-RUN-DATE > WS-TO-DATE
003320         SET END-OF-RESMAST TO TRUE
003470     IF RM-RUN-DATE NOT = WS-CUR-DATE
003480         IF WS-CUR-DATE > ZERO
003490             PERFORM 3100-CLOSE-OUT-DAY THRU 3100-EXIT
003492             PERFORM 3050-REPORT-NON-POST-DAYS THRU 3050-EXIT
003600         END-IF
003602         MOVE RM-RUN-DATE TO WS-BRK-DATE
003604         PERFORM 3060-CHECK-PERIOD-BREAKS THRU 3060-EXIT
003610         MOVE RM-RUN-DATE TO WS-CUR-DATE
003650         MOVE 'N' TO WS-CUR-SUMM-SW
003660         MOVE 'N' TO WS-CUR-HILO-SW
003670         MOVE ZERO TO WS-CUR-COUNT
003950     PERFORM 2000-READ-RESMAST THRU 2000-EXIT.
003960 3000-EXIT.
003970     EXIT.
003971*
003972*----------------------------------------------------------------
003973* THE DAYS BETWEEN TWO POSTED DAYS THAT THE CALENDAR COVERS. A
003974* WEEKEND DAY IS PASSED OVER; A HOLIDAY OR A BUSINESS DAY WITH
003975* NOTHING POSTED IS LISTED IN ITS OWN WEEK AND MONTH. THE
003976* TREND FLAG STILL COMPARES POSTED DAY WITH POSTED DAY.
003977*----------------------------------------------------------------
003978 3050-REPORT-NON-POST-DAYS.
003979     IF WS-CAL-USED = ZERO
003980         GO TO 3050-EXIT
003981     END-IF
003982     MOVE WS-CUR-DATE TO WS-DOW-DATE-N
003983     PERFORM 8400-NEXT-DATE THRU 8400-EXIT
003984     PERFORM 3055-REPORT-ONE-GAP-DAY THRU 3055-EXIT
003985         UNTIL WS-DOW-DATE-N NOT < RM-RUN-DATE.
003986 3050-EXIT.
003987     EXIT.
003988*
003989 3055-REPORT-ONE-GAP-DAY.
003990     MOVE WS-DOW-DATE-N TO WS-GAP-DATE
003991     IF WS-GAP-DATE < WS-CAL-FIRST
003992        OR WS-GAP-DATE > WS-CAL-LAST
003993         GO TO 3055-NEXT
003994     END-IF
003995     PERFORM 8300-CLASSIFY-DAY THRU 8300-EXIT
003996     IF DAY-IS-NON-WORKING
003997         GO TO 3055-NEXT
003998     END-IF
003999     MOVE WS-GAP-DATE TO WS-BRK-DATE
004000     PERFORM 3060-CHECK-PERIOD-BREAKS THRU 3060-EXIT
004001     MOVE WS-GAP-DATE TO TRD-GAP-DATE-ED
004002     IF DAY-IS-HOLIDAY
004003         MOVE 'HOLIDAY - NOTHING DUE' TO TRD-GAP-TEXT-ED
004004         ADD 1 TO WS-HOLIDAY-DAYS
004005     ELSE
004006         MOVE '*** BUSINESS DAY NOT POSTED ***'
004007             TO TRD-GAP-TEXT-ED
004008         ADD 1 TO WS-NO-POST-DAYS
004009     END-IF
004010     MOVE TRD-GAP-LINE TO TREND-REC
004011     WRITE TREND-REC.
004012 3055-NEXT.
004013     MOVE WS-GAP-DATE TO WS-DOW-DATE-N
004014     PERFORM 8400-NEXT-DATE THRU 8400-EXIT.
004015 3055-EXIT.
004016     EXIT.
004017*
004018*----------------------------------------------------------------
004019* WEEK AND MONTH BREAKS FOR THE DAY IN WS-BRK-DATE. A NEW
004020* BUSINESS MONTH CLOSES THE WEEK AS WELL AS THE MONTH.
004021*----------------------------------------------------------------
004022 3060-CHECK-PERIOD-BREAKS.
004023     MOVE WS-BRK-DATE TO WS-DOW-DATE-N
004024     PERFORM 8200-WEEK-ANCHOR THRU 8200-EXIT
004025     PERFORM 8500-BUSINESS-MONTH THRU 8500-EXIT
004026     IF WS-CUR-BUS-MONTH > ZERO
004027         IF WS-BUS-MONTH-N NOT = WS-CUR-BUS-MONTH
004028             PERFORM 3200-CLOSE-OUT-WEEK THRU 3200-EXIT
004029             PERFORM 3300-CLOSE-OUT-MONTH THRU 3300-EXIT
004030         ELSE
004031             IF WS-WEEK-ANCHOR NOT = WS-CUR-WEEK-ANCHOR
004032                 PERFORM 3200-CLOSE-OUT-WEEK THRU 3200-EXIT
004033             END-IF
004034         END-IF
004035     END-IF
004036     MOVE WS-WEEK-ANCHOR TO WS-CUR-WEEK-ANCHOR
004037     MOVE WS-BUS-MONTH-N TO WS-CUR-BUS-MONTH.
004038 3060-EXIT.
004039     EXIT.
004040*
004041*----------------------------------------------------------------
004042* PRINT THE FINISHED DAY. A DAY WITHOUT ITS SUMMARY RECORD
004043* FALLS BACK TO THE FIGURES RE-ADDED FROM ITS DETAILS AND IS
004044* FLAGGED ON THE REPORT AND THE CONSOLE.
004045*----------------------------------------------------------------
004046 3100-CLOSE-OUT-DAY.
004050     IF NOT DAY-HAS-SUMMARY
004060         MOVE WS-CUR-DET-COUNT TO WS-CUR-COUNT
004070         MOVE WS-CUR-DET-TOTAL TO WS-CUR-TOTAL
005410     SUBTRACT WS-WA-OFF FROM WS-WEEK-ANCHOR.
005420 8200-EXIT.
005430     EXIT.
005431*
005432*----------------------------------------------------------------
005433* DAY TYPE OF WS-DOW-DATE INTO WS-DAY-TYPE - THE CALENDAR ROW IF
005434* THERE IS ONE, OTHERWISE WORKING MONDAY TO FRIDAY AND
005435* NON-WORKING AT THE WEEKEND.
005436*----------------------------------------------------------------
005437 8300-CLASSIFY-DAY.
005438     MOVE 'N' TO WS-CAL-HIT-SW
005439     IF WS-CAL-USED > ZERO
005440         PERFORM 8310-MATCH-CAL-DATE THRU 8310-EXIT
005441             VARYING WS-CAL-SUB FROM 1 BY 1
005442             UNTIL WS-CAL-SUB > WS-CAL-USED
005443                OR CAL-DATE-FOUND
005444     END-IF
005445     IF NOT CAL-DATE-FOUND
005446         PERFORM 8100-DAY-OF-WEEK THRU 8100-EXIT
005447         IF WS-DOW < 2
005448             MOVE 'N' TO WS-DAY-TYPE
005449         ELSE
005450             MOVE 'W' TO WS-DAY-TYPE
005451         END-IF
005452     END-IF.
005453 8300-EXIT.
005454     EXIT.
005455*
005456 8310-MATCH-CAL-DATE.
005457     IF WS-CAL-DATE(WS-CAL-SUB) = WS-DOW-DATE-N
005458         MOVE WS-CAL-TYPE(WS-CAL-SUB) TO WS-DAY-TYPE
005459         SET CAL-DATE-FOUND TO TRUE
005460     END-IF.
005461 8310-EXIT.
005462     EXIT.
005463*
005464*----------------------------------------------------------------
005465* ADVANCE WS-DOW-DATE BY ONE DAY, ROLLING THE MONTH AND YEAR.
005466* FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT A
005467* CENTURY YEAR NOT DIVISIBLE BY 400.
005468*----------------------------------------------------------------
005469 8400-NEXT-DATE.
005470     EVALUATE WS-DOW-MM
005471         WHEN 2
005472             DIVIDE WS-DOW-CCYY BY 4 GIVING WS-ND-QUOT
005473                 REMAINDER WS-ND-REM4
005474             DIVIDE WS-DOW-CCYY BY 100 GIVING WS-ND-QUOT
005475                 REMAINDER WS-ND-REM100
005476             DIVIDE WS-DOW-CCYY BY 400 GIVING WS-ND-QUOT
005477                 REMAINDER WS-ND-REM400
005478             IF WS-ND-REM4 = ZERO
005479                AND (WS-ND-REM100 NOT = ZERO
005480                     OR WS-ND-REM400 = ZERO)
005481                 MOVE 29 TO WS-MONTH-DAYS
005482             ELSE
005483                 MOVE 28 TO WS-MONTH-DAYS
005484             END-IF
005485         WHEN 4
005486         WHEN 6
005487         WHEN 9
005488         WHEN 11
005489             MOVE 30 TO WS-MONTH-DAYS
005490         WHEN OTHER
005491             MOVE 31 TO WS-MONTH-DAYS
005492     END-EVALUATE
005493     IF WS-DOW-DD < WS-MONTH-DAYS
005494         ADD 1 TO WS-DOW-DD
005495         GO TO 8400-EXIT
005496     END-IF
005497     MOVE 1 TO WS-DOW-DD
005498     IF WS-DOW-MM < 12
005499         ADD 1 TO WS-DOW-MM
005500     ELSE
005501         MOVE 1 TO WS-DOW-MM
005502         ADD 1 TO WS-DOW-CCYY
005503     END-IF.
005504 8400-EXIT.
005505     EXIT.
005506*
005507*----------------------------------------------------------------
005508* BUSINESS MONTH OF WS-DOW-DATE INTO WS-BUS-MONTH - ITS OWN
005509* CALENDAR MONTH, OR THE NEXT ONE WHEN THE CALENDAR CLOSES ITS
005510* MONTH ON AN EARLIER M DAY.
005511*----------------------------------------------------------------
005512 8500-BUSINESS-MONTH.
005513     MOVE WS-DOW-CCYY TO WS-BM-CCYY
005514     MOVE WS-DOW-MM TO WS-BM-MM
005515     MOVE 'N' TO WS-CAL-HIT-SW
005516     IF WS-CAL-USED > ZERO
005517         PERFORM 8510-MATCH-MONTH-END THRU 8510-EXIT
005518             VARYING WS-CAL-SUB FROM 1 BY 1
005519             UNTIL WS-CAL-SUB > WS-CAL-USED
005520                OR CAL-DATE-FOUND
005521     END-IF
005522     IF CAL-DATE-FOUND
005523         IF WS-BM-MM < 12
005524             ADD 1 TO WS-BM-MM
005525         ELSE
005526             MOVE 1 TO WS-BM-MM
005527             ADD 1 TO WS-BM-CCYY
005528         END-IF
005529     END-IF.
005530 8500-EXIT.
005531     EXIT.
005532*
005533 8510-MATCH-MONTH-END.
005534     IF WS-CAL-TYPE(WS-CAL-SUB) = 'M'
005535        AND WS-CAL-DATE(WS-CAL-SUB)(1:6) = WS-DOW-DATE-N(1:6)
005536        AND WS-CAL-DATE(WS-CAL-SUB) < WS-DOW-DATE-N
005537         SET CAL-DATE-FOUND TO TRUE
005538     END-IF.
005539 8510-EXIT.
005540     EXIT.
005541*
005542 8000-WRITE-TRAILER.
005543     IF WS-RPT-DAYS = ZERO
005544         GO TO 8000-EXIT
005545     END-IF
005546     MOVE 'REPORT   ' TO TRD-PER-LABEL
005547     MOVE WS-RPT-DAYS TO TRD-PER-DAYS-ED
005548     MOVE WS-RPT-COUNT TO TRD-PER-COUNT-ED
005549     MOVE WS-RPT-TOTAL TO TRD-PER-TOTAL-ED
005550     MOVE ZERO TO WS-PERIOD-AVG
005551     IF WS-RPT-COUNT > ZERO
005552         COMPUTE WS-PERIOD-AVG ROUNDED =
005560             WS-RPT-TOTAL / WS-RPT-COUNT
005570     END-IF
005580     MOVE WS-PERIOD-AVG TO TRD-PER-AVG-ED
005600     WRITE TREND-REC
005610     MOVE WS-TREND-FLAG-COUNT TO TRD-TRL-FLAG-ED
005620     MOVE TRD-TRAILER-LINE TO TREND-REC
005630     WRITE TREND-REC
005631     IF WS-CAL-USED > ZERO
005632         MOVE WS-HOLIDAY-DAYS TO TRD-CAL-HOL-ED
005633         MOVE WS-NO-POST-DAYS TO TRD-CAL-NOPOST-ED
005634         MOVE TRD-CAL-LINE TO TREND-REC
005635         WRITE TREND-REC
005636     END-IF.
005640 8000-EXIT.
005650     EXIT.
005660*
005710     END-IF
005720     CLOSE TRENDRPT
005730     DISPLAY 'TEST007 - DAYS REPORTED: ' WS-RPT-DAYS
005740             ' DAYS FLAGGED: ' WS-TREND-FLAG-COUNT
005742             ' BUSINESS DAYS NOT POSTED: ' WS-NO-POST-DAYS.
005750 9000-EXIT.
005760     EXIT.
