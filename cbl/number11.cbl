000250* MODIFICATION HISTORY
000260*----------------------------------------------------------------
000270* 02/09/2026 CC  INITIAL VERSION.
000271* 14/10/2026 CC  THE CLOSE IS NOW STEP 5 OF THE DAILY CYCLE ON
000272*                CYCLECTL. A MONTH WITH ANY RUN WHOSE TEST001 STEP
000273*                COMPLETED BUT WHICH HAS NOT BEEN THROUGH TEST009
000274*                (UNRECONCILED, UNRELEASED, UNPOSTED OR UNSHIPPED)
000275*                IS NOT CLOSED - RETURN CODE 8, THE RUNS LISTED ON
000276*                CLOSERPT - UNLESS PARM 'OVERRIDE' IS GIVEN, EACH
000277*                RUN OVERRIDDEN BEING LOGGED TO OVRDLOG. EVERY RUN
000278*                OF THE MONTH THEN HAS STEP 5 STAMPED WITH THE
000279*                CLOSE'S START, END AND RETURN CODE.
000280* 15/10/2026 CC  EVERY RECORD PURGED FROM, OR ROLLUP WRITTEN TO,
000281*                RESMAST IS NOW JOURNALED TO RESMJRNL (BEFORE AND
000282*                AFTER IMAGES, PROGRAM, RUN ID, TIME) FOR FORWARD
000283*                RECOVERY BY TEST017, THE RUN ID BEING THE CLOSE'S
000284*                START DATE AND TIME. THE MONTH IS NOT CLOSED WHEN
000285*                THE JOURNAL CANNOT BE OPENED.
000286* 15/10/2026 CC  THE CLOSE NOW RUNS ONLY FOR AN OPERATOR GRANTED
000287*                MONTH-END CLOSE ON THE OPERATOR SECURITY FILE
000288*                OPERSEC (RETURN CODE 8 OTHERWISE), AND PARM
000289*                'OVERRIDE' IS HONORED ONLY FOR ONE ALSO GRANTED
000290*                POSTING OVERRIDE. EVERY REFUSAL IS LOGGED TO
000291*                SECVIOL.
000292* 15/10/2026 CC  A CYCLE GATE OVERRIDDEN BECAUSE CYCLECTL CANNOT
000293*                BE OPENED IS NOW SHOWN ON THE CONSOLE AND ON
000294*                CLOSERPT AND LOGGED TO OVRDLOG AGAINST THE CLOSE
000295*                MONTH, LIKE AN OVERRIDE OF AN OPEN RUN.
000296*----------------------------------------------------------------
000297 ENVIRONMENT         DIVISION.
000300*
000310 CONFIGURATION       SECTION.
000320 SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
000460                                FILE STATUS  IS WS-ARC-STATUS.
000470     SELECT          CLOSERPT   ASSIGN TO "CLOSERPT"
000480                                ORGANIZATION IS LINE SEQUENTIAL.
000481     SELECT          CYCLECTL   ASSIGN TO "CYCLECTL"
000482                                ORGANIZATION IS INDEXED
000483                                ACCESS MODE  IS DYNAMIC
000484                                RECORD KEY   IS CYC-RUN-ID
000485                                FILE STATUS  IS WS-CYC-STATUS.
000486     SELECT          OVRDLOG    ASSIGN TO "OVRDLOG"
000487                                ORGANIZATION IS LINE SEQUENTIAL
000488                                FILE STATUS  IS WS-OVRD-STATUS.
000489     SELECT          RESMJRNL   ASSIGN TO "RESMJRNL"
000490                                ORGANIZATION IS LINE SEQUENTIAL
000491                                FILE STATUS  IS WS-JRN-STATUS.
000492     SELECT          OPERSEC    ASSIGN TO "OPERSEC"
000493                                ORGANIZATION IS LINE SEQUENTIAL
000494                                FILE STATUS  IS WS-SEC-STATUS.
000495     SELECT          SECVIOL    ASSIGN TO "SECVIOL"
000496                                ORGANIZATION IS LINE SEQUENTIAL
000497                                FILE STATUS  IS WS-SVIO-STATUS.
000498*
000500 DATA                DIVISION.
000510 FILE                SECTION.
000520 FD  RESMAST.
000800*
000810 FD  CLOSERPT.
000820 01  CLOSE-REC                PIC X(90).
000821*
000822 FD  CYCLECTL.
000823 01  CYC-REC.
000824     05 CYC-RUN-ID            PIC X(16).
000825     05 CYC-RUN-DATE          PIC 9(08).
000826     05 CYC-STEP              OCCURS 5 TIMES.
000827         10 CYC-STEP-STATUS   PIC X(01).
000828             88 CYC-STEP-OUTSTANDING VALUE SPACE.
000829             88 CYC-STEP-RUNNING  VALUE 'S'.
000830             88 CYC-STEP-DONE     VALUE 'C'.
000831             88 CYC-STEP-FAILED   VALUE 'F'.
000832         10 CYC-STEP-OVRD     PIC X(01).
000833         10 CYC-STEP-START-DATE
000834                              PIC 9(08).
000835         10 CYC-STEP-START-TIME
000836                              PIC 9(08).
000837         10 CYC-STEP-END-DATE PIC 9(08).
000838         10 CYC-STEP-END-TIME PIC 9(08).
000839         10 CYC-STEP-RC       PIC 9(02).
000840     05 FILLER                PIC X(16).
000841*
000842 FD  OVRDLOG.
000843 01  OVRD-REC                 PIC X(80).
000844*
000845 FD  RESMJRNL.
000846 01  JRN-REC.
000847     05 JRN-DATE              PIC 9(08).
000848     05 JRN-TIME              PIC 9(08).
000849     05 JRN-PROG              PIC X(07).
000850     05 JRN-RUN-ID            PIC X(16).
000851     05 JRN-ACTION            PIC X(01).
000852         88 JRN-IS-ADD        VALUE 'A'.
000853         88 JRN-IS-REWRITE    VALUE 'R'.
000854         88 JRN-IS-DELETE     VALUE 'D'.
000855     05 JRN-BEFORE            PIC X(84).
000856     05 JRN-AFTER             PIC X(84).
000857*
000858 FD  OPERSEC.
000859 01  SEC-REC.
000860     05 SEC-USER-ID           PIC X(20).
000861     05 SEC-FUNCTIONS.
000862         10 SEC-FN            PIC X(01) OCCURS 6 TIMES.
000863     05 SEC-EXPIRY-DATE       PIC 9(08).
000864     05 SEC-LOCKED-SW         PIC X(01).
000865         88 SEC-IS-LOCKED     VALUE 'Y'.
000866     05 SEC-OPER-NAME         PIC X(30).
000867     05 FILLER                PIC X(15).
000868*
000869 FD  SECVIOL.
000870 01  SVIO-REC                 PIC X(100).
000871*
000872 WORKING-STORAGE     SECTION.
000873 77  WS-RESM-STATUS           PIC X(02) VALUE SPACES.
000874 77  WS-CLSP-STATUS           PIC X(02) VALUE SPACES.
000875 77  WS-ARC-STATUS            PIC X(02) VALUE SPACES.
000880*
000890 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
000900     88 END-OF-MONTH-SCAN     VALUE 'Y'.
001310 77  WS-CUR-DAY               PIC 9(02) VALUE ZERO.
001320*
001330 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001331*
001332*----------------------------------------------------------------
001333* DAILY CYCLE CONTROL - ONE CYCLECTL RECORD PER RUN ID CARRIES
001334* THE STATUS OF EACH STEP OF THE CYCLE (1 TEST001, 2 TEST003,
001335* 3 TEST002, 4 TEST009, 5 TEST011): BLANK OUTSTANDING, S STARTED,
001336* C COMPLETE, F FAILED. THIS PROGRAM IS STEP 5 FOR EVERY RUN OF
001337* THE MONTH AND WILL NOT CLOSE THE MONTH WHILE A RUN WHOSE
001338* TEST001 STEP COMPLETED HAS NOT COMPLETED STEP 4, UNLESS THE
001339* OPERATOR OVERRIDES ON THE PARM; EVERY RUN OVERRIDDEN IS LOGGED
001340* TO OVRDLOG.
001341*----------------------------------------------------------------
001342 77  WS-CYC-STATUS            PIC X(02) VALUE SPACES.
001343 77  WS-OVRD-STATUS           PIC X(02) VALUE SPACES.
001344 77  WS-CYC-STEP              PIC 9(01) COMP VALUE 5.
001345 77  WS-CYC-SUB               PIC 9(01) COMP VALUE ZERO.
001346 77  WS-CYC-OPEN-SW           PIC X(01) VALUE 'N'.
001347     88 CYCLECTL-IS-OPEN      VALUE 'Y'.
001348 77  WS-CYC-EOF-SW            PIC X(01) VALUE 'N'.
001349     88 END-OF-CYCLECTL       VALUE 'Y'.
001350 77  WS-CYC-GATE-SW           PIC X(01) VALUE 'N'.
001351     88 CYCLE-STEP-ALLOWED    VALUE 'Y'.
001352 77  WS-CYC-STARTED-SW        PIC X(01) VALUE 'N'.
001353     88 CYCLE-STEP-STARTED    VALUE 'Y'.
001354 77  WS-CYC-PASS              PIC X(01) VALUE SPACE.
001355     88 CYCLE-PASS-CHECK      VALUE 'C'.
001356     88 CYCLE-PASS-START      VALUE 'S'.
001357     88 CYCLE-PASS-FINISH     VALUE 'F'.
001358 77  WS-CYC-START-DATE        PIC 9(08) VALUE ZERO.
001359 77  WS-CYC-START-TIME        PIC 9(08) VALUE ZERO.
001360 77  WS-CYC-DATE              PIC 9(08) VALUE ZERO.
001361 77  WS-CYC-TIME              PIC 9(08) VALUE ZERO.
001362 77  WS-CYC-RC                PIC 9(02) VALUE ZERO.
001363 77  WS-OVRD-RUN-ID           PIC X(16) VALUE SPACES.
001364 77  WS-CYC-OPEN-COUNT        PIC 9(05) VALUE ZERO.
001365 77  WS-CYC-RUN-COUNT         PIC 9(05) VALUE ZERO.
001366 77  WS-CYC-STATE             PIC X(20) VALUE SPACES.
001367 77  WS-CYC-LOW-KEY           PIC X(16) VALUE SPACES.
001368 01  WS-CYC-PROG-NAMES        PIC X(35)
001369      VALUE 'TEST001TEST003TEST002TEST009TEST011'.
001370 01  WS-CYC-PROG-TABLE REDEFINES WS-CYC-PROG-NAMES.
001371     05 WS-CYC-PROG           PIC X(07) OCCURS 5 TIMES.
001372 01  WS-PARM                  PIC X(20) VALUE SPACES.
001373     88 OVERRIDE-REQUESTED    VALUE 'OVERRIDE            '.
001374 77  WS-USER-ID               PIC X(20) VALUE SPACES.
001375*
001376*----------------------------------------------------------------
001377* OPERATOR SECURITY - OPERSEC GRANTS EACH OPERATOR FUNCTIONS BY
001378* POSITION (1 PARAMETER MAINTENANCE, 2 REJECT CORRECTION,
001379* 3 POSTING OVERRIDE, 4 MONTH-END CLOSE, 5 ADJUSTMENT POSTING,
001380* 6 HOUSEKEEPING), WITH AN EXPIRY DATE AND A LOCKED FLAG. EVERY
001381* REFUSAL IS APPENDED TO SECVIOL.
001382*----------------------------------------------------------------
001383 77  WS-SEC-STATUS            PIC X(02) VALUE SPACES.
001384 77  WS-SVIO-STATUS           PIC X(02) VALUE SPACES.
001385 77  WS-SEC-EOF-SW            PIC X(01) VALUE 'N'.
001386     88 END-OF-OPERSEC        VALUE 'Y'.
001387 77  WS-AUTH-SW               PIC X(01) VALUE 'N'.
001388     88 USER-IS-AUTHORIZED    VALUE 'Y'.
001389 77  WS-SEC-FUNC              PIC 9(01) COMP VALUE 1.
001390 77  WS-SEC-REASON            PIC X(16) VALUE SPACES.
001391 77  WS-SEC-DATE              PIC 9(08) VALUE ZERO.
001392 77  WS-SEC-TIME              PIC 9(08) VALUE ZERO.
001393 01  WS-SEC-FUNC-NAMES.
001394     05 FILLER                PIC X(20)
001395      VALUE 'PARAMETER MAINT'.
001396     05 FILLER                PIC X(20)
001397      VALUE 'REJECT CORRECTION'.
001398     05 FILLER                PIC X(20)
001399      VALUE 'POSTING OVERRIDE'.
001400     05 FILLER                PIC X(20)
001401      VALUE 'MONTH-END CLOSE'.
001402     05 FILLER                PIC X(20)
001403      VALUE 'ADJUSTMENT POSTING'.
001404     05 FILLER                PIC X(20)
001405      VALUE 'HOUSEKEEPING'.
001406 01  WS-SEC-FUNC-TABLE REDEFINES WS-SEC-FUNC-NAMES.
001407     05 WS-SEC-FUNC-NAME      PIC X(20) OCCURS 6 TIMES.
001408 01  SVIO-LINE.
001409     05 SVIO-DATE-ED          PIC 9(08).
001410     05 FILLER                PIC X(01) VALUE SPACE.
001411     05 SVIO-TIME-ED          PIC 9(08).
001412     05 FILLER                PIC X(01) VALUE SPACE.
001413     05 SVIO-PROG-ED          PIC X(07).
001414     05 FILLER                PIC X(01) VALUE SPACE.
001415     05 SVIO-USER-ED          PIC X(20).
001416     05 FILLER                PIC X(01) VALUE SPACE.
001417     05 SVIO-FUNC-ED          PIC X(20).
001418     05 FILLER                PIC X(01) VALUE SPACE.
001419     05 SVIO-REASON-ED        PIC X(16).
001420*
001421 01  OVRD-LINE.
001422     05 OVRD-DATE-ED          PIC 9(08).
001423     05 FILLER                PIC X(01) VALUE SPACE.
001424     05 OVRD-TIME-ED          PIC 9(08).
001425     05 FILLER                PIC X(01) VALUE SPACE.
001426     05 OVRD-USER-ED          PIC X(20).
001427     05 FILLER                PIC X(10) VALUE ' OVERRIDE '.
001428     05 OVRD-RUNID-ED         PIC X(16).
001429     05 FILLER                PIC X(01) VALUE SPACE.
001430     05 OVRD-PROG-ED          PIC X(07).
001431     05 FILLER                PIC X(01) VALUE SPACE.
001432     05 OVRD-GATE-ED          PIC X(07).
001433*
001434*----------------------------------------------------------------
001435* RESMAST JOURNAL - EVERY ADD, REWRITE AND DELETE AGAINST RESMAST
001436* IS APPENDED TO RESMJRNL WITH THE RECORD'S BEFORE AND AFTER
001437* IMAGES, THE PROGRAM, THE RUN ID AND THE TIME, SO A MASTER
001438* RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY TEST017.
001439*----------------------------------------------------------------
001440 77  WS-JRN-STATUS            PIC X(02) VALUE SPACES.
001441 77  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
001442     88 RESMJRNL-IS-OPEN      VALUE 'Y'.
001443 77  WS-JRN-ACTION            PIC X(01) VALUE SPACE.
001444 77  WS-JRN-BEFORE            PIC X(84) VALUE SPACES.
001445 77  WS-JRN-AFTER             PIC X(84) VALUE SPACES.
001446*
001447*----------------------------------------------------------------
001448* CLOSERPT LINE LAYOUTS.
001449*----------------------------------------------------------------
001450 01  CLS-HEADER-LINE.
001451     05 FILLER                PIC X(32)
001452      VALUE 'TEST011 - MONTH-END CLOSE       '.
001453     05 FILLER                PIC X(07) VALUE 'MONTH: '.
001454     05 CLS-HDR-MONTH-ED      PIC 9(06).
001455     05 FILLER                PIC X(11) VALUE '  RUN DATE '.
001456     05 CLS-HDR-DATE-ED       PIC 9(08).
001457*
001460 01  CLS-DAY-LINE.
001470     05 FILLER                PIC X(04) VALUE 'DAY '.
001480     05 CLS-DAY-DATE-ED       PIC 9(08).
001660     05 CLS-TRL-REC-ED        PIC ZZZZZZZ9.
001670     05 FILLER                PIC X(08) VALUE ' TOTAL: '.
001680     05 CLS-TRL-TOT-ED        PIC -(11)9,99.
001681*
001682 01  CLS-CYCLE-LINE.
001683     05 FILLER                PIC X(04) VALUE 'RUN '.
001684     05 CLS-CYC-RUNID-ED      PIC X(16).
001685     05 FILLER                PIC X(23)
001686      VALUE ' NOT THROUGH THE CYCLE '.
001687     05 CLS-CYC-PROG-ED       PIC X(07).
001688     05 FILLER                PIC X(01) VALUE SPACE.
001689     05 CLS-CYC-STATE-ED      PIC X(20).
001690*
001691 01  CLS-REFUSED-LINE.
001692     05 FILLER                PIC X(48)
001693      VALUE '*** MONTH NOT CLOSED *** DAILY CYCLE OUTSTANDING'.
001694*
001695 01  CLS-OVERRIDE-LINE.
001696     05 FILLER                PIC X(37)
001697      VALUE '*** DAILY CYCLE GATE OVERRIDDEN BY   '.
001698     05 CLS-OVRD-USER-ED      PIC X(20).
001699*
001700*
001710*
001720 PROCEDURE           DIVISION.
001730 0000-MAINLINE.
001732     ACCEPT WS-PARM FROM COMMAND-LINE.
001740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001750     IF RESMAST-IS-OPEN
001752         PERFORM 2000-CHECK-CYCLE THRU 2000-EXIT
001754     END-IF.
001756     IF RESMAST-IS-OPEN AND CYCLE-STEP-ALLOWED
001760         PERFORM 3000-VERIFY-MONTH THRU 3000-EXIT
001770         PERFORM 4000-GRADE-DAYS THRU 4000-EXIT
001780         IF WS-BAL-DAY-COUNT > ZERO
001860*
001870 1000-INITIALIZE.
001880     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001881     ACCEPT WS-CYC-START-DATE FROM DATE YYYYMMDD
001882     ACCEPT WS-CYC-START-TIME FROM TIME
001883     DISPLAY 'USER' UPON ENVIRONMENT-NAME
001884     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
001885     IF WS-USER-ID = SPACES
001886         MOVE 'UNKNOWN' TO WS-USER-ID
001887     END-IF
001890     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001900     MOVE WS-TODAY-CCYY TO WS-CLS-CCYY
001910     IF WS-TODAY-MM = 1
002060     MOVE WS-RUN-DATE TO CLS-HDR-DATE-ED
002070     MOVE CLS-HEADER-LINE TO CLOSE-REC
002080     WRITE CLOSE-REC
002081     MOVE 4 TO WS-SEC-FUNC
002082     PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT
002083     IF NOT USER-IS-AUTHORIZED
002084         DISPLAY 'TEST011 - OPERATOR ' WS-USER-ID
002085                 ' NOT AUTHORIZED FOR MONTH-END CLOSE'
002086         MOVE 8 TO RETURN-CODE
002087         GO TO 1000-EXIT
002088     END-IF
002089     IF OVERRIDE-REQUESTED
002090         MOVE 3 TO WS-SEC-FUNC
002091         PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT
002092         IF NOT USER-IS-AUTHORIZED
002093             DISPLAY 'TEST011 - OPERATOR ' WS-USER-ID
002094                     ' NOT AUTHORIZED FOR POSTING OVERRIDE'
002095             DISPLAY 'TEST011 - PARM OVERRIDE IGNORED'
002096             MOVE SPACES TO WS-PARM
002097         END-IF
002098     END-IF
002099     OPEN I-O RESMAST
002100     IF WS-RESM-STATUS NOT = '00'
002110         DISPLAY 'TEST011 - RESMAST OPEN FAILED - STATUS '
002120                 WS-RESM-STATUS
002130         GO TO 1000-EXIT
002140     END-IF
002141     OPEN EXTEND RESMJRNL
002142     IF WS-JRN-STATUS = '35'
002143         OPEN OUTPUT RESMJRNL
002144     END-IF
002145     IF WS-JRN-STATUS NOT = '00'
002146         DISPLAY 'TEST011 - RESMJRNL OPEN FAILED - STATUS '
002147                 WS-JRN-STATUS ' - RESMAST NOT UPDATED'
002148         CLOSE RESMAST
002149         MOVE 8 TO RETURN-CODE
002150         GO TO 1000-EXIT
002151     END-IF
002152     SET RESMJRNL-IS-OPEN TO TRUE
002153     SET RESMAST-IS-OPEN TO TRUE.
002160 1000-EXIT.
002170     EXIT.
002180*
002450     MOVE ZERO TO WS-DAYT-SUM-TOTAL(WS-DAY-SUB).
002460 1200-EXIT.
002470     EXIT.
002471*
002472*----------------------------------------------------------------
002473* OPERATOR SECURITY - THE OPERATOR MUST BE ON OPERSEC, NOT LOCKED,
002474* NOT PAST THE EXPIRY DATE (ZERO = NONE) AND GRANTED THE FUNCTION
002475* IN WS-SEC-FUNC. NO OPERSEC FILE MEANS NOBODY IS AUTHORIZED.
002476* EVERY REFUSAL IS LOGGED TO SECVIOL.
002477*----------------------------------------------------------------
002478 1700-CHECK-AUTHORITY.
002479     MOVE 'N' TO WS-AUTH-SW
002480     MOVE 'N' TO WS-SEC-EOF-SW
002481     MOVE 'NOT ON FILE' TO WS-SEC-REASON
002482     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD
002483     OPEN INPUT OPERSEC
002484     IF WS-SEC-STATUS NOT = '00'
002485         MOVE 'NO OPERSEC FILE' TO WS-SEC-REASON
002486         PERFORM 1730-LOG-VIOLATION THRU 1730-EXIT
002487         GO TO 1700-EXIT
002488     END-IF
002489     PERFORM 1710-READ-OPERSEC THRU 1710-EXIT
002490     PERFORM 1720-MATCH-OPERSEC THRU 1720-EXIT
002491         UNTIL END-OF-OPERSEC
002492     CLOSE OPERSEC
002493     IF NOT USER-IS-AUTHORIZED
002494         PERFORM 1730-LOG-VIOLATION THRU 1730-EXIT
002495     END-IF.
002496 1700-EXIT.
002497     EXIT.
002498*
002499 1710-READ-OPERSEC.
002500     READ OPERSEC
002501         AT END
002502             SET END-OF-OPERSEC TO TRUE
002503     END-READ.
002504 1710-EXIT.
002505     EXIT.
002506*
002507 1720-MATCH-OPERSEC.
002508     IF SEC-USER-ID NOT = WS-USER-ID
002509         PERFORM 1710-READ-OPERSEC THRU 1710-EXIT
002510         GO TO 1720-EXIT
002511     END-IF
002512     SET END-OF-OPERSEC TO TRUE
002513     EVALUATE TRUE
002514         WHEN SEC-IS-LOCKED
002515             MOVE 'LOCKED' TO WS-SEC-REASON
002516         WHEN SEC-EXPIRY-DATE NOT NUMERIC
002517             MOVE 'EXPIRED' TO WS-SEC-REASON
002518         WHEN SEC-EXPIRY-DATE NOT = ZERO
002519          AND SEC-EXPIRY-DATE < WS-SEC-DATE
002520             MOVE 'EXPIRED' TO WS-SEC-REASON
002521         WHEN SEC-FN(WS-SEC-FUNC) NOT = 'Y'
002522             MOVE 'NOT GRANTED' TO WS-SEC-REASON
002523         WHEN OTHER
002524             MOVE SPACES TO WS-SEC-REASON
002525             SET USER-IS-AUTHORIZED TO TRUE
002526     END-EVALUATE.
002527 1720-EXIT.
002528     EXIT.
002529*
002530 1730-LOG-VIOLATION.
002531     ACCEPT WS-SEC-TIME FROM TIME
002532     DISPLAY 'TEST011 - SECURITY VIOLATION LOGGED - '
002533             WS-SEC-FUNC-NAME(WS-SEC-FUNC) ' ' WS-SEC-REASON
002534     OPEN EXTEND SECVIOL
002535     IF WS-SVIO-STATUS = '35'
002536         OPEN OUTPUT SECVIOL
002537     END-IF
002538     MOVE WS-SEC-DATE TO SVIO-DATE-ED
002539     MOVE WS-SEC-TIME TO SVIO-TIME-ED
002540     MOVE 'TEST011' TO SVIO-PROG-ED
002541     MOVE WS-USER-ID TO SVIO-USER-ED
002542     MOVE WS-SEC-FUNC-NAME(WS-SEC-FUNC) TO SVIO-FUNC-ED
002543     MOVE WS-SEC-REASON TO SVIO-REASON-ED
002544     MOVE SVIO-LINE TO SVIO-REC
002545     WRITE SVIO-REC
002546     CLOSE SECVIOL.
002547 1730-EXIT.
002548     EXIT.
002549*
002550*----------------------------------------------------------------
002551* DAILY CYCLE GATE - EVERY RUN OF THE MONTH ON CYCLECTL WHOSE
002552* TEST001 STEP COMPLETED MUST HAVE COMPLETED STEP 4 (TEST009)
002553* BEFORE THE MONTH IS CLOSED. EACH ONE THAT HAS NOT IS LISTED ON
002554* CLOSERPT WITH THE FIRST STEP STILL OUTSTANDING. WITH ANY SUCH
002555* RUN THE CLOSE IS REFUSED UNLESS THE PARM SAYS OVERRIDE, WHEN
002556* EACH RUN OVERRIDDEN IS LOGGED. ONCE ALLOWED, EVERY RUN OF THE
002557* MONTH IS MARKED AS STEP 5 STARTED.
002558*----------------------------------------------------------------
002559 2000-CHECK-CYCLE.
002560     MOVE 'N' TO WS-CYC-GATE-SW
002561     MOVE ZERO TO WS-CYC-OPEN-COUNT
002562     MOVE ZERO TO WS-CYC-RUN-COUNT
002563     OPEN I-O CYCLECTL
002564     IF WS-CYC-STATUS = '35'
002565         OPEN OUTPUT CYCLECTL
002566         CLOSE CYCLECTL
002567         OPEN I-O CYCLECTL
002568     END-IF
002569     IF WS-CYC-STATUS NOT = '00'
002570         DISPLAY 'TEST011 - CYCLECTL OPEN FAILED - STATUS '
002571                 WS-CYC-STATUS
002572         IF OVERRIDE-REQUESTED
002573             DISPLAY 'TEST011 - CYCLE GATE OVERRIDDEN BY '
002574                     WS-USER-ID
002575             MOVE WS-USER-ID TO CLS-OVRD-USER-ED
002576             MOVE CLS-OVERRIDE-LINE TO CLOSE-REC
002577             WRITE CLOSE-REC
002578             MOVE SPACES TO WS-OVRD-RUN-ID
002579             MOVE WS-CLOSE-MONTH TO WS-OVRD-RUN-ID(1:6)
002580             PERFORM 2400-LOG-OVERRIDE THRU 2400-EXIT
002581             SET CYCLE-STEP-ALLOWED TO TRUE
002582         ELSE
002583             MOVE CLS-REFUSED-LINE TO CLOSE-REC
002584             WRITE CLOSE-REC
002585         END-IF
002586         GO TO 2000-EXIT
002587     END-IF
002588     SET CYCLECTL-IS-OPEN TO TRUE
002589     SET CYCLE-PASS-CHECK TO TRUE
002590     PERFORM 2100-SCAN-MONTH-RUNS THRU 2100-EXIT
002591     IF WS-CYC-OPEN-COUNT = ZERO
002592         SET CYCLE-STEP-ALLOWED TO TRUE
002593     ELSE
002594         DISPLAY 'TEST011 - ' WS-CYC-OPEN-COUNT
002595                 ' RUN(S) OF MONTH ' WS-CLOSE-MONTH
002596                 ' NOT THROUGH THE DAILY CYCLE'
002597         IF OVERRIDE-REQUESTED
002598             DISPLAY 'TEST011 - CYCLE GATE OVERRIDDEN BY '
002599                     WS-USER-ID
002600             MOVE WS-USER-ID TO CLS-OVRD-USER-ED
002601             MOVE CLS-OVERRIDE-LINE TO CLOSE-REC
002602             WRITE CLOSE-REC
002603             SET CYCLE-STEP-ALLOWED TO TRUE
002604         ELSE
002605             DISPLAY 'TEST011 - MONTH NOT CLOSED'
002606             MOVE CLS-REFUSED-LINE TO CLOSE-REC
002607             WRITE CLOSE-REC
002608         END-IF
002609     END-IF
002610     IF CYCLE-STEP-ALLOWED
002611         SET CYCLE-PASS-START TO TRUE
002612         PERFORM 2100-SCAN-MONTH-RUNS THRU 2100-EXIT
002613         SET CYCLE-STEP-STARTED TO TRUE
002614     END-IF
002615     CLOSE CYCLECTL
002616     MOVE 'N' TO WS-CYC-OPEN-SW.
002617 2000-EXIT.
002618     EXIT.
002619*
002620*----------------------------------------------------------------
002621* ONE PASS OVER THE MONTH'S RUNS ON CYCLECTL (KEYS BEGIN WITH THE
002622* RUN DATE), CHECKING, STARTING OR FINISHING STEP 5 ON EACH.
002623*----------------------------------------------------------------
002624 2100-SCAN-MONTH-RUNS.
002625     MOVE 'N' TO WS-CYC-EOF-SW
002626     MOVE SPACES TO WS-CYC-LOW-KEY
002627     MOVE WS-MONTH-LOW-DATE TO WS-CYC-LOW-KEY(1:8)
002628     MOVE WS-CYC-LOW-KEY TO CYC-RUN-ID
002629     START CYCLECTL KEY NOT < CYC-RUN-ID
002630         INVALID KEY
002631             SET END-OF-CYCLECTL TO TRUE
002632     END-START
002633     IF NOT END-OF-CYCLECTL
002634         PERFORM 2110-READ-CYCLECTL THRU 2110-EXIT
002635         PERFORM 2200-PROCESS-ONE-RUN THRU 2200-EXIT
002636             UNTIL END-OF-CYCLECTL
002637     END-IF.
002638 2100-EXIT.
002639     EXIT.
002640*
002641 2110-READ-CYCLECTL.
002642     READ CYCLECTL NEXT
002643         AT END
002644             SET END-OF-CYCLECTL TO TRUE
002645     END-READ
002646     IF NOT END-OF-CYCLECTL
002647        AND CYC-RUN-DATE > WS-MONTH-HIGH-DATE
002648         SET END-OF-CYCLECTL TO TRUE
002649     END-IF.
002650 2110-EXIT.
002651     EXIT.
002652*
002653 2200-PROCESS-ONE-RUN.
002654     EVALUATE TRUE
002655         WHEN CYCLE-PASS-CHECK
002656             ADD 1 TO WS-CYC-RUN-COUNT
002657             IF CYC-STEP-DONE(1) AND NOT CYC-STEP-DONE(4)
002658                 ADD 1 TO WS-CYC-OPEN-COUNT
002659                 PERFORM 2300-LIST-OPEN-RUN THRU 2300-EXIT
002660             END-IF
002661         WHEN CYCLE-PASS-START
002662             SET CYC-STEP-RUNNING(WS-CYC-STEP) TO TRUE
002663             IF CYC-STEP-DONE(1) AND NOT CYC-STEP-DONE(4)
002664                 MOVE 'Y' TO CYC-STEP-OVRD(WS-CYC-STEP)
002665             ELSE
002666                 MOVE 'N' TO CYC-STEP-OVRD(WS-CYC-STEP)
002667             END-IF
002668             MOVE WS-CYC-START-DATE
002669                 TO CYC-STEP-START-DATE(WS-CYC-STEP)
002670             MOVE WS-CYC-START-TIME
002671                 TO CYC-STEP-START-TIME(WS-CYC-STEP)
002672             MOVE ZERO TO CYC-STEP-END-DATE(WS-CYC-STEP)
002673             MOVE ZERO TO CYC-STEP-END-TIME(WS-CYC-STEP)
002674             MOVE ZERO TO CYC-STEP-RC(WS-CYC-STEP)
002675             REWRITE CYC-REC
002676         WHEN CYCLE-PASS-FINISH
002677             IF WS-CYC-RC < 8
002678                 SET CYC-STEP-DONE(WS-CYC-STEP) TO TRUE
002679             ELSE
002680                 SET CYC-STEP-FAILED(WS-CYC-STEP) TO TRUE
002681             END-IF
002682             MOVE WS-CYC-DATE TO CYC-STEP-END-DATE(WS-CYC-STEP)
002683             MOVE WS-CYC-TIME TO CYC-STEP-END-TIME(WS-CYC-STEP)
002684             MOVE WS-CYC-RC TO CYC-STEP-RC(WS-CYC-STEP)
002685             REWRITE CYC-REC
002686     END-EVALUATE
002687     PERFORM 2110-READ-CYCLECTL THRU 2110-EXIT.
002688 2200-EXIT.
002689     EXIT.
002690*
002691*----------------------------------------------------------------
002692* LIST A RUN STILL IN THE DAILY CYCLE WITH ITS FIRST STEP NOT
002693* COMPLETE, AND LOG IT TO OVRDLOG WHEN THE CLOSE IS OVERRIDDEN.
002694*----------------------------------------------------------------
002695 2300-LIST-OPEN-RUN.
002696     MOVE 2 TO WS-CYC-SUB
002697     PERFORM 2310-NEXT-STEP THRU 2310-EXIT
002698         UNTIL WS-CYC-SUB = 4
002699            OR NOT CYC-STEP-DONE(WS-CYC-SUB)
002700     EVALUATE TRUE
002701         WHEN CYC-STEP-FAILED(WS-CYC-SUB)
002702             MOVE 'FAILED' TO WS-CYC-STATE
002703         WHEN CYC-STEP-RUNNING(WS-CYC-SUB)
002704             MOVE 'RUNNING OR ABENDED' TO WS-CYC-STATE
002705         WHEN OTHER
002706             MOVE 'NOT RUN' TO WS-CYC-STATE
002707     END-EVALUATE
002708     DISPLAY 'TEST011 - RUN ' CYC-RUN-ID
002709             ' NOT THROUGH THE CYCLE - '
002710             WS-CYC-PROG(WS-CYC-SUB) ' ' WS-CYC-STATE
002711     MOVE CYC-RUN-ID TO CLS-CYC-RUNID-ED
002712     MOVE WS-CYC-PROG(WS-CYC-SUB) TO CLS-CYC-PROG-ED
002713     MOVE WS-CYC-STATE TO CLS-CYC-STATE-ED
002714     MOVE CLS-CYCLE-LINE TO CLOSE-REC
002715     WRITE CLOSE-REC
002716     IF OVERRIDE-REQUESTED
002717         MOVE CYC-RUN-ID TO WS-OVRD-RUN-ID
002718         PERFORM 2400-LOG-OVERRIDE THRU 2400-EXIT
002719     END-IF.
002720 2300-EXIT.
002721     EXIT.
002722*
002723 2310-NEXT-STEP.
002724     ADD 1 TO WS-CYC-SUB.
002725 2310-EXIT.
002726     EXIT.
002727*
002728*----------------------------------------------------------------
002729* A CYCLE GATE OVERRIDE IS HONORED BUT NEVER SILENT - EACH RUN
002730* OVERRIDDEN IS APPENDED TO OVRDLOG WITH THE PROGRAM AND GATE.
002731* WITHOUT CYCLECTL THE WHOLE CLOSE MONTH IS LOGGED AS ONE LINE.
002732*----------------------------------------------------------------
002733 2400-LOG-OVERRIDE.
002734     OPEN EXTEND OVRDLOG
002735     IF WS-OVRD-STATUS = '35'
002736         OPEN OUTPUT OVRDLOG
002737     END-IF
002738     MOVE WS-CYC-START-DATE TO OVRD-DATE-ED
002739     MOVE WS-CYC-START-TIME TO OVRD-TIME-ED
002740     MOVE WS-USER-ID TO OVRD-USER-ED
002741     MOVE WS-OVRD-RUN-ID TO OVRD-RUNID-ED
002742     MOVE 'TEST011' TO OVRD-PROG-ED
002743     MOVE 'CYCLE' TO OVRD-GATE-ED
002744     MOVE OVRD-LINE TO OVRD-REC
002745     WRITE OVRD-REC
002746     CLOSE OVRDLOG.
002747 2400-EXIT.
002748     EXIT.
002749*
002750*----------------------------------------------------------------
002751* PASS 1 - RE-ADD EACH DAY'S DETAIL AND CAPTURE ITS SUMMARY
002752* FIGURES. THE MONTHLY ROLLUP SLOT (DAY 00) IS LEFT ALONE.
002753*----------------------------------------------------------------
002754 3000-VERIFY-MONTH.
002755     MOVE 'N' TO WS-EOF-SW
002756     MOVE WS-MONTH-LOW-DATE TO RM-RUN-DATE
002757     MOVE ZERO TO RM-SEQ
002758     START RESMAST KEY NOT < RM-KEY
002759         INVALID KEY
002760             SET END-OF-MONTH-SCAN TO TRUE
002761     END-START
002762     IF NOT END-OF-MONTH-SCAN
002763         PERFORM 3100-READ-MONTH-REC THRU 3100-EXIT
002764         PERFORM 3200-TALLY-ONE-REC THRU 3200-EXIT
002765             UNTIL END-OF-MONTH-SCAN
002766     END-IF.
002767 3000-EXIT.
002768     EXIT.
002769*
002770 3100-READ-MONTH-REC.
002771     READ RESMAST NEXT
002772         AT END
002773             SET END-OF-MONTH-SCAN TO TRUE
002774     END-READ
002775     IF NOT END-OF-MONTH-SCAN
002776        AND RM-RUN-DATE > WS-MONTH-HIGH-DATE
002777         SET END-OF-MONTH-SCAN TO TRUE
002778     END-IF.
002780 3100-EXIT.
002790     EXIT.
002800*
003790         MOVE RESMAST-REC TO ARC-REC
003800         WRITE ARC-REC
003810         ADD 1 TO WS-ARC-REC-COUNT
003812         MOVE RESMAST-REC TO WS-JRN-BEFORE
003814         MOVE SPACES TO WS-JRN-AFTER
003816         MOVE 'D' TO WS-JRN-ACTION
003820         DELETE RESMAST RECORD
003822         PERFORM 9300-JOURNAL-APPEND THRU 9300-EXIT
003830         ADD 1 TO WS-PURGE-COUNT
003840     END-IF.
003850 5100-NEXT.
004230     MOVE SPACES TO RM-RUN-ID
004240     MOVE WS-RUN-DATE TO RM-RUN-ID(1:8)
004250     MOVE SPACES TO RM-SOURCE-SYS
004252     PERFORM 9200-PUT-RESMAST THRU 9200-EXIT.
004300 6000-EXIT.
004310     EXIT.
004320*
004430 9000-TERMINATE.
004440     IF RESMAST-IS-OPEN
004450         CLOSE RESMAST
004452         CLOSE RESMJRNL
004460     END-IF
004470     CLOSE CLOSERPT
004480     DISPLAY 'TEST011 - MONTH ' WS-CLOSE-MONTH
004490             ' DAYS ARCHIVED: ' WS-BAL-DAY-COUNT
004500             ' UNBALANCED: ' WS-OOB-DAY-COUNT
004510             ' RECORDS PURGED: ' WS-PURGE-COUNT
004512     IF RESMAST-IS-OPEN AND NOT CYCLE-STEP-ALLOWED
004514         MOVE 8 TO RETURN-CODE
004516         GO TO 9000-EXIT
004518     END-IF
004520     IF WS-OOB-DAY-COUNT > ZERO
004530         MOVE 4 TO RETURN-CODE
004532         MOVE 4 TO WS-CYC-RC
004534     END-IF
004536     PERFORM 9100-FINISH-CYCLE THRU 9100-EXIT.
004550 9000-EXIT.
004560     EXIT.
004570*
004580*----------------------------------------------------------------
004590* DAILY CYCLE - CLOSE STEP 5 FOR EVERY RUN OF THE MONTH WITH THE
004600* CLOSE'S RETURN CODE.
004610*----------------------------------------------------------------
004620 9100-FINISH-CYCLE.
004630     IF NOT CYCLE-STEP-STARTED
004640         GO TO 9100-EXIT
004650     END-IF
004660     OPEN I-O CYCLECTL
004670     IF WS-CYC-STATUS NOT = '00'
004680         DISPLAY 'TEST011 - CYCLECTL OPEN FAILED - STATUS '
004690                 WS-CYC-STATUS ' - STEP END NOT RECORDED'
004700         GO TO 9100-EXIT
004710     END-IF
004720     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
004730     ACCEPT WS-CYC-TIME FROM TIME
004740     SET CYCLE-PASS-FINISH TO TRUE
004750     PERFORM 2100-SCAN-MONTH-RUNS THRU 2100-EXIT
004760     CLOSE CYCLECTL.
004770 9100-EXIT.
004780     EXIT.
004790*
004800*----------------------------------------------------------------
004810* ADD THE RECORD IN RESMAST-REC, OR REWRITE IT WHEN ITS KEY IS
004820* ALREADY ON THE MASTER, AND JOURNAL THE CHANGE EITHER WAY.
004830*----------------------------------------------------------------
004840 9200-PUT-RESMAST.
004850     MOVE RESMAST-REC TO WS-JRN-AFTER
004860     MOVE SPACES TO WS-JRN-BEFORE
004870     MOVE 'A' TO WS-JRN-ACTION
004880     WRITE RESMAST-REC
004890         INVALID KEY
004900             READ RESMAST
004910                 INVALID KEY
004920                     CONTINUE
004930             END-READ
004940             MOVE RESMAST-REC TO WS-JRN-BEFORE
004950             MOVE WS-JRN-AFTER TO RESMAST-REC
004960             REWRITE RESMAST-REC
004970             MOVE 'R' TO WS-JRN-ACTION
004980     END-WRITE
004990     PERFORM 9300-JOURNAL-APPEND THRU 9300-EXIT.
005000 9200-EXIT.
005010     EXIT.
005020*
005030*----------------------------------------------------------------
005040* RESMAST JOURNAL - ONE LINE PER CHANGE, STAMPED WITH THE TIME IT
005050* WAS MADE, CARRYING THE RECORD AS IT WAS (SPACES FOR AN ADD) AND
005060* AS IT NOW IS (SPACES FOR A DELETE).
005070*----------------------------------------------------------------
005080 9300-JOURNAL-APPEND.
005090     MOVE SPACES TO JRN-REC
005100     ACCEPT JRN-DATE FROM DATE YYYYMMDD
005110     ACCEPT JRN-TIME FROM TIME
005120     MOVE 'TEST011' TO JRN-PROG
005130     MOVE WS-CYC-START-DATE TO JRN-RUN-ID(1:8)
005140     MOVE WS-CYC-START-TIME TO JRN-RUN-ID(9:8)
005150     MOVE WS-JRN-ACTION TO JRN-ACTION
005160     MOVE WS-JRN-BEFORE TO JRN-BEFORE
005170     MOVE WS-JRN-AFTER TO JRN-AFTER
005180     WRITE JRN-REC.
005190 9300-EXIT.
005200     EXIT.
