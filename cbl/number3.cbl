000340*                TO RELFILE SO TEST002 CAN REFUSE TO POST AN
000350*                INTERFACE FILE THAT NEVER GOT A CLEAN RELEASE,
000360*                INSTEAD OF THE REPORT BEING ADVISORY ONLY.
000361* 14/10/2026 CC  RECONCILIATION IS NOW STEP 2 OF THE DAILY CYCLE
000362*                ON CYCLECTL: IT REFUSES (RETURN CODE 8, NO
000363*                RELEASE WRITTEN) A RUN WHOSE TEST001 STEP IS NOT
000364*                COMPLETE, UNLESS PARM 'OVERRIDE' IS GIVEN - AND
000365*                EVERY OVERRIDE IS LOGGED TO OVRDLOG - AND RECORDS
000366*                ITS OWN START, END AND RETURN CODE THERE.
000367* 15/10/2026 CC  PARM 'OVERRIDE' IS NOW HONORED ONLY FOR AN
000368*                OPERATOR GRANTED POSTING OVERRIDE ON THE OPERATOR
000369*                SECURITY FILE OPERSEC; ANYONE ELSE'S OVERRIDE IS
000370*                IGNORED AND LOGGED TO SECVIOL.
000371*----------------------------------------------------------------
000380 ENVIRONMENT         DIVISION.
000390*
000400 CONFIGURATION       SECTION.
000560     SELECT          RELFILE    ASSIGN TO "RELFILE"
000570                                ORGANIZATION IS LINE SEQUENTIAL
000580                                FILE STATUS  IS WS-REL-STATUS.
000581     SELECT          CYCLECTL   ASSIGN TO "CYCLECTL"
000582                                ORGANIZATION IS INDEXED
000583                                ACCESS MODE  IS DYNAMIC
000584                                RECORD KEY   IS CYC-RUN-ID
000585                                FILE STATUS  IS WS-CYC-STATUS.
000586     SELECT          OVRDLOG    ASSIGN TO "OVRDLOG"
000587                                ORGANIZATION IS LINE SEQUENTIAL
000588                                FILE STATUS  IS WS-OVRD-STATUS.
000589     SELECT          OPERSEC    ASSIGN TO "OPERSEC"
000590                                ORGANIZATION IS LINE SEQUENTIAL
000591                                FILE STATUS  IS WS-SEC-STATUS.
000592     SELECT          SECVIOL    ASSIGN TO "SECVIOL"
000593                                ORGANIZATION IS LINE SEQUENTIAL
000594                                FILE STATUS  IS WS-SVIO-STATUS.
000595*
000600 DATA                DIVISION.
000610 FILE                SECTION.
000620 FD  REPFILE.
000930     05 REL-IFC-COUNT         PIC 9(05).
000940     05 FILLER                PIC X(01).
000950     05 REL-RUN-DATE          PIC 9(08).
000951*
000952 FD  CYCLECTL.
000953 01  CYC-REC.
000954     05 CYC-RUN-ID            PIC X(16).
000955     05 CYC-RUN-DATE          PIC 9(08).
000956     05 CYC-STEP              OCCURS 5 TIMES.
000957         10 CYC-STEP-STATUS   PIC X(01).
000958             88 CYC-STEP-OUTSTANDING VALUE SPACE.
000959             88 CYC-STEP-RUNNING  VALUE 'S'.
000960             88 CYC-STEP-DONE     VALUE 'C'.
000961             88 CYC-STEP-FAILED   VALUE 'F'.
000962         10 CYC-STEP-OVRD     PIC X(01).
000963         10 CYC-STEP-START-DATE
000964                              PIC 9(08).
000965         10 CYC-STEP-START-TIME
000966                              PIC 9(08).
000967         10 CYC-STEP-END-DATE PIC 9(08).
000968         10 CYC-STEP-END-TIME PIC 9(08).
000969         10 CYC-STEP-RC       PIC 9(02).
000970     05 FILLER                PIC X(16).
000971*
000972 FD  OVRDLOG.
000973 01  OVRD-REC                 PIC X(80).
000974*
000975 FD  OPERSEC.
000976 01  SEC-REC.
000977     05 SEC-USER-ID           PIC X(20).
000978     05 SEC-FUNCTIONS.
000979         10 SEC-FN            PIC X(01) OCCURS 6 TIMES.
000980     05 SEC-EXPIRY-DATE       PIC 9(08).
000981     05 SEC-LOCKED-SW         PIC X(01).
000982         88 SEC-IS-LOCKED     VALUE 'Y'.
000983     05 SEC-OPER-NAME         PIC X(30).
000984     05 FILLER                PIC X(15).
000985*
000986 FD  SECVIOL.
000987 01  SVIO-REC                 PIC X(100).
000988*
000989 WORKING-STORAGE     SECTION.
000990 77  WS-REL-STATUS            PIC X(02) VALUE SPACES.
000991 77  WS-REP-STATUS            PIC X(02) VALUE SPACES.
001000 77  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
001010 77  WS-IFACE-STATUS          PIC X(02) VALUE SPACES.
001020*
001800 77  WS-REP-RUN-ID            PIC X(16) VALUE SPACES.
001810 77  WS-AUD-LINE-RUNID        PIC X(16) VALUE SPACES.
001820 77  WS-IFC-BAD-ID-COUNT      PIC 9(05) VALUE ZERO.
001821*
001822*----------------------------------------------------------------
001823* DAILY CYCLE CONTROL - ONE CYCLECTL RECORD PER RUN ID CARRIES
001824* THE STATUS OF EACH STEP OF THE CYCLE (1 TEST001, 2 TEST003,
001825* 3 TEST002, 4 TEST009, 5 TEST011): BLANK OUTSTANDING, S STARTED,
001826* C COMPLETE, F FAILED. THIS PROGRAM IS STEP 2 AND WILL NOT
001827* START ON A RUN WHOSE STEP 1 (TEST001) IS NOT COMPLETE UNLESS
001828* THE OPERATOR OVERRIDES ON THE PARM; EVERY OVERRIDE IS LOGGED
001829* TO OVRDLOG.
001830*----------------------------------------------------------------
001831 77  WS-CYC-STATUS            PIC X(02) VALUE SPACES.
001832 77  WS-OVRD-STATUS           PIC X(02) VALUE SPACES.
001833 77  WS-CYC-STEP              PIC 9(01) COMP VALUE 2.
001834 77  WS-CYC-PRIOR-STEP        PIC 9(01) COMP VALUE 1.
001835 77  WS-CYC-OPEN-SW           PIC X(01) VALUE 'N'.
001836     88 CYCLECTL-IS-OPEN      VALUE 'Y'.
001837 77  WS-CYC-FOUND-SW          PIC X(01) VALUE 'N'.
001838     88 CYCLE-RUN-FOUND       VALUE 'Y'.
001839 77  WS-CYC-GATE-SW           PIC X(01) VALUE 'N'.
001840     88 CYCLE-STEP-ALLOWED    VALUE 'Y'.
001841 77  WS-CYC-OVRD-SW           PIC X(01) VALUE 'N'.
001842     88 CYCLE-GATE-OVERRIDDEN VALUE 'Y'.
001843 77  WS-CYC-STARTED-SW        PIC X(01) VALUE 'N'.
001844     88 CYCLE-STEP-STARTED    VALUE 'Y'.
001845 77  WS-CYC-DATE              PIC 9(08) VALUE ZERO.
001846 77  WS-CYC-TIME              PIC 9(08) VALUE ZERO.
001847 77  WS-CYC-RC                PIC 9(02) VALUE ZERO.
001848 77  WS-CYC-STATE             PIC X(20) VALUE SPACES.
001849 77  WS-CYC-RUN-ID            PIC X(16) VALUE SPACES.
001850 01  WS-PARM                  PIC X(20) VALUE SPACES.
001851     88 OVERRIDE-REQUESTED    VALUE 'OVERRIDE            '.
001852 77  WS-USER-ID               PIC X(20) VALUE SPACES.
001853*
001854*----------------------------------------------------------------
001855* OPERATOR SECURITY - OPERSEC GRANTS EACH OPERATOR FUNCTIONS BY
001856* POSITION (1 PARAMETER MAINTENANCE, 2 REJECT CORRECTION,
001857* 3 POSTING OVERRIDE, 4 MONTH-END CLOSE, 5 ADJUSTMENT POSTING,
001858* 6 HOUSEKEEPING), WITH AN EXPIRY DATE AND A LOCKED FLAG. EVERY
001859* REFUSAL IS APPENDED TO SECVIOL.
001860*----------------------------------------------------------------
001861 77  WS-SEC-STATUS            PIC X(02) VALUE SPACES.
001862 77  WS-SVIO-STATUS           PIC X(02) VALUE SPACES.
001863 77  WS-SEC-EOF-SW            PIC X(01) VALUE 'N'.
001864     88 END-OF-OPERSEC        VALUE 'Y'.
001865 77  WS-AUTH-SW               PIC X(01) VALUE 'N'.
001866     88 USER-IS-AUTHORIZED    VALUE 'Y'.
001867 77  WS-SEC-FUNC              PIC 9(01) COMP VALUE 1.
001868 77  WS-SEC-REASON            PIC X(16) VALUE SPACES.
001869 77  WS-SEC-DATE              PIC 9(08) VALUE ZERO.
001870 77  WS-SEC-TIME              PIC 9(08) VALUE ZERO.
001871 01  WS-SEC-FUNC-NAMES.
001872     05 FILLER                PIC X(20)
001873      VALUE 'PARAMETER MAINT'.
001874     05 FILLER                PIC X(20)
001875      VALUE 'REJECT CORRECTION'.
001876     05 FILLER                PIC X(20)
001877      VALUE 'POSTING OVERRIDE'.
001878     05 FILLER                PIC X(20)
001879      VALUE 'MONTH-END CLOSE'.
001880     05 FILLER                PIC X(20)
001881      VALUE 'ADJUSTMENT POSTING'.
001882     05 FILLER                PIC X(20)
001883      VALUE 'HOUSEKEEPING'.
001884 01  WS-SEC-FUNC-TABLE REDEFINES WS-SEC-FUNC-NAMES.
001885     05 WS-SEC-FUNC-NAME      PIC X(20) OCCURS 6 TIMES.
001886 01  SVIO-LINE.
001887     05 SVIO-DATE-ED          PIC 9(08).
001888     05 FILLER                PIC X(01) VALUE SPACE.
001889     05 SVIO-TIME-ED          PIC 9(08).
001890     05 FILLER                PIC X(01) VALUE SPACE.
001891     05 SVIO-PROG-ED          PIC X(07).
001892     05 FILLER                PIC X(01) VALUE SPACE.
001893     05 SVIO-USER-ED          PIC X(20).
001894     05 FILLER                PIC X(01) VALUE SPACE.
001895     05 SVIO-FUNC-ED          PIC X(20).
001896     05 FILLER                PIC X(01) VALUE SPACE.
001897     05 SVIO-REASON-ED        PIC X(16).
001898*
001899 01  OVRD-LINE.
001900     05 OVRD-DATE-ED          PIC 9(08).
001901     05 FILLER                PIC X(01) VALUE SPACE.
001902     05 OVRD-TIME-ED          PIC 9(08).
001903     05 FILLER                PIC X(01) VALUE SPACE.
001904     05 OVRD-USER-ED          PIC X(20).
001905     05 FILLER                PIC X(10) VALUE ' OVERRIDE '.
001906     05 OVRD-RUNID-ED         PIC X(16).
001907     05 FILLER                PIC X(01) VALUE SPACE.
001908     05 OVRD-PROG-ED          PIC X(07).
001909     05 FILLER                PIC X(01) VALUE SPACE.
001910     05 OVRD-GATE-ED          PIC X(07).
001911*
001912*----------------------------------------------------------------
001913* BALANCING REPORT LINE LAYOUTS.
001914*----------------------------------------------------------------
001915 01  RCN-HEADER-LINE.
001916     05 FILLER                PIC X(34)
001917              VALUE 'TEST003 - RECONCILIATION REPORT   '.
001918     05 FILLER                PIC X(10) VALUE 'RUN DATE: '.
001919     05 RCN-HDR-DATE-ED       PIC 9(08).
001920*
001930 01  RCN-COLUMN-HDR-LINE.
001940     05 FILLER                PIC X(36)
002080 01  RCN-OOB-LINE.
002090     05 FILLER                PIC X(44)
002100      VALUE '*** OUT OF BALANCE *** DO NOT SHIP IFACEFILE'.
002102*
002104 01  RCN-REFUSED-LINE.
002106     05 FILLER                PIC X(46)
002108      VALUE '*** TEST001 STEP NOT COMPLETE *** NOT RELEASED'.
002110*
002120*
002130*
002140 PROCEDURE           DIVISION.
002150 0000-MAINLINE.
002152     ACCEPT WS-PARM FROM COMMAND-LINE.
002160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002170     PERFORM 2000-SCAN-REPFILE THRU 2000-EXIT.
002172     MOVE WS-REP-RUN-ID TO WS-CYC-RUN-ID.
002174     PERFORM 1500-CHECK-CYCLE THRU 1500-EXIT.
002176     IF CYCLE-STEP-ALLOWED
002178         PERFORM 3000-SCAN-AUDITLOG THRU 3000-EXIT
002180         PERFORM 4000-SCAN-IFACEFILE THRU 4000-EXIT
002182         PERFORM 5000-BALANCE-AND-REPORT THRU 5000-EXIT
002184         PERFORM 6000-WRITE-RELEASE THRU 6000-EXIT
002186     ELSE
002188         MOVE RCN-REFUSED-LINE TO RECON-REC
002190         WRITE RECON-REC
002192     END-IF.
002220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002230     STOP RUN.
002240*
002250 1000-INITIALIZE.
002251     DISPLAY 'USER' UPON ENVIRONMENT-NAME
002252     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
002253     IF WS-USER-ID = SPACES
002254         MOVE 'UNKNOWN' TO WS-USER-ID
002255     END-IF
002256     IF OVERRIDE-REQUESTED
002257         MOVE 3 TO WS-SEC-FUNC
002258         PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT
002259         IF NOT USER-IS-AUTHORIZED
002260             DISPLAY 'TEST003 - OPERATOR ' WS-USER-ID
002261                     ' NOT AUTHORIZED FOR POSTING OVERRIDE'
002262             DISPLAY 'TEST003 - PARM OVERRIDE IGNORED'
002263             MOVE SPACES TO WS-PARM
002264         END-IF
002265     END-IF
002266     OPEN OUTPUT RECONRPT.
002270 1000-EXIT.
002280     EXIT.
002290*
002291*----------------------------------------------------------------
002292* DAILY CYCLE GATE - THE RUN'S PRIOR STEP (TEST001) MUST BE
002293* COMPLETE ON CYCLECTL. A RUN WITH NO RUN ID, NO CYCLECTL RECORD
002294* OR AN INCOMPLETE PRIOR STEP IS REFUSED UNLESS THE PARM SAYS
002295* OVERRIDE, IN WHICH CASE THE OVERRIDE IS LOGGED AND THE STEP IS
002296* RECORDED AS STARTED UNDER OVERRIDE.
002297*----------------------------------------------------------------
002298 1500-CHECK-CYCLE.
002299     MOVE 'N' TO WS-CYC-GATE-SW
002300     MOVE 'N' TO WS-CYC-FOUND-SW
002301     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
002302     ACCEPT WS-CYC-TIME FROM TIME
002303     IF WS-CYC-RUN-ID = SPACES
002304         MOVE 'NO RUN ID' TO WS-CYC-STATE
002305         GO TO 1500-GATE
002306     END-IF
002307     PERFORM 1510-OPEN-CYCLECTL THRU 1510-EXIT
002308     IF NOT CYCLECTL-IS-OPEN
002309         MOVE 'CYCLECTL UNAVAILABLE' TO WS-CYC-STATE
002310         GO TO 1500-GATE
002311     END-IF
002312     MOVE WS-CYC-RUN-ID TO CYC-RUN-ID
002313     READ CYCLECTL
002314         INVALID KEY
002315             MOVE 'NOT ON CYCLECTL' TO WS-CYC-STATE
002316         NOT INVALID KEY
002317             SET CYCLE-RUN-FOUND TO TRUE
002318     END-READ
002319     IF NOT CYCLE-RUN-FOUND
002320         GO TO 1500-GATE
002321     END-IF
002322     EVALUATE TRUE
002323         WHEN CYC-STEP-DONE(WS-CYC-PRIOR-STEP)
002324             SET CYCLE-STEP-ALLOWED TO TRUE
002325         WHEN CYC-STEP-FAILED(WS-CYC-PRIOR-STEP)
002326             MOVE 'FAILED' TO WS-CYC-STATE
002327         WHEN CYC-STEP-RUNNING(WS-CYC-PRIOR-STEP)
002328             MOVE 'RUNNING OR ABENDED' TO WS-CYC-STATE
002329         WHEN OTHER
002330             MOVE 'NOT RUN' TO WS-CYC-STATE
002331     END-EVALUATE.
002332 1500-GATE.
002333     IF NOT CYCLE-STEP-ALLOWED
002334         DISPLAY 'TEST003 - TEST001 STEP NOT COMPLETE FOR RUN '
002335                 WS-CYC-RUN-ID ' - ' WS-CYC-STATE
002336         IF NOT OVERRIDE-REQUESTED
002337             DISPLAY 'TEST003 - CYCLE STEP REFUSED'
002338             GO TO 1500-CLOSE
002339         END-IF
002340         PERFORM 1520-LOG-OVERRIDE THRU 1520-EXIT
002341         SET CYCLE-GATE-OVERRIDDEN TO TRUE
002342         SET CYCLE-STEP-ALLOWED TO TRUE
002343     END-IF
002344     IF CYCLECTL-IS-OPEN
002345         PERFORM 1530-MARK-STARTED THRU 1530-EXIT
002346     END-IF.
002347 1500-CLOSE.
002348     IF CYCLECTL-IS-OPEN
002349         CLOSE CYCLECTL
002350         MOVE 'N' TO WS-CYC-OPEN-SW
002351     END-IF.
002352 1500-EXIT.
002353     EXIT.
002354*
002355 1510-OPEN-CYCLECTL.
002356     OPEN I-O CYCLECTL
002357     IF WS-CYC-STATUS = '35'
002358         OPEN OUTPUT CYCLECTL
002359         CLOSE CYCLECTL
002360         OPEN I-O CYCLECTL
002361     END-IF
002362     IF WS-CYC-STATUS NOT = '00'
002363         DISPLAY 'TEST003 - CYCLECTL OPEN FAILED - STATUS '
002364                 WS-CYC-STATUS
002365         GO TO 1510-EXIT
002366     END-IF
002367     SET CYCLECTL-IS-OPEN TO TRUE.
002368 1510-EXIT.
002369     EXIT.
002370*
002371*----------------------------------------------------------------
002372* A CYCLE GATE OVERRIDE IS HONORED BUT NEVER SILENT - IT IS
002373* APPENDED TO OVRDLOG WITH THE PROGRAM AND GATE OVERRIDDEN.
002374*----------------------------------------------------------------
002375 1520-LOG-OVERRIDE.
002376     DISPLAY 'TEST003 - CYCLE GATE OVERRIDDEN BY '
002377             WS-USER-ID ' FOR RUN ' WS-CYC-RUN-ID
002378     OPEN EXTEND OVRDLOG
002379     IF WS-OVRD-STATUS = '35'
002380         OPEN OUTPUT OVRDLOG
002381     END-IF
002382     MOVE WS-CYC-DATE TO OVRD-DATE-ED
002383     MOVE WS-CYC-TIME TO OVRD-TIME-ED
002384     MOVE WS-USER-ID TO OVRD-USER-ED
002385     MOVE WS-CYC-RUN-ID TO OVRD-RUNID-ED
002386     MOVE 'TEST003' TO OVRD-PROG-ED
002387     MOVE 'CYCLE' TO OVRD-GATE-ED
002388     MOVE OVRD-LINE TO OVRD-REC
002389     WRITE OVRD-REC
002390     CLOSE OVRDLOG.
002391 1520-EXIT.
002392     EXIT.
002393*
002394*----------------------------------------------------------------
002395* RECORD THIS STEP AS STARTED. A RUN MISSING FROM CYCLECTL (ONLY
002396* POSSIBLE UNDER OVERRIDE) GETS ITS RECORD OPENED HERE.
002397*----------------------------------------------------------------
002398 1530-MARK-STARTED.
002399     IF NOT CYCLE-RUN-FOUND
002400         INITIALIZE CYC-REC
002401         MOVE WS-CYC-RUN-ID TO CYC-RUN-ID
002402         IF WS-CYC-RUN-ID(1:8) NUMERIC
002403             MOVE WS-CYC-RUN-ID(1:8) TO CYC-RUN-DATE
002404         END-IF
002405     END-IF
002406     SET CYC-STEP-RUNNING(WS-CYC-STEP) TO TRUE
002407     IF CYCLE-GATE-OVERRIDDEN
002408         MOVE 'Y' TO CYC-STEP-OVRD(WS-CYC-STEP)
002409     ELSE
002410         MOVE 'N' TO CYC-STEP-OVRD(WS-CYC-STEP)
002411     END-IF
002412     MOVE WS-CYC-DATE TO CYC-STEP-START-DATE(WS-CYC-STEP)
002413     MOVE WS-CYC-TIME TO CYC-STEP-START-TIME(WS-CYC-STEP)
002414     MOVE ZERO TO CYC-STEP-END-DATE(WS-CYC-STEP)
002415     MOVE ZERO TO CYC-STEP-END-TIME(WS-CYC-STEP)
002416     MOVE ZERO TO CYC-STEP-RC(WS-CYC-STEP)
002417     IF CYCLE-RUN-FOUND
002418         REWRITE CYC-REC
002419     ELSE
002420         WRITE CYC-REC
002421             INVALID KEY
002422                 REWRITE CYC-REC
002423         END-WRITE
002424     END-IF
002425     SET CYCLE-STEP-STARTED TO TRUE.
002426 1530-EXIT.
002427     EXIT.
002428*
002429*----------------------------------------------------------------
002430* OPERATOR SECURITY - THE OPERATOR MUST BE ON OPERSEC, NOT LOCKED,
002431* NOT PAST THE EXPIRY DATE (ZERO = NONE) AND GRANTED THE FUNCTION
002432* IN WS-SEC-FUNC. NO OPERSEC FILE MEANS NOBODY IS AUTHORIZED.
002433* EVERY REFUSAL IS LOGGED TO SECVIOL.
002434*----------------------------------------------------------------
002435 1700-CHECK-AUTHORITY.
002436     MOVE 'N' TO WS-AUTH-SW
002437     MOVE 'N' TO WS-SEC-EOF-SW
002438     MOVE 'NOT ON FILE' TO WS-SEC-REASON
002439     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD
002440     OPEN INPUT OPERSEC
002441     IF WS-SEC-STATUS NOT = '00'
002442         MOVE 'NO OPERSEC FILE' TO WS-SEC-REASON
002443         PERFORM 1730-LOG-VIOLATION THRU 1730-EXIT
002444         GO TO 1700-EXIT
002445     END-IF
002446     PERFORM 1710-READ-OPERSEC THRU 1710-EXIT
002447     PERFORM 1720-MATCH-OPERSEC THRU 1720-EXIT
002448         UNTIL END-OF-OPERSEC
002449     CLOSE OPERSEC
002450     IF NOT USER-IS-AUTHORIZED
002451         PERFORM 1730-LOG-VIOLATION THRU 1730-EXIT
002452     END-IF.
002453 1700-EXIT.
002454     EXIT.
002455*
002456 1710-READ-OPERSEC.
002457     READ OPERSEC
002458         AT END
002459             SET END-OF-OPERSEC TO TRUE
002460     END-READ.
002461 1710-EXIT.
002462     EXIT.
002463*
002464 1720-MATCH-OPERSEC.
002465     IF SEC-USER-ID NOT = WS-USER-ID
002466         PERFORM 1710-READ-OPERSEC THRU 1710-EXIT
002467         GO TO 1720-EXIT
002468     END-IF
002469     SET END-OF-OPERSEC TO TRUE
002470     EVALUATE TRUE
002471         WHEN SEC-IS-LOCKED
002472             MOVE 'LOCKED' TO WS-SEC-REASON
002473         WHEN SEC-EXPIRY-DATE NOT NUMERIC
002474             MOVE 'EXPIRED' TO WS-SEC-REASON
002475         WHEN SEC-EXPIRY-DATE NOT = ZERO
002476          AND SEC-EXPIRY-DATE < WS-SEC-DATE
002477             MOVE 'EXPIRED' TO WS-SEC-REASON
002478         WHEN SEC-FN(WS-SEC-FUNC) NOT = 'Y'
002479             MOVE 'NOT GRANTED' TO WS-SEC-REASON
002480         WHEN OTHER
002481             MOVE SPACES TO WS-SEC-REASON
002482             SET USER-IS-AUTHORIZED TO TRUE
002483     END-EVALUATE.
002484 1720-EXIT.
002485     EXIT.
002486*
002487 1730-LOG-VIOLATION.
002488     ACCEPT WS-SEC-TIME FROM TIME
002489     DISPLAY 'TEST003 - SECURITY VIOLATION LOGGED - '
002490             WS-SEC-FUNC-NAME(WS-SEC-FUNC) ' ' WS-SEC-REASON
002491     OPEN EXTEND SECVIOL
002492     IF WS-SVIO-STATUS = '35'
002493         OPEN OUTPUT SECVIOL
002494     END-IF
002495     MOVE WS-SEC-DATE TO SVIO-DATE-ED
002496     MOVE WS-SEC-TIME TO SVIO-TIME-ED
002497     MOVE 'TEST003' TO SVIO-PROG-ED
002498     MOVE WS-USER-ID TO SVIO-USER-ED
002499     MOVE WS-SEC-FUNC-NAME(WS-SEC-FUNC) TO SVIO-FUNC-ED
002500     MOVE WS-SEC-REASON TO SVIO-REASON-ED
002501     MOVE SVIO-LINE TO SVIO-REC
002502     WRITE SVIO-REC
002503     CLOSE SECVIOL.
002504 1730-EXIT.
002505     EXIT.
002506*
002507*----------------------------------------------------------------
002508* PASS 1 - REPFILE. PICK UP THE RUN DATE FROM THE HEADER AND
002509* DE-EDIT THE RECORD COUNT / GRAND TOTAL TRAILER FIGURES.
002510*----------------------------------------------------------------
002511 2000-SCAN-REPFILE.
002512     MOVE 'N' TO WS-EOF-SW
002513     OPEN INPUT REPFILE
002514     IF WS-REP-STATUS = '35'
002515         DISPLAY 'TEST003 - REPFILE NOT FOUND'
002516         SET RUN-OUT-OF-BALANCE TO TRUE
002517         GO TO 2000-EXIT
002518     END-IF
002519     PERFORM 2100-READ-REP-LINE THRU 2100-EXIT
002520     PERFORM 2200-EXAMINE-REP-LINE THRU 2200-EXIT
002521         UNTIL END-OF-FILE-SW
002522     CLOSE REPFILE.
002523 2000-EXIT.
002524     EXIT.
002525*
002526 2100-READ-REP-LINE.
002527     READ REPFILE INTO WS-REP-LINE
002528         AT END
002529             SET END-OF-FILE-SW TO TRUE
002530     END-READ.
002540 2100-EXIT.
002550     EXIT.
004430*
004440 9000-TERMINATE.
004450     CLOSE RECONRPT
004452     IF RUN-OUT-OF-BALANCE OR NOT CYCLE-STEP-ALLOWED
004470         MOVE 8 TO RETURN-CODE
004472         MOVE 8 TO WS-CYC-RC
004474     END-IF
004476     PERFORM 9100-FINISH-CYCLE THRU 9100-EXIT.
004490 9000-EXIT.
004500     EXIT.
004510*
004520*----------------------------------------------------------------
004530* DAILY CYCLE - CLOSE THIS STEP ON CYCLECTL WITH THE RETURN CODE:
004540* BELOW 8 IS COMPLETE, 8 OR ABOVE IS FAILED.
004550*----------------------------------------------------------------
004560 9100-FINISH-CYCLE.
004570     IF NOT CYCLE-STEP-STARTED
004580         GO TO 9100-EXIT
004590     END-IF
004600     OPEN I-O CYCLECTL
004610     IF WS-CYC-STATUS NOT = '00'
004620         DISPLAY 'TEST003 - CYCLECTL OPEN FAILED - STATUS '
004630                 WS-CYC-STATUS ' - STEP END NOT RECORDED'
004640         GO TO 9100-EXIT
004650     END-IF
004660     MOVE WS-CYC-RUN-ID TO CYC-RUN-ID
004670     READ CYCLECTL
004680         INVALID KEY
004690             CLOSE CYCLECTL
004700             GO TO 9100-EXIT
004710     END-READ
004720     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
004730     ACCEPT WS-CYC-TIME FROM TIME
004740     IF WS-CYC-RC < 8
004750         SET CYC-STEP-DONE(WS-CYC-STEP) TO TRUE
004760     ELSE
004770         SET CYC-STEP-FAILED(WS-CYC-STEP) TO TRUE
004780     END-IF
004790     MOVE WS-CYC-DATE TO CYC-STEP-END-DATE(WS-CYC-STEP)
004800     MOVE WS-CYC-TIME TO CYC-STEP-END-TIME(WS-CYC-STEP)
004810     MOVE WS-CYC-RC TO CYC-STEP-RC(WS-CYC-STEP)
004820     REWRITE CYC-REC
004830     CLOSE CYCLECTL.
004840 9100-EXIT.
004850     EXIT.
