000390*                8. PARM 'OVERRIDE' POSTS ANYWAY FOR THE RARE
000400*                DAY WE MUST, AND EVERY OVERRIDE IS LOGGED TO
000410*                OVRDLOG (DATE, TIME, OPERATOR, RUN ID).
000411* 14/10/2026 CC  POSTING IS NOW STEP 3 OF THE DAILY CYCLE ON
000412*                CYCLECTL: A RUN WHOSE TEST003 STEP IS NOT
000413*                COMPLETE IS REFUSED WITH RETURN CODE 8 UNLESS
000414*                PARM 'OVERRIDE' IS GIVEN, AND THE POSTING RECORDS
000415*                ITS OWN START, END AND RETURN CODE THERE.
000416*                OVRDLOG LINES NOW ALSO NAME THE PROGRAM AND THE
000417*                GATE OVERRIDDEN (RELEASE OR CYCLE).
000418* 15/10/2026 CC  EVERY RECORD ADDED OR REWRITTEN ON RESMAST IS NOW
000419*                JOURNALED TO RESMJRNL (BEFORE AND AFTER IMAGES,
000420*                PROGRAM, RUN ID, TIME) FOR FORWARD RECOVERY BY
000421*                TEST017. NOTHING IS POSTED WHEN THE JOURNAL
000422*                CANNOT BE OPENED.
000423* 15/10/2026 CC  PARM 'OVERRIDE' IS NOW HONORED ONLY FOR AN
000424*                OPERATOR GRANTED POSTING OVERRIDE ON THE OPERATOR
000425*                SECURITY FILE OPERSEC; ANYONE ELSE'S OVERRIDE IS
000426*                IGNORED AND LOGGED TO SECVIOL.
000427* 15/10/2026 CC  THE DAILY CYCLE STEP IS NOW FINISHED WITH THE
000428*                RUN'S ACTUAL RETURN CODE, SO A FAILED RUN IS
000429*                RECORDED AS FAILED RATHER THAN COMPLETE.
000430*----------------------------------------------------------------
000431 ENVIRONMENT         DIVISION.
000440*
000450 CONFIGURATION       SECTION.
000460 SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
000610     SELECT          OVRDLOG    ASSIGN TO "OVRDLOG"
000620                                ORGANIZATION IS LINE SEQUENTIAL
000630                                FILE STATUS  IS WS-OVRD-STATUS.
000631     SELECT          CYCLECTL   ASSIGN TO "CYCLECTL"
000632                                ORGANIZATION IS INDEXED
000633                                ACCESS MODE  IS DYNAMIC
000634                                RECORD KEY   IS CYC-RUN-ID
000635                                FILE STATUS  IS WS-CYC-STATUS.
000636     SELECT          RESMJRNL   ASSIGN TO "RESMJRNL"
000637                                ORGANIZATION IS LINE SEQUENTIAL
000638                                FILE STATUS  IS WS-JRN-STATUS.
000639     SELECT          OPERSEC    ASSIGN TO "OPERSEC"
000640                                ORGANIZATION IS LINE SEQUENTIAL
000641                                FILE STATUS  IS WS-SEC-STATUS.
000642     SELECT          SECVIOL    ASSIGN TO "SECVIOL"
000643                                ORGANIZATION IS LINE SEQUENTIAL
000644                                FILE STATUS  IS WS-SVIO-STATUS.
000645*
000650 DATA                DIVISION.
000660 FILE                SECTION.
000670 FD  IFACEFILE.
001130*
001140 FD  OVRDLOG.
001150 01  OVRD-REC                 PIC X(80).
001151*
001152 FD  RESMJRNL.
001153 01  JRN-REC.
001154     05 JRN-DATE              PIC 9(08).
001155     05 JRN-TIME              PIC 9(08).
001156     05 JRN-PROG              PIC X(07).
001157     05 JRN-RUN-ID            PIC X(16).
001158     05 JRN-ACTION            PIC X(01).
001159         88 JRN-IS-ADD        VALUE 'A'.
001160         88 JRN-IS-REWRITE    VALUE 'R'.
001161         88 JRN-IS-DELETE     VALUE 'D'.
001162     05 JRN-BEFORE            PIC X(84).
001163     05 JRN-AFTER             PIC X(84).
001164*
001165 FD  CYCLECTL.
001166 01  CYC-REC.
001167     05 CYC-RUN-ID            PIC X(16).
001168     05 CYC-RUN-DATE          PIC 9(08).
001169     05 CYC-STEP              OCCURS 5 TIMES.
001170         10 CYC-STEP-STATUS   PIC X(01).
001171             88 CYC-STEP-OUTSTANDING VALUE SPACE.
001172             88 CYC-STEP-RUNNING  VALUE 'S'.
001173             88 CYC-STEP-DONE     VALUE 'C'.
001174             88 CYC-STEP-FAILED   VALUE 'F'.
001175         10 CYC-STEP-OVRD     PIC X(01).
001176         10 CYC-STEP-START-DATE
001177                              PIC 9(08).
001178         10 CYC-STEP-START-TIME
001179                              PIC 9(08).
001180         10 CYC-STEP-END-DATE PIC 9(08).
001181         10 CYC-STEP-END-TIME PIC 9(08).
001182         10 CYC-STEP-RC       PIC 9(02).
001183     05 FILLER                PIC X(16).
001184*
001185 FD  OPERSEC.
001186 01  SEC-REC.
001187     05 SEC-USER-ID           PIC X(20).
001188     05 SEC-FUNCTIONS.
001189         10 SEC-FN            PIC X(01) OCCURS 6 TIMES.
001190     05 SEC-EXPIRY-DATE       PIC 9(08).
001191     05 SEC-LOCKED-SW         PIC X(01).
001192         88 SEC-IS-LOCKED     VALUE 'Y'.
001193     05 SEC-OPER-NAME         PIC X(30).
001194     05 FILLER                PIC X(15).
001195*
001196 FD  SECVIOL.
001197 01  SVIO-REC                 PIC X(100).
001198*
001199 WORKING-STORAGE     SECTION.
001200 77  WS-IFACE-STATUS          PIC X(02) VALUE SPACES.
001201 77  WS-RESM-STATUS           PIC X(02) VALUE SPACES.
001202*
001210 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
001220     88 END-OF-IFACEFILE      VALUE 'Y'.
001230*
001520     88 OVERRIDE-REQUESTED    VALUE 'OVERRIDE            '.
001530 77  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
001540 77  WS-USER-ID               PIC X(20) VALUE SPACES.
001541*
001542*----------------------------------------------------------------
001543* OPERATOR SECURITY - OPERSEC GRANTS EACH OPERATOR FUNCTIONS BY
001544* POSITION (1 PARAMETER MAINTENANCE, 2 REJECT CORRECTION,
001545* 3 POSTING OVERRIDE, 4 MONTH-END CLOSE, 5 ADJUSTMENT POSTING,
001546* 6 HOUSEKEEPING), WITH AN EXPIRY DATE AND A LOCKED FLAG. EVERY
001547* REFUSAL IS APPENDED TO SECVIOL.
001548*----------------------------------------------------------------
001549 77  WS-SEC-STATUS            PIC X(02) VALUE SPACES.
001550 77  WS-SVIO-STATUS           PIC X(02) VALUE SPACES.
001551 77  WS-SEC-EOF-SW            PIC X(01) VALUE 'N'.
001552     88 END-OF-OPERSEC        VALUE 'Y'.
001553 77  WS-AUTH-SW               PIC X(01) VALUE 'N'.
001554     88 USER-IS-AUTHORIZED    VALUE 'Y'.
001555 77  WS-SEC-FUNC              PIC 9(01) COMP VALUE 1.
001556 77  WS-SEC-REASON            PIC X(16) VALUE SPACES.
001557 77  WS-SEC-DATE              PIC 9(08) VALUE ZERO.
001558 77  WS-SEC-TIME              PIC 9(08) VALUE ZERO.
001559 01  WS-SEC-FUNC-NAMES.
001560     05 FILLER                PIC X(20)
001561      VALUE 'PARAMETER MAINT'.
001562     05 FILLER                PIC X(20)
001563      VALUE 'REJECT CORRECTION'.
001564     05 FILLER                PIC X(20)
001565      VALUE 'POSTING OVERRIDE'.
001566     05 FILLER                PIC X(20)
001567      VALUE 'MONTH-END CLOSE'.
001568     05 FILLER                PIC X(20)
001569      VALUE 'ADJUSTMENT POSTING'.
001570     05 FILLER                PIC X(20)
001571      VALUE 'HOUSEKEEPING'.
001572 01  WS-SEC-FUNC-TABLE REDEFINES WS-SEC-FUNC-NAMES.
001573     05 WS-SEC-FUNC-NAME      PIC X(20) OCCURS 6 TIMES.
001574 01  SVIO-LINE.
001575     05 SVIO-DATE-ED          PIC 9(08).
001576     05 FILLER                PIC X(01) VALUE SPACE.
001577     05 SVIO-TIME-ED          PIC 9(08).
001578     05 FILLER                PIC X(01) VALUE SPACE.
001579     05 SVIO-PROG-ED          PIC X(07).
001580     05 FILLER                PIC X(01) VALUE SPACE.
001581     05 SVIO-USER-ED          PIC X(20).
001582     05 FILLER                PIC X(01) VALUE SPACE.
001583     05 SVIO-FUNC-ED          PIC X(20).
001584     05 FILLER                PIC X(01) VALUE SPACE.
001585     05 SVIO-REASON-ED        PIC X(16).
001586*
001587*----------------------------------------------------------------
001588* DAILY CYCLE CONTROL - ONE CYCLECTL RECORD PER RUN ID CARRIES
001589* THE STATUS OF EACH STEP OF THE CYCLE (1 TEST001, 2 TEST003,
001590* 3 TEST002, 4 TEST009, 5 TEST011): BLANK OUTSTANDING, S STARTED,
001591* C COMPLETE, F FAILED. THIS PROGRAM IS STEP 3 AND WILL NOT
001592* START ON A RUN WHOSE STEP 2 (TEST003) IS NOT COMPLETE UNLESS
001593* THE OPERATOR OVERRIDES ON THE PARM; EVERY OVERRIDE IS LOGGED
001594* TO OVRDLOG.
001595*----------------------------------------------------------------
001596 77  WS-CYC-STATUS            PIC X(02) VALUE SPACES.
001597 77  WS-CYC-STEP              PIC 9(01) COMP VALUE 3.
001598 77  WS-CYC-PRIOR-STEP        PIC 9(01) COMP VALUE 2.
001599 77  WS-CYC-OPEN-SW           PIC X(01) VALUE 'N'.
001600     88 CYCLECTL-IS-OPEN      VALUE 'Y'.
001601 77  WS-CYC-FOUND-SW          PIC X(01) VALUE 'N'.
001602     88 CYCLE-RUN-FOUND       VALUE 'Y'.
001603 77  WS-CYC-GATE-SW           PIC X(01) VALUE 'N'.
001604     88 CYCLE-STEP-ALLOWED    VALUE 'Y'.
001605 77  WS-CYC-OVRD-SW           PIC X(01) VALUE 'N'.
001606     88 CYCLE-GATE-OVERRIDDEN VALUE 'Y'.
001607 77  WS-CYC-STARTED-SW        PIC X(01) VALUE 'N'.
001608     88 CYCLE-STEP-STARTED    VALUE 'Y'.
001609 77  WS-CYC-DATE              PIC 9(08) VALUE ZERO.
001610 77  WS-CYC-TIME              PIC 9(08) VALUE ZERO.
001611 77  WS-CYC-RC                PIC 9(02) VALUE ZERO.
001612 77  WS-CYC-STATE             PIC X(20) VALUE SPACES.
001613 77  WS-CYC-RUN-ID            PIC X(16) VALUE SPACES.
001614*
001615*----------------------------------------------------------------
001616* RESMAST JOURNAL - EVERY ADD, REWRITE AND DELETE AGAINST RESMAST
001617* IS APPENDED TO RESMJRNL WITH THE RECORD'S BEFORE AND AFTER
001618* IMAGES, THE PROGRAM, THE RUN ID AND THE TIME, SO A MASTER
001619* RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY TEST017.
001620*----------------------------------------------------------------
001621 77  WS-JRN-STATUS            PIC X(02) VALUE SPACES.
001622 77  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
001623     88 RESMJRNL-IS-OPEN      VALUE 'Y'.
001624 77  WS-JRN-ACTION            PIC X(01) VALUE SPACE.
001625 77  WS-JRN-BEFORE            PIC X(84) VALUE SPACES.
001626 77  WS-JRN-AFTER             PIC X(84) VALUE SPACES.
001627*
001628 01  OVRD-LINE.
001629     05 OVRD-DATE-ED          PIC 9(08).
001630     05 FILLER                PIC X(01) VALUE SPACE.
001631     05 OVRD-TIME-ED          PIC 9(08).
001632     05 FILLER                PIC X(01) VALUE SPACE.
001633     05 OVRD-USER-ED          PIC X(20).
001634     05 FILLER                PIC X(10) VALUE ' OVERRIDE '.
001635     05 OVRD-RUNID-ED         PIC X(16).
001636     05 FILLER                PIC X(01) VALUE SPACE.
001637     05 OVRD-PROG-ED          PIC X(07).
001638     05 FILLER                PIC X(01) VALUE SPACE.
001639     05 OVRD-GATE-ED          PIC X(07).
001640*
001650*
001660*
001850                     ' - POSTING REFUSED'
001860                 MOVE 8 TO RETURN-CODE
001870             WHEN OTHER
001872                 MOVE WS-CUR-RUN-ID TO WS-CYC-RUN-ID
001874                 PERFORM 1500-CHECK-CYCLE THRU 1500-EXIT
001876                 IF CYCLE-STEP-ALLOWED
001878                     IF NOT RUN-IS-RELEASED
001880                         PERFORM 1400-LOG-OVERRIDE THRU 1400-EXIT
001882                     END-IF
001884                     PERFORM 3000-POST-IFACE-REC THRU 3000-EXIT
001886                         UNTIL END-OF-IFACEFILE
001888                     PERFORM 4000-WRITE-SUMMARY THRU 4000-EXIT
001890                 ELSE
001892                     MOVE 8 TO RETURN-CODE
001900                 END-IF
001940         END-EVALUATE
001950     END-IF.
001960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030     IF WS-USER-ID = SPACES
002040         MOVE 'UNKNOWN' TO WS-USER-ID
002050     END-IF
002051     IF OVERRIDE-REQUESTED
002052         MOVE 3 TO WS-SEC-FUNC
002053         PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT
002054         IF NOT USER-IS-AUTHORIZED
002055             DISPLAY 'TEST002 - OPERATOR ' WS-USER-ID
002056                     ' NOT AUTHORIZED FOR POSTING OVERRIDE'
002057             DISPLAY 'TEST002 - PARM OVERRIDE IGNORED'
002058             MOVE SPACES TO WS-PARM
002059         END-IF
002060     END-IF
002061     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002070     OPEN INPUT IFACEFILE
002080     IF WS-IFACE-STATUS = '35'
002090         DISPLAY 'TEST002 - IFACEFILE NOT FOUND - NOTHING '
002230         SET END-OF-IFACEFILE TO TRUE
002240         GO TO 1000-EXIT
002250     END-IF
002251     SET RESMAST-IS-OPEN TO TRUE
002252     OPEN EXTEND RESMJRNL
002253     IF WS-JRN-STATUS = '35'
002254         OPEN OUTPUT RESMJRNL
002255     END-IF
002256     IF WS-JRN-STATUS NOT = '00'
002257         DISPLAY 'TEST002 - RESMJRNL OPEN FAILED - STATUS '
002258                 WS-JRN-STATUS ' - RESMAST NOT UPDATED'
002259         MOVE 8 TO RETURN-CODE
002260         SET END-OF-IFACEFILE TO TRUE
002261         GO TO 1000-EXIT
002262     END-IF
002263     SET RESMJRNL-IS-OPEN TO TRUE.
002270 1000-EXIT.
002280     EXIT.
002290*
003260     MOVE WS-RUN-TIME TO OVRD-TIME-ED
003270     MOVE WS-USER-ID TO OVRD-USER-ED
003280     MOVE WS-CUR-RUN-ID TO OVRD-RUNID-ED
003282     MOVE 'TEST002' TO OVRD-PROG-ED
003284     MOVE 'RELEASE' TO OVRD-GATE-ED
003290     MOVE OVRD-LINE TO OVRD-REC
003300     WRITE OVRD-REC
003310     CLOSE OVRDLOG.
003320 1400-EXIT.
003330     EXIT.
003331*
003332*----------------------------------------------------------------
003333* DAILY CYCLE GATE - THE RUN'S PRIOR STEP (TEST003) MUST BE
003334* COMPLETE ON CYCLECTL. A RUN WITH NO RUN ID, NO CYCLECTL RECORD
003335* OR AN INCOMPLETE PRIOR STEP IS REFUSED UNLESS THE PARM SAYS
003336* OVERRIDE, IN WHICH CASE THE OVERRIDE IS LOGGED AND THE STEP IS
003337* RECORDED AS STARTED UNDER OVERRIDE.
003338*----------------------------------------------------------------
003339 1500-CHECK-CYCLE.
003340     MOVE 'N' TO WS-CYC-GATE-SW
003341     MOVE 'N' TO WS-CYC-FOUND-SW
003342     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
003343     ACCEPT WS-CYC-TIME FROM TIME
003344     IF WS-CYC-RUN-ID = SPACES
003345         MOVE 'NO RUN ID' TO WS-CYC-STATE
003346         GO TO 1500-GATE
003347     END-IF
003348     PERFORM 1510-OPEN-CYCLECTL THRU 1510-EXIT
003349     IF NOT CYCLECTL-IS-OPEN
003350         MOVE 'CYCLECTL UNAVAILABLE' TO WS-CYC-STATE
003351         GO TO 1500-GATE
003352     END-IF
003353     MOVE WS-CYC-RUN-ID TO CYC-RUN-ID
003354     READ CYCLECTL
003355         INVALID KEY
003356             MOVE 'NOT ON CYCLECTL' TO WS-CYC-STATE
003357         NOT INVALID KEY
003358             SET CYCLE-RUN-FOUND TO TRUE
003359     END-READ
003360     IF NOT CYCLE-RUN-FOUND
003361         GO TO 1500-GATE
003362     END-IF
003363     EVALUATE TRUE
003364         WHEN CYC-STEP-DONE(WS-CYC-PRIOR-STEP)
003365             SET CYCLE-STEP-ALLOWED TO TRUE
003366         WHEN CYC-STEP-FAILED(WS-CYC-PRIOR-STEP)
003367             MOVE 'FAILED' TO WS-CYC-STATE
003368         WHEN CYC-STEP-RUNNING(WS-CYC-PRIOR-STEP)
003369             MOVE 'RUNNING OR ABENDED' TO WS-CYC-STATE
003370         WHEN OTHER
003371             MOVE 'NOT RUN' TO WS-CYC-STATE
003372     END-EVALUATE.
003373 1500-GATE.
003374     IF NOT CYCLE-STEP-ALLOWED
003375         DISPLAY 'TEST002 - TEST003 STEP NOT COMPLETE FOR RUN '
003376                 WS-CYC-RUN-ID ' - ' WS-CYC-STATE
003377         IF NOT OVERRIDE-REQUESTED
003378             DISPLAY 'TEST002 - CYCLE STEP REFUSED'
003379             GO TO 1500-CLOSE
003380         END-IF
003381         PERFORM 1520-LOG-OVERRIDE THRU 1520-EXIT
003382         SET CYCLE-GATE-OVERRIDDEN TO TRUE
003383         SET CYCLE-STEP-ALLOWED TO TRUE
003384     END-IF
003385     IF CYCLECTL-IS-OPEN
003386         PERFORM 1530-MARK-STARTED THRU 1530-EXIT
003387     END-IF.
003388 1500-CLOSE.
003389     IF CYCLECTL-IS-OPEN
003390         CLOSE CYCLECTL
003391         MOVE 'N' TO WS-CYC-OPEN-SW
003392     END-IF.
003393 1500-EXIT.
003394     EXIT.
003395*
003396 1510-OPEN-CYCLECTL.
003397     OPEN I-O CYCLECTL
003398     IF WS-CYC-STATUS = '35'
003399         OPEN OUTPUT CYCLECTL
003400         CLOSE CYCLECTL
003401         OPEN I-O CYCLECTL
003402     END-IF
003403     IF WS-CYC-STATUS NOT = '00'
003404         DISPLAY 'TEST002 - CYCLECTL OPEN FAILED - STATUS '
003405                 WS-CYC-STATUS
003406         GO TO 1510-EXIT
003407     END-IF
003408     SET CYCLECTL-IS-OPEN TO TRUE.
003409 1510-EXIT.
003410     EXIT.
003411*
003412*----------------------------------------------------------------
003413* A CYCLE GATE OVERRIDE IS HONORED BUT NEVER SILENT - IT IS
003414* APPENDED TO OVRDLOG WITH THE PROGRAM AND GATE OVERRIDDEN.
003415*----------------------------------------------------------------
003416 1520-LOG-OVERRIDE.
003417     DISPLAY 'TEST002 - CYCLE GATE OVERRIDDEN BY '
003418             WS-USER-ID ' FOR RUN ' WS-CYC-RUN-ID
003419     OPEN EXTEND OVRDLOG
003420     IF WS-OVRD-STATUS = '35'
003421         OPEN OUTPUT OVRDLOG
003422     END-IF
003423     MOVE WS-CYC-DATE TO OVRD-DATE-ED
003424     MOVE WS-CYC-TIME TO OVRD-TIME-ED
003425     MOVE WS-USER-ID TO OVRD-USER-ED
003426     MOVE WS-CYC-RUN-ID TO OVRD-RUNID-ED
003427     MOVE 'TEST002' TO OVRD-PROG-ED
003428     MOVE 'CYCLE' TO OVRD-GATE-ED
003429     MOVE OVRD-LINE TO OVRD-REC
003430     WRITE OVRD-REC
003431     CLOSE OVRDLOG.
003432 1520-EXIT.
003433     EXIT.
003434*
003435*----------------------------------------------------------------
003436* RECORD THIS STEP AS STARTED. A RUN MISSING FROM CYCLECTL (ONLY
003437* POSSIBLE UNDER OVERRIDE) GETS ITS RECORD OPENED HERE.
003438*----------------------------------------------------------------
003439 1530-MARK-STARTED.
003440     IF NOT CYCLE-RUN-FOUND
003441         INITIALIZE CYC-REC
003442         MOVE WS-CYC-RUN-ID TO CYC-RUN-ID
003443         IF WS-CYC-RUN-ID(1:8) NUMERIC
003444             MOVE WS-CYC-RUN-ID(1:8) TO CYC-RUN-DATE
003445         END-IF
003446     END-IF
003447     SET CYC-STEP-RUNNING(WS-CYC-STEP) TO TRUE
003448     IF CYCLE-GATE-OVERRIDDEN
003449         MOVE 'Y' TO CYC-STEP-OVRD(WS-CYC-STEP)
003450     ELSE
003451         MOVE 'N' TO CYC-STEP-OVRD(WS-CYC-STEP)
003452     END-IF
003453     MOVE WS-CYC-DATE TO CYC-STEP-START-DATE(WS-CYC-STEP)
003454     MOVE WS-CYC-TIME TO CYC-STEP-START-TIME(WS-CYC-STEP)
003455     MOVE ZERO TO CYC-STEP-END-DATE(WS-CYC-STEP)
003456     MOVE ZERO TO CYC-STEP-END-TIME(WS-CYC-STEP)
003457     MOVE ZERO TO CYC-STEP-RC(WS-CYC-STEP)
003458     IF CYCLE-RUN-FOUND
003459         REWRITE CYC-REC
003460     ELSE
003461         WRITE CYC-REC
003462             INVALID KEY
003463                 REWRITE CYC-REC
003464         END-WRITE
003465     END-IF
003466     SET CYCLE-STEP-STARTED TO TRUE.
003467 1530-EXIT.
003468     EXIT.
003469*
003470*----------------------------------------------------------------
003471* OPERATOR SECURITY - THE OPERATOR MUST BE ON OPERSEC, NOT LOCKED,
003472* NOT PAST THE EXPIRY DATE (ZERO = NONE) AND GRANTED THE FUNCTION
003473* IN WS-SEC-FUNC. NO OPERSEC FILE MEANS NOBODY IS AUTHORIZED.
003474* EVERY REFUSAL IS LOGGED TO SECVIOL.
003475*----------------------------------------------------------------
003476 1700-CHECK-AUTHORITY.
003477     MOVE 'N' TO WS-AUTH-SW
003478     MOVE 'N' TO WS-SEC-EOF-SW
003479     MOVE 'NOT ON FILE' TO WS-SEC-REASON
003480     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD
003481     OPEN INPUT OPERSEC
003482     IF WS-SEC-STATUS NOT = '00'
003483         MOVE 'NO OPERSEC FILE' TO WS-SEC-REASON
003484         PERFORM 1730-LOG-VIOLATION THRU 1730-EXIT
003485         GO TO 1700-EXIT
003486     END-IF
003487     PERFORM 1710-READ-OPERSEC THRU 1710-EXIT
003488     PERFORM 1720-MATCH-OPERSEC THRU 1720-EXIT
003489         UNTIL END-OF-OPERSEC
003490     CLOSE OPERSEC
003491     IF NOT USER-IS-AUTHORIZED
003492         PERFORM 1730-LOG-VIOLATION THRU 1730-EXIT
003493     END-IF.
003494 1700-EXIT.
003495     EXIT.
003496*
003497 1710-READ-OPERSEC.
003498     READ OPERSEC
003499         AT END
003500             SET END-OF-OPERSEC TO TRUE
003501     END-READ.
003502 1710-EXIT.
003503     EXIT.
003504*
003505 1720-MATCH-OPERSEC.
003506     IF SEC-USER-ID NOT = WS-USER-ID
003507         PERFORM 1710-READ-OPERSEC THRU 1710-EXIT
003508         GO TO 1720-EXIT
003509     END-IF
003510     SET END-OF-OPERSEC TO TRUE
003511     EVALUATE TRUE
003512         WHEN SEC-IS-LOCKED
003513             MOVE 'LOCKED' TO WS-SEC-REASON
003514         WHEN SEC-EXPIRY-DATE NOT NUMERIC
003515             MOVE 'EXPIRED' TO WS-SEC-REASON
003516         WHEN SEC-EXPIRY-DATE NOT = ZERO
003517          AND SEC-EXPIRY-DATE < WS-SEC-DATE
003518             MOVE 'EXPIRED' TO WS-SEC-REASON
003519         WHEN SEC-FN(WS-SEC-FUNC) NOT = 'Y'
003520             MOVE 'NOT GRANTED' TO WS-SEC-REASON
003521         WHEN OTHER
003522             MOVE SPACES TO WS-SEC-REASON
003523             SET USER-IS-AUTHORIZED TO TRUE
003524     END-EVALUATE.
003525 1720-EXIT.
003526     EXIT.
003527*
003528 1730-LOG-VIOLATION.
003529     ACCEPT WS-SEC-TIME FROM TIME
003530     DISPLAY 'TEST002 - SECURITY VIOLATION LOGGED - '
003531             WS-SEC-FUNC-NAME(WS-SEC-FUNC) ' ' WS-SEC-REASON
003532     OPEN EXTEND SECVIOL
003533     IF WS-SVIO-STATUS = '35'
003534         OPEN OUTPUT SECVIOL
003535     END-IF
003536     MOVE WS-SEC-DATE TO SVIO-DATE-ED
003537     MOVE WS-SEC-TIME TO SVIO-TIME-ED
003538     MOVE 'TEST002' TO SVIO-PROG-ED
003539     MOVE WS-USER-ID TO SVIO-USER-ED
003540     MOVE WS-SEC-FUNC-NAME(WS-SEC-FUNC) TO SVIO-FUNC-ED
003541     MOVE WS-SEC-REASON TO SVIO-REASON-ED
003542     MOVE SVIO-LINE TO SVIO-REC
003543     WRITE SVIO-REC
003544     CLOSE SECVIOL.
003545 1730-EXIT.
003546     EXIT.
003547*
003548 2000-READ-IFACE.
003549     READ IFACEFILE
003550         AT END
003551             SET END-OF-IFACEFILE TO TRUE
003552     END-READ.
003553 2000-EXIT.
003554     EXIT.
003555*
003556 3000-POST-IFACE-REC.
003557     ADD 1 TO WS-DAY-COUNT
003558     ADD IFACE-RES TO WS-DAY-TOTAL
003559     MOVE WS-POST-DATE TO RM-RUN-DATE
003560     MOVE WS-DAY-COUNT TO RM-SEQ
003561     MOVE IFACE-REC-TYPE TO RM-REC-TYPE
003562     MOVE IFACE-VAL1 TO RM-VAL1
003563     MOVE IFACE-VAL2 TO RM-VAL2
003564     MOVE IFACE-RES TO RM-RES
003565     MOVE ZERO TO RM-DAY-COUNT
003566     MOVE ZERO TO RM-DAY-TOTAL
003567     MOVE IFACE-WGT1 TO RM-WGT1
003568     MOVE IFACE-WGT2 TO RM-WGT2
003569     MOVE IFACE-RUN-ID TO RM-RUN-ID
003570     MOVE IFACE-SOURCE-SYS TO RM-SOURCE-SYS
003572     PERFORM 9200-PUT-RESMAST THRU 9200-EXIT
003620     ADD 1 TO WS-POSTED-COUNT
003630     PERFORM 2000-READ-IFACE THRU 2000-EXIT.
003640 3000-EXIT.
003800     MOVE SPACES TO RM-WGT2
003810     MOVE WS-CUR-RUN-ID TO RM-RUN-ID
003820     MOVE SPACES TO RM-SOURCE-SYS
003822     PERFORM 9200-PUT-RESMAST THRU 9200-EXIT.
003870 4000-EXIT.
003880     EXIT.
003890*
003940     IF RESMAST-IS-OPEN
003950         CLOSE RESMAST
003960     END-IF
003962     IF RESMJRNL-IS-OPEN
003964         CLOSE RESMJRNL
003966     END-IF
003970     MOVE WS-POSTED-COUNT TO WS-POSTED-ED
003980     DISPLAY 'TEST002 - RECORDS POSTED TO RESMAST: '
003982             WS-POSTED-ED
003983     MOVE RETURN-CODE TO WS-CYC-RC
003984     PERFORM 9100-FINISH-CYCLE THRU 9100-EXIT.
004000 9000-EXIT.
004010     EXIT.
004020*
004030*----------------------------------------------------------------
004040* DAILY CYCLE - CLOSE THIS STEP ON CYCLECTL WITH THE RETURN CODE:
004050* BELOW 8 IS COMPLETE, 8 OR ABOVE IS FAILED.
004060*----------------------------------------------------------------
004070 9100-FINISH-CYCLE.
004080     IF NOT CYCLE-STEP-STARTED
004090         GO TO 9100-EXIT
004100     END-IF
004110     OPEN I-O CYCLECTL
004120     IF WS-CYC-STATUS NOT = '00'
004130         DISPLAY 'TEST002 - CYCLECTL OPEN FAILED - STATUS '
004140                 WS-CYC-STATUS ' - STEP END NOT RECORDED'
004150         GO TO 9100-EXIT
004160     END-IF
004170     MOVE WS-CYC-RUN-ID TO CYC-RUN-ID
004180     READ CYCLECTL
004190         INVALID KEY
004200             CLOSE CYCLECTL
004210             GO TO 9100-EXIT
004220     END-READ
004230     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
004240     ACCEPT WS-CYC-TIME FROM TIME
004250     IF WS-CYC-RC < 8
004260         SET CYC-STEP-DONE(WS-CYC-STEP) TO TRUE
004270     ELSE
004280         SET CYC-STEP-FAILED(WS-CYC-STEP) TO TRUE
004290     END-IF
004300     MOVE WS-CYC-DATE TO CYC-STEP-END-DATE(WS-CYC-STEP)
004310     MOVE WS-CYC-TIME TO CYC-STEP-END-TIME(WS-CYC-STEP)
004320     MOVE WS-CYC-RC TO CYC-STEP-RC(WS-CYC-STEP)
004330     REWRITE CYC-REC
004340     CLOSE CYCLECTL.
004350 9100-EXIT.
004360     EXIT.
004370*
004380*----------------------------------------------------------------
004390* ADD THE RECORD IN RESMAST-REC, OR REWRITE IT WHEN ITS KEY IS
004400* ALREADY ON THE MASTER, AND JOURNAL THE CHANGE EITHER WAY.
004410*----------------------------------------------------------------
004420 9200-PUT-RESMAST.
004430     MOVE RESMAST-REC TO WS-JRN-AFTER
004440     MOVE SPACES TO WS-JRN-BEFORE
004450     MOVE 'A' TO WS-JRN-ACTION
004460     WRITE RESMAST-REC
004470         INVALID KEY
004480             READ RESMAST
004490                 INVALID KEY
004500                     CONTINUE
004510             END-READ
004520             MOVE RESMAST-REC TO WS-JRN-BEFORE
004530             MOVE WS-JRN-AFTER TO RESMAST-REC
004540             REWRITE RESMAST-REC
004550             MOVE 'R' TO WS-JRN-ACTION
004560     END-WRITE
004570     PERFORM 9300-JOURNAL-APPEND THRU 9300-EXIT.
004580 9200-EXIT.
004590     EXIT.
004600*
004610*----------------------------------------------------------------
004620* RESMAST JOURNAL - ONE LINE PER CHANGE, STAMPED WITH THE TIME IT
004630* WAS MADE, CARRYING THE RECORD AS IT WAS (SPACES FOR AN ADD) AND
004640* AS IT NOW IS (SPACES FOR A DELETE).
004650*----------------------------------------------------------------
004660 9300-JOURNAL-APPEND.
004670     MOVE SPACES TO JRN-REC
004680     ACCEPT JRN-DATE FROM DATE YYYYMMDD
004690     ACCEPT JRN-TIME FROM TIME
004700     MOVE 'TEST002' TO JRN-PROG
004710     MOVE WS-CUR-RUN-ID TO JRN-RUN-ID
004720     MOVE WS-JRN-ACTION TO JRN-ACTION
004730     MOVE WS-JRN-BEFORE TO JRN-BEFORE
004740     MOVE WS-JRN-AFTER TO JRN-AFTER
004750     WRITE JRN-REC.
004760 9300-EXIT.
004770     EXIT.
