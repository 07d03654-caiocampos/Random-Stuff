000180* VISIBLE AT THEIR END. EVERY EXTRACT IS ALSO APPENDED TO THE
000190* CUMULATIVE TRANSMISSION REGISTER (XMITREG): DATE, TIME,
000200* SOURCE, RUN ID AND RECORD COUNT, SO "WHAT DID YOU SEND US ON
000210* THE 14TH" IS ONE LOOK AT THE REGISTER. EACH REGISTER LINE ALSO
000212* CARRIES THE PARTNER'S ACKNOWLEDGEMENT STATUS AND DATE, WRITTEN
000214* AS PENDING HERE AND UPDATED BY TEST015 AS ACKNOWLEDGEMENTS COME
000216* BACK.
000220* CONTROLLED BY A SINGLE EXTPARMS CARD:
000230*     COL   1     SOURCE - I = IFACEFILE (DEFAULT)
000240*                          R = ONE DAY'S RESMAST RECORDS
000300* MODIFICATION HISTORY
000310*----------------------------------------------------------------
000320* 02/09/2026 CC  INITIAL VERSION.
000322* 14/10/2026 CC  XMITREG LINES WIDENED TO 120 AND CARRY AN
000324*                ACKNOWLEDGEMENT STATUS (PENDING UNTIL TEST015
000326*                MATCHES THE PARTNER'S ACKNOWLEDGEMENT) AND DATE.
000327* 14/10/2026 CC  THE EXTRACT IS NOW STEP 4 OF THE DAILY CYCLE ON
000328*                CYCLECTL. IT REFUSES (RETURN CODE 8, EXTFILE AND
000329*                XMITREG LEFT UNTOUCHED) TO SHIP A RUN WHOSE
000330*                TEST002 POSTING IS NOT COMPLETE - FOR A RESMAST
000331*                EXTRACT, ANY COMPLETED TEST001 RUN OF THE DAY
000332*                NOT YET POSTED - UNLESS PARM 'OVERRIDE' IS
000333*                GIVEN, EVERY OVERRIDE BEING LOGGED TO OVRDLOG,
000334*                AND RECORDS ITS OWN START AND END THERE.
000335* 15/10/2026 CC  PARM 'OVERRIDE' IS NOW HONORED ONLY FOR AN
000336*                OPERATOR GRANTED POSTING OVERRIDE ON THE OPERATOR
000337*                SECURITY FILE OPERSEC; ANYONE ELSE'S OVERRIDE IS
000338*                IGNORED AND LOGGED TO SECVIOL.
000339* 15/10/2026 CC  THE DAILY CYCLE STEP IS NOW FINISHED WITH THE
000340*                RUN'S ACTUAL RETURN CODE, SO A FAILED RUN IS
000341*                RECORDED AS FAILED RATHER THAN COMPLETE.
000342*----------------------------------------------------------------
000343 ENVIRONMENT         DIVISION.
000350*
000360 CONFIGURATION       SECTION.
000370 SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
000540     SELECT          XMITREG    ASSIGN TO "XMITREG"
000550                                ORGANIZATION IS LINE SEQUENTIAL
000560                                FILE STATUS  IS WS-XMIT-STATUS.
000561     SELECT          CYCLECTL   ASSIGN TO "CYCLECTL"
000562                                ORGANIZATION IS INDEXED
000563                                ACCESS MODE  IS DYNAMIC
000564                                RECORD KEY   IS CYC-RUN-ID
000565                                FILE STATUS  IS WS-CYC-STATUS.
000566     SELECT          OVRDLOG    ASSIGN TO "OVRDLOG"
000567                                ORGANIZATION IS LINE SEQUENTIAL
000568                                FILE STATUS  IS WS-OVRD-STATUS.
000569     SELECT          OPERSEC    ASSIGN TO "OPERSEC"
000570                                ORGANIZATION IS LINE SEQUENTIAL
000571                                FILE STATUS  IS WS-SEC-STATUS.
000572     SELECT          SECVIOL    ASSIGN TO "SECVIOL"
000573                                ORGANIZATION IS LINE SEQUENTIAL
000574                                FILE STATUS  IS WS-SVIO-STATUS.
000575*
000580 DATA                DIVISION.
000590 FILE                SECTION.
000600 FD  IFACEFILE.
001020 01  EXT-REC                  PIC X(120).
001030*
001040 FD  XMITREG.
001050 01  XMIT-REC                 PIC X(120).
001051*
001052 FD  CYCLECTL.
001053 01  CYC-REC.
001054     05 CYC-RUN-ID            PIC X(16).
001055     05 CYC-RUN-DATE          PIC 9(08).
001056     05 CYC-STEP              OCCURS 5 TIMES.
001057         10 CYC-STEP-STATUS   PIC X(01).
001058             88 CYC-STEP-OUTSTANDING VALUE SPACE.
001059             88 CYC-STEP-RUNNING  VALUE 'S'.
001060             88 CYC-STEP-DONE     VALUE 'C'.
001061             88 CYC-STEP-FAILED   VALUE 'F'.
001062         10 CYC-STEP-OVRD     PIC X(01).
001063         10 CYC-STEP-START-DATE
001064                              PIC 9(08).
001065         10 CYC-STEP-START-TIME
001066                              PIC 9(08).
001067         10 CYC-STEP-END-DATE PIC 9(08).
001068         10 CYC-STEP-END-TIME PIC 9(08).
001069         10 CYC-STEP-RC       PIC 9(02).
001070     05 FILLER                PIC X(16).
001071*
001072 FD  OVRDLOG.
001073 01  OVRD-REC                 PIC X(80).
001074*
001075 FD  OPERSEC.
001076 01  SEC-REC.
001077     05 SEC-USER-ID           PIC X(20).
001078     05 SEC-FUNCTIONS.
001079         10 SEC-FN            PIC X(01) OCCURS 6 TIMES.
001080     05 SEC-EXPIRY-DATE       PIC 9(08).
001081     05 SEC-LOCKED-SW         PIC X(01).
001082         88 SEC-IS-LOCKED     VALUE 'Y'.
001083     05 SEC-OPER-NAME         PIC X(30).
001084     05 FILLER                PIC X(15).
001085*
001086 FD  SECVIOL.
001087 01  SVIO-REC                 PIC X(100).
001088*
001089 WORKING-STORAGE     SECTION.
001090 77  WS-IFACE-STATUS          PIC X(02) VALUE SPACES.
001091 77  WS-RESM-STATUS           PIC X(02) VALUE SPACES.
001100 77  WS-EXTP-STATUS           PIC X(02) VALUE SPACES.
001110 77  WS-XMIT-STATUS           PIC X(02) VALUE SPACES.
001120*
001240*
001250 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001260 77  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
001261*
001262*----------------------------------------------------------------
001263* DAILY CYCLE CONTROL - ONE CYCLECTL RECORD PER RUN ID CARRIES
001264* THE STATUS OF EACH STEP OF THE CYCLE (1 TEST001, 2 TEST003,
001265* 3 TEST002, 4 TEST009, 5 TEST011): BLANK OUTSTANDING, S STARTED,
001266* C COMPLETE, F FAILED. THIS PROGRAM IS STEP 4 AND WILL NOT
001267* START ON A RUN WHOSE STEP 3 (TEST002) IS NOT COMPLETE UNLESS
001268* THE OPERATOR OVERRIDES ON THE PARM; EVERY OVERRIDE IS LOGGED
001269* TO OVRDLOG. AN IFACEFILE EXTRACT COVERS THE ONE RUN ON THE
001270* FILE; A RESMAST EXTRACT COVERS EVERY RUN OF THE DAY WHOSE
001271* TEST001 STEP COMPLETED, HELD IN THE RUN TABLE BELOW.
001272*----------------------------------------------------------------
001273 77  WS-CYC-STATUS            PIC X(02) VALUE SPACES.
001274 77  WS-OVRD-STATUS           PIC X(02) VALUE SPACES.
001275 77  WS-CYC-STEP              PIC 9(01) COMP VALUE 4.
001276 77  WS-CYC-PRIOR-STEP        PIC 9(01) COMP VALUE 3.
001277 77  WS-CYC-OPEN-SW           PIC X(01) VALUE 'N'.
001278     88 CYCLECTL-IS-OPEN      VALUE 'Y'.
001279 77  WS-CYC-GATE-SW           PIC X(01) VALUE 'N'.
001280     88 CYCLE-STEP-ALLOWED    VALUE 'Y'.
001281 77  WS-CYC-OVRD-SW           PIC X(01) VALUE 'N'.
001282     88 CYCLE-GATE-OVERRIDDEN VALUE 'Y'.
001283 77  WS-CYC-EOF-SW            PIC X(01) VALUE 'N'.
001284     88 END-OF-CYCLECTL       VALUE 'Y'.
001285 77  WS-CYC-DATE              PIC 9(08) VALUE ZERO.
001286 77  WS-CYC-TIME              PIC 9(08) VALUE ZERO.
001287 77  WS-CYC-RC                PIC 9(02) VALUE ZERO.
001288 77  WS-CYC-STATE             PIC X(20) VALUE SPACES.
001289 77  WS-CYC-RUN-ID            PIC X(16) VALUE SPACES.
001290 77  WS-CYCT-USED             PIC 9(03) COMP VALUE ZERO.
001291 77  WS-CYCT-SUB              PIC 9(03) COMP VALUE ZERO.
001292 01  WS-CYCT-TABLE.
001293     05 WS-CYCT-ENTRY         OCCURS 50 TIMES.
001294         10 WS-CYCT-RUN-ID    PIC X(16).
001295         10 WS-CYCT-FOUND-SW  PIC X(01).
001296         10 WS-CYCT-OK-SW     PIC X(01).
001297         10 WS-CYCT-STARTED-SW
001298                              PIC X(01).
001299 01  WS-PARM                  PIC X(20) VALUE SPACES.
001300     88 OVERRIDE-REQUESTED    VALUE 'OVERRIDE            '.
001301 77  WS-USER-ID               PIC X(20) VALUE SPACES.
001302*
001303*----------------------------------------------------------------
001304* OPERATOR SECURITY - OPERSEC GRANTS EACH OPERATOR FUNCTIONS BY
001305* POSITION (1 PARAMETER MAINTENANCE, 2 REJECT CORRECTION,
001306* 3 POSTING OVERRIDE, 4 MONTH-END CLOSE, 5 ADJUSTMENT POSTING,
001307* 6 HOUSEKEEPING), WITH AN EXPIRY DATE AND A LOCKED FLAG. EVERY
001308* REFUSAL IS APPENDED TO SECVIOL.
001309*----------------------------------------------------------------
001310 77  WS-SEC-STATUS            PIC X(02) VALUE SPACES.
001311 77  WS-SVIO-STATUS           PIC X(02) VALUE SPACES.
001312 77  WS-SEC-EOF-SW            PIC X(01) VALUE 'N'.
001313     88 END-OF-OPERSEC        VALUE 'Y'.
001314 77  WS-AUTH-SW               PIC X(01) VALUE 'N'.
001315     88 USER-IS-AUTHORIZED    VALUE 'Y'.
001316 77  WS-SEC-FUNC              PIC 9(01) COMP VALUE 1.
001317 77  WS-SEC-REASON            PIC X(16) VALUE SPACES.
001318 77  WS-SEC-DATE              PIC 9(08) VALUE ZERO.
001319 77  WS-SEC-TIME              PIC 9(08) VALUE ZERO.
001320 01  WS-SEC-FUNC-NAMES.
001321     05 FILLER                PIC X(20)
001322      VALUE 'PARAMETER MAINT'.
001323     05 FILLER                PIC X(20)
001324      VALUE 'REJECT CORRECTION'.
001325     05 FILLER                PIC X(20)
001326      VALUE 'POSTING OVERRIDE'.
001327     05 FILLER                PIC X(20)
001328      VALUE 'MONTH-END CLOSE'.
001329     05 FILLER                PIC X(20)
001330      VALUE 'ADJUSTMENT POSTING'.
001331     05 FILLER                PIC X(20)
001332      VALUE 'HOUSEKEEPING'.
001333 01  WS-SEC-FUNC-TABLE REDEFINES WS-SEC-FUNC-NAMES.
001334     05 WS-SEC-FUNC-NAME      PIC X(20) OCCURS 6 TIMES.
001335 01  SVIO-LINE.
001336     05 SVIO-DATE-ED          PIC 9(08).
001337     05 FILLER                PIC X(01) VALUE SPACE.
001338     05 SVIO-TIME-ED          PIC 9(08).
001339     05 FILLER                PIC X(01) VALUE SPACE.
001340     05 SVIO-PROG-ED          PIC X(07).
001341     05 FILLER                PIC X(01) VALUE SPACE.
001342     05 SVIO-USER-ED          PIC X(20).
001343     05 FILLER                PIC X(01) VALUE SPACE.
001344     05 SVIO-FUNC-ED          PIC X(20).
001345     05 FILLER                PIC X(01) VALUE SPACE.
001346     05 SVIO-REASON-ED        PIC X(16).
001347*
001348 01  OVRD-LINE.
001349     05 OVRD-DATE-ED          PIC 9(08).
001350     05 FILLER                PIC X(01) VALUE SPACE.
001351     05 OVRD-TIME-ED          PIC 9(08).
001352     05 FILLER                PIC X(01) VALUE SPACE.
001353     05 OVRD-USER-ED          PIC X(20).
001354     05 FILLER                PIC X(10) VALUE ' OVERRIDE '.
001355     05 OVRD-RUNID-ED         PIC X(16).
001356     05 FILLER                PIC X(01) VALUE SPACE.
001357     05 OVRD-PROG-ED          PIC X(07).
001358     05 FILLER                PIC X(01) VALUE SPACE.
001359     05 OVRD-GATE-ED          PIC X(07).
001360*
001361*----------------------------------------------------------------
001362* EDITED FIELDS FOR THE DELIMITED RECORD - SIGNS ATTACHED, AND
001363* THE DECIMAL COMMA SWAPPED FOR A PERIOD BEFORE THE WRITE.
001364*----------------------------------------------------------------
001365 77  WS-ED-VAL1               PIC +9(04).
001366 77  WS-ED-VAL2               PIC +9(04).
001367 77  WS-ED-RES                PIC +9(04),99.
001368 77  WS-ED-HASH               PIC +9(09),99.
001369 77  WS-ED-COUNT              PIC 9(08).
001370 77  WS-EXT-WGT1              PIC X(03) VALUE SPACES.
001380 77  WS-EXT-WGT2              PIC X(03) VALUE SPACES.
001390 77  WS-EXT-TYPE              PIC X(01) VALUE SPACE.
001560     05 XMIT-COUNT-ED         PIC 9(08).
001570     05 FILLER                PIC X(07) VALUE ' HASH: '.
001580     05 XMIT-HASH-ED          PIC +9(09),99.
001582     05 FILLER                PIC X(06) VALUE ' ACK: '.
001584     05 XMIT-ACK-STATUS-ED    PIC X(08) VALUE 'PENDING '.
001586     05 FILLER                PIC X(01) VALUE SPACE.
001588     05 XMIT-ACK-DATE-ED      PIC X(08) VALUE SPACES.
001590*
001600*
001610*
001620 PROCEDURE           DIVISION.
001630 0000-MAINLINE.
001632     ACCEPT WS-PARM FROM COMMAND-LINE.
001640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001642     IF CYCLE-STEP-ALLOWED
001644         IF SOURCE-IS-RESMAST
001646             PERFORM 4000-EXTRACT-RESMAST THRU 4000-EXIT
001648         ELSE
001650             PERFORM 3000-EXTRACT-IFACE THRU 3000-EXIT
001652         END-IF
001654         PERFORM 5000-WRITE-TRAILER THRU 5000-EXIT
001656         PERFORM 6000-REGISTER-XMIT THRU 6000-EXIT
001690     END-IF.
001720     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001730     STOP RUN.
001740*
001760     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001770     ACCEPT WS-RUN-TIME FROM TIME
001780     MOVE WS-RUN-DATE TO WS-SEL-DATE
001781     DISPLAY 'USER' UPON ENVIRONMENT-NAME
001782     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
001783     IF WS-USER-ID = SPACES
001784         MOVE 'UNKNOWN' TO WS-USER-ID
001785     END-IF
001786     IF OVERRIDE-REQUESTED
001787         MOVE 3 TO WS-SEC-FUNC
001788         PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT
001789         IF NOT USER-IS-AUTHORIZED
001790             DISPLAY 'TEST009 - OPERATOR ' WS-USER-ID
001791                     ' NOT AUTHORIZED FOR POSTING OVERRIDE'
001792             DISPLAY 'TEST009 - PARM OVERRIDE IGNORED'
001793             MOVE SPACES TO WS-PARM
001794         END-IF
001795     END-IF
001796     PERFORM 1100-LOAD-CRITERIA THRU 1100-EXIT
001797     PERFORM 1200-FIND-CYCLE-RUNS THRU 1200-EXIT
001798     PERFORM 1300-CHECK-CYCLE THRU 1300-EXIT
001799     IF NOT CYCLE-STEP-ALLOWED
001800         GO TO 1000-EXIT
001801     END-IF
001802     OPEN OUTPUT EXTFILE.
001810 1000-EXIT.
001820     EXIT.
001830*
002000     CLOSE EXTPARMS.
002010 1100-EXIT.
002020     EXIT.
002021*
002022*----------------------------------------------------------------
002023* DAILY CYCLE - THE RUNS THIS EXTRACT SHIPS. AN IFACEFILE EXTRACT
002024* SHIPS THE RUN ID ON ITS FIRST RECORD (AN EMPTY OR MISSING FILE
002025* SHIPS NOTHING AND IS NOT GATED). A RESMAST EXTRACT SHIPS THE
002026* WHOLE DAY, SO EVERY RUN OF THE DAY ON CYCLECTL WHOSE TEST001
002027* STEP COMPLETED IS TAKEN.
002028*----------------------------------------------------------------
002029 1200-FIND-CYCLE-RUNS.
002030     MOVE ZERO TO WS-CYCT-USED
002031     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
002032     ACCEPT WS-CYC-TIME FROM TIME
002033     IF SOURCE-IS-RESMAST
002034         PERFORM 1220-FIND-DAY-RUNS THRU 1220-EXIT
002035         GO TO 1200-EXIT
002036     END-IF
002037     OPEN INPUT IFACEFILE
002038     IF WS-IFACE-STATUS = '35'
002039         GO TO 1200-EXIT
002040     END-IF
002041     READ IFACEFILE
002042         AT END
002043             CLOSE IFACEFILE
002044             GO TO 1200-EXIT
002045     END-READ
002046     MOVE 1 TO WS-CYCT-USED
002047     MOVE IFACE-RUN-ID TO WS-CYCT-RUN-ID(1)
002048     CLOSE IFACEFILE.
002049 1200-EXIT.
002050     EXIT.
002051*
002052 1210-OPEN-CYCLECTL.
002053     OPEN I-O CYCLECTL
002054     IF WS-CYC-STATUS = '35'
002055         OPEN OUTPUT CYCLECTL
002056         CLOSE CYCLECTL
002057         OPEN I-O CYCLECTL
002058     END-IF
002059     IF WS-CYC-STATUS NOT = '00'
002060         DISPLAY 'TEST009 - CYCLECTL OPEN FAILED - STATUS '
002061                 WS-CYC-STATUS
002062         GO TO 1210-EXIT
002063     END-IF
002064     SET CYCLECTL-IS-OPEN TO TRUE.
002065 1210-EXIT.
002066     EXIT.
002067*
002068 1220-FIND-DAY-RUNS.
002069     PERFORM 1210-OPEN-CYCLECTL THRU 1210-EXIT
002070     IF NOT CYCLECTL-IS-OPEN
002071         GO TO 1220-EXIT
002072     END-IF
002073     MOVE 'N' TO WS-CYC-EOF-SW
002074     MOVE SPACES TO CYC-RUN-ID
002075     MOVE WS-SEL-DATE TO CYC-RUN-ID(1:8)
002076     START CYCLECTL KEY NOT < CYC-RUN-ID
002077         INVALID KEY
002078             SET END-OF-CYCLECTL TO TRUE
002079     END-START
002080     IF NOT END-OF-CYCLECTL
002081         PERFORM 1230-READ-CYCLECTL THRU 1230-EXIT
002082         PERFORM 1240-KEEP-DAY-RUN THRU 1240-EXIT
002083             UNTIL END-OF-CYCLECTL
002084     END-IF.
002085 1220-EXIT.
002086     EXIT.
002087*
002088 1230-READ-CYCLECTL.
002089     READ CYCLECTL NEXT
002090         AT END
002091             SET END-OF-CYCLECTL TO TRUE
002092     END-READ
002093     IF NOT END-OF-CYCLECTL
002094        AND CYC-RUN-DATE NOT = WS-SEL-DATE
002095         SET END-OF-CYCLECTL TO TRUE
002096     END-IF.
002097 1230-EXIT.
002098     EXIT.
002099*
002100 1240-KEEP-DAY-RUN.
002101     IF CYC-STEP-DONE(1)
002102        AND WS-CYCT-USED < 50
002103         ADD 1 TO WS-CYCT-USED
002104         MOVE CYC-RUN-ID TO WS-CYCT-RUN-ID(WS-CYCT-USED)
002105     END-IF
002106     PERFORM 1230-READ-CYCLECTL THRU 1230-EXIT.
002107 1240-EXIT.
002108     EXIT.
002109*
002110*----------------------------------------------------------------
002111* DAILY CYCLE GATE - EVERY RUN SHIPPED MUST HAVE ITS TEST002 STEP
002112* COMPLETE ON CYCLECTL, AND A RESMAST EXTRACT MUST FIND AT LEAST
002113* ONE RUN FOR THE DAY. OTHERWISE THE EXTRACT IS REFUSED UNLESS
002114* THE PARM SAYS OVERRIDE, IN WHICH CASE EACH RUN OVERRIDDEN IS
002115* LOGGED. EVERY RUN SHIPPED IS THEN RECORDED AS STEP 4 STARTED.
002116*----------------------------------------------------------------
002117 1300-CHECK-CYCLE.
002118     SET CYCLE-STEP-ALLOWED TO TRUE
002119     IF WS-CYCT-USED = ZERO
002120         IF SOURCE-IS-RESMAST
002121             DISPLAY 'TEST009 - NO COMPLETED TEST001 RUN ON '
002122                     'CYCLECTL FOR ' WS-SEL-DATE
002123             MOVE 'N' TO WS-CYC-GATE-SW
002124         END-IF
002125         GO TO 1300-GATE
002126     END-IF
002127     IF NOT CYCLECTL-IS-OPEN
002128         PERFORM 1210-OPEN-CYCLECTL THRU 1210-EXIT
002129     END-IF
002130     PERFORM 1310-CHECK-ONE-RUN THRU 1310-EXIT
002131         VARYING WS-CYCT-SUB FROM 1 BY 1
002132         UNTIL WS-CYCT-SUB > WS-CYCT-USED.
002133 1300-GATE.
002134     IF NOT CYCLE-STEP-ALLOWED
002135         IF NOT OVERRIDE-REQUESTED
002136             DISPLAY 'TEST009 - CYCLE STEP REFUSED - NOTHING '
002137                     'EXTRACTED'
002138             GO TO 1300-CLOSE
002139         END-IF
002140         SET CYCLE-GATE-OVERRIDDEN TO TRUE
002141         SET CYCLE-STEP-ALLOWED TO TRUE
002142         IF WS-CYCT-USED = ZERO
002143             MOVE SPACES TO WS-CYC-RUN-ID
002144             MOVE WS-SEL-DATE TO WS-CYC-RUN-ID(1:8)
002145             PERFORM 1320-LOG-OVERRIDE THRU 1320-EXIT
002146         ELSE
002147             PERFORM 1330-LOG-RUN-OVERRIDE THRU 1330-EXIT
002148                 VARYING WS-CYCT-SUB FROM 1 BY 1
002149                 UNTIL WS-CYCT-SUB > WS-CYCT-USED
002150         END-IF
002151     END-IF
002152     IF CYCLECTL-IS-OPEN
002153         PERFORM 1340-MARK-STARTED THRU 1340-EXIT
002154             VARYING WS-CYCT-SUB FROM 1 BY 1
002155             UNTIL WS-CYCT-SUB > WS-CYCT-USED
002156     END-IF.
002157 1300-CLOSE.
002158     IF CYCLECTL-IS-OPEN
002159         CLOSE CYCLECTL
002160         MOVE 'N' TO WS-CYC-OPEN-SW
002161     END-IF.
002162 1300-EXIT.
002163     EXIT.
002164*
002165 1310-CHECK-ONE-RUN.
002166     MOVE 'N' TO WS-CYCT-FOUND-SW(WS-CYCT-SUB)
002167     MOVE 'N' TO WS-CYCT-OK-SW(WS-CYCT-SUB)
002168     MOVE 'N' TO WS-CYCT-STARTED-SW(WS-CYCT-SUB)
002169     MOVE WS-CYCT-RUN-ID(WS-CYCT-SUB) TO WS-CYC-RUN-ID
002170     IF WS-CYC-RUN-ID = SPACES
002171         MOVE 'NO RUN ID' TO WS-CYC-STATE
002172         GO TO 1310-REFUSE
002173     END-IF
002174     IF NOT CYCLECTL-IS-OPEN
002175         MOVE 'CYCLECTL UNAVAILABLE' TO WS-CYC-STATE
002176         GO TO 1310-REFUSE
002177     END-IF
002178     MOVE WS-CYC-RUN-ID TO CYC-RUN-ID
002179     READ CYCLECTL
002180         INVALID KEY
002181             MOVE 'NOT ON CYCLECTL' TO WS-CYC-STATE
002182             GO TO 1310-REFUSE
002183     END-READ
002184     MOVE 'Y' TO WS-CYCT-FOUND-SW(WS-CYCT-SUB)
002185     EVALUATE TRUE
002186         WHEN CYC-STEP-DONE(WS-CYC-PRIOR-STEP)
002187             MOVE 'Y' TO WS-CYCT-OK-SW(WS-CYCT-SUB)
002188             GO TO 1310-EXIT
002189         WHEN CYC-STEP-FAILED(WS-CYC-PRIOR-STEP)
002190             MOVE 'FAILED' TO WS-CYC-STATE
002191         WHEN CYC-STEP-RUNNING(WS-CYC-PRIOR-STEP)
002192             MOVE 'RUNNING OR ABENDED' TO WS-CYC-STATE
002193         WHEN OTHER
002194             MOVE 'NOT RUN' TO WS-CYC-STATE
002195     END-EVALUATE.
002196 1310-REFUSE.
002197     DISPLAY 'TEST009 - TEST002 STEP NOT COMPLETE FOR RUN '
002198             WS-CYC-RUN-ID ' - ' WS-CYC-STATE
002199     MOVE 'N' TO WS-CYC-GATE-SW.
002200 1310-EXIT.
002201     EXIT.
002202*
002203*----------------------------------------------------------------
002204* A CYCLE GATE OVERRIDE IS HONORED BUT NEVER SILENT - IT IS
002205* APPENDED TO OVRDLOG WITH THE PROGRAM AND GATE OVERRIDDEN.
002206*----------------------------------------------------------------
002207 1320-LOG-OVERRIDE.
002208     DISPLAY 'TEST009 - CYCLE GATE OVERRIDDEN BY '
002209             WS-USER-ID ' FOR RUN ' WS-CYC-RUN-ID
002210     OPEN EXTEND OVRDLOG
002211     IF WS-OVRD-STATUS = '35'
002212         OPEN OUTPUT OVRDLOG
002213     END-IF
002214     MOVE WS-CYC-DATE TO OVRD-DATE-ED
002215     MOVE WS-CYC-TIME TO OVRD-TIME-ED
002216     MOVE WS-USER-ID TO OVRD-USER-ED
002217     MOVE WS-CYC-RUN-ID TO OVRD-RUNID-ED
002218     MOVE 'TEST009' TO OVRD-PROG-ED
002219     MOVE 'CYCLE' TO OVRD-GATE-ED
002220     MOVE OVRD-LINE TO OVRD-REC
002221     WRITE OVRD-REC
002222     CLOSE OVRDLOG.
002223 1320-EXIT.
002224     EXIT.
002225*
002226 1330-LOG-RUN-OVERRIDE.
002227     IF WS-CYCT-OK-SW(WS-CYCT-SUB) = 'N'
002228         MOVE WS-CYCT-RUN-ID(WS-CYCT-SUB) TO WS-CYC-RUN-ID
002229         PERFORM 1320-LOG-OVERRIDE THRU 1320-EXIT
002230     END-IF.
002231 1330-EXIT.
002232     EXIT.
002233*
002234*----------------------------------------------------------------
002235* RECORD STEP 4 AS STARTED FOR ONE RUN SHIPPED. A RUN MISSING
002236* FROM CYCLECTL (ONLY POSSIBLE UNDER OVERRIDE) GETS ITS RECORD
002237* OPENED HERE; A RUN WITH NO RUN ID CANNOT BE RECORDED.
002238*----------------------------------------------------------------
002239 1340-MARK-STARTED.
002240     IF WS-CYCT-RUN-ID(WS-CYCT-SUB) = SPACES
002241         GO TO 1340-EXIT
002242     END-IF
002243     MOVE WS-CYCT-RUN-ID(WS-CYCT-SUB) TO CYC-RUN-ID
002244     READ CYCLECTL
002245         INVALID KEY
002246             INITIALIZE CYC-REC
002247             MOVE WS-CYCT-RUN-ID(WS-CYCT-SUB) TO CYC-RUN-ID
002248             IF CYC-RUN-ID(1:8) NUMERIC
002249                 MOVE CYC-RUN-ID(1:8) TO CYC-RUN-DATE
002250             END-IF
002251     END-READ
002252     SET CYC-STEP-RUNNING(WS-CYC-STEP) TO TRUE
002253     IF WS-CYCT-OK-SW(WS-CYCT-SUB) = 'N'
002254         MOVE 'Y' TO CYC-STEP-OVRD(WS-CYC-STEP)
002255     ELSE
002256         MOVE 'N' TO CYC-STEP-OVRD(WS-CYC-STEP)
002257     END-IF
002258     MOVE WS-CYC-DATE TO CYC-STEP-START-DATE(WS-CYC-STEP)
002259     MOVE WS-CYC-TIME TO CYC-STEP-START-TIME(WS-CYC-STEP)
002260     MOVE ZERO TO CYC-STEP-END-DATE(WS-CYC-STEP)
002261     MOVE ZERO TO CYC-STEP-END-TIME(WS-CYC-STEP)
002262     MOVE ZERO TO CYC-STEP-RC(WS-CYC-STEP)
002263     IF WS-CYCT-FOUND-SW(WS-CYCT-SUB) = 'Y'
002264         REWRITE CYC-REC
002265     ELSE
002266         WRITE CYC-REC
002267             INVALID KEY
002268                 REWRITE CYC-REC
002269         END-WRITE
002270     END-IF
002271     MOVE 'Y' TO WS-CYCT-STARTED-SW(WS-CYCT-SUB).
002272 1340-EXIT.
002273     EXIT.
002274*
002275*----------------------------------------------------------------
002276* OPERATOR SECURITY - THE OPERATOR MUST BE ON OPERSEC, NOT LOCKED,
002277* NOT PAST THE EXPIRY DATE (ZERO = NONE) AND GRANTED THE FUNCTION
002278* IN WS-SEC-FUNC. NO OPERSEC FILE MEANS NOBODY IS AUTHORIZED.
002279* EVERY REFUSAL IS LOGGED TO SECVIOL.
002280*----------------------------------------------------------------
002281 1700-CHECK-AUTHORITY.
002282     MOVE 'N' TO WS-AUTH-SW
002283     MOVE 'N' TO WS-SEC-EOF-SW
002284     MOVE 'NOT ON FILE' TO WS-SEC-REASON
002285     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD
002286     OPEN INPUT OPERSEC
002287     IF WS-SEC-STATUS NOT = '00'
002288         MOVE 'NO OPERSEC FILE' TO WS-SEC-REASON
002289         PERFORM 1730-LOG-VIOLATION THRU 1730-EXIT
002290         GO TO 1700-EXIT
002291     END-IF
002292     PERFORM 1710-READ-OPERSEC THRU 1710-EXIT
002293     PERFORM 1720-MATCH-OPERSEC THRU 1720-EXIT
002294         UNTIL END-OF-OPERSEC
002295     CLOSE OPERSEC
002296     IF NOT USER-IS-AUTHORIZED
002297         PERFORM 1730-LOG-VIOLATION THRU 1730-EXIT
002298     END-IF.
002299 1700-EXIT.
002300     EXIT.
002301*
002302 1710-READ-OPERSEC.
002303     READ OPERSEC
002304         AT END
002305             SET END-OF-OPERSEC TO TRUE
002306     END-READ.
002307 1710-EXIT.
002308     EXIT.
002309*
002310 1720-MATCH-OPERSEC.
002311     IF SEC-USER-ID NOT = WS-USER-ID
002312         PERFORM 1710-READ-OPERSEC THRU 1710-EXIT
002313         GO TO 1720-EXIT
002314     END-IF
002315     SET END-OF-OPERSEC TO TRUE
002316     EVALUATE TRUE
002317         WHEN SEC-IS-LOCKED
002318             MOVE 'LOCKED' TO WS-SEC-REASON
002319         WHEN SEC-EXPIRY-DATE NOT NUMERIC
002320             MOVE 'EXPIRED' TO WS-SEC-REASON
002321         WHEN SEC-EXPIRY-DATE NOT = ZERO
002322          AND SEC-EXPIRY-DATE < WS-SEC-DATE
002323             MOVE 'EXPIRED' TO WS-SEC-REASON
002324         WHEN SEC-FN(WS-SEC-FUNC) NOT = 'Y'
002325             MOVE 'NOT GRANTED' TO WS-SEC-REASON
002326         WHEN OTHER
002327             MOVE SPACES TO WS-SEC-REASON
002328             SET USER-IS-AUTHORIZED TO TRUE
002329     END-EVALUATE.
002330 1720-EXIT.
002331     EXIT.
002332*
002333 1730-LOG-VIOLATION.
002334     ACCEPT WS-SEC-TIME FROM TIME
002335     DISPLAY 'TEST009 - SECURITY VIOLATION LOGGED - '
002336             WS-SEC-FUNC-NAME(WS-SEC-FUNC) ' ' WS-SEC-REASON
002337     OPEN EXTEND SECVIOL
002338     IF WS-SVIO-STATUS = '35'
002339         OPEN OUTPUT SECVIOL
002340     END-IF
002341     MOVE WS-SEC-DATE TO SVIO-DATE-ED
002342     MOVE WS-SEC-TIME TO SVIO-TIME-ED
002343     MOVE 'TEST009' TO SVIO-PROG-ED
002344     MOVE WS-USER-ID TO SVIO-USER-ED
002345     MOVE WS-SEC-FUNC-NAME(WS-SEC-FUNC) TO SVIO-FUNC-ED
002346     MOVE WS-SEC-REASON TO SVIO-REASON-ED
002347     MOVE SVIO-LINE TO SVIO-REC
002348     WRITE SVIO-REC
002349     CLOSE SECVIOL.
002350 1730-EXIT.
002351     EXIT.
002352*
002353*----------------------------------------------------------------
002354* THE HEADER GOES OUT ONCE THE FIRST DATA RECORD HAS SUPPLIED
002355* THE RUN ID OF THE EXTRACTED DATA.
002356*----------------------------------------------------------------
002357 2000-WRITE-HEADER.
002358     MOVE SPACES TO WS-EXT-LINE
002359     STRING 'H|'              DELIMITED BY SIZE
002360            WS-DATA-RUN-ID    DELIMITED BY SIZE
002361            '|'               DELIMITED BY SIZE
002362            WS-RUN-DATE       DELIMITED BY SIZE
002363            '|'               DELIMITED BY SIZE
002364            WS-SRC-LABEL      DELIMITED BY SIZE
002365         INTO WS-EXT-LINE
002366     MOVE WS-EXT-LINE TO EXT-REC
002367     WRITE EXT-REC.
002368 2000-EXIT.
002369     EXIT.
002370*
002371*----------------------------------------------------------------
002372* ONE DELIMITED DETAIL RECORD. THE EDITED FIELDS CARRY ATTACHED
002373* SIGNS; THE DECIMAL COMMA BECOMES A PERIOD FOR THE PARTNER.
002374*----------------------------------------------------------------
002375 2100-WRITE-EXT-DETAIL.
002376     IF WS-EXT-COUNT = ZERO
002377         PERFORM 2000-WRITE-HEADER THRU 2000-EXIT
002378     END-IF
002379     MOVE SPACES TO WS-EXT-LINE
002380     STRING 'D|'              DELIMITED BY SIZE
002381            WS-EXT-TYPE       DELIMITED BY SIZE
002382            '|'               DELIMITED BY SIZE
002383            WS-ED-VAL1        DELIMITED BY SIZE
002384            '|'               DELIMITED BY SIZE
002385            WS-ED-VAL2        DELIMITED BY SIZE
002386            '|'               DELIMITED BY SIZE
002387            WS-ED-RES         DELIMITED BY SIZE
002390            '|'               DELIMITED BY SIZE
002400            WS-EXT-WGT1       DELIMITED BY SIZE
002410            '|'               DELIMITED BY SIZE
003910     EXIT.
003920*
003930 9000-TERMINATE.
003932     IF NOT CYCLE-STEP-ALLOWED
003934         MOVE 8 TO RETURN-CODE
003936         GO TO 9000-EXIT
003938     END-IF
003940     CLOSE EXTFILE
003950     DISPLAY 'TEST009 - RECORDS EXTRACTED: ' WS-EXT-COUNT
003952             ' FROM ' WS-SRC-LABEL
003953     MOVE RETURN-CODE TO WS-CYC-RC
003954     PERFORM 9100-FINISH-CYCLE THRU 9100-EXIT.
003970 9000-EXIT.
003980     EXIT.
003990*
004000*----------------------------------------------------------------
004010* DAILY CYCLE - CLOSE STEP 4 ON CYCLECTL FOR EVERY RUN SHIPPED.
004020*----------------------------------------------------------------
004030 9100-FINISH-CYCLE.
004040     IF WS-CYCT-USED = ZERO
004050         GO TO 9100-EXIT
004060     END-IF
004070     OPEN I-O CYCLECTL
004080     IF WS-CYC-STATUS NOT = '00'
004090         DISPLAY 'TEST009 - CYCLECTL OPEN FAILED - STATUS '
004100                 WS-CYC-STATUS ' - STEP END NOT RECORDED'
004110         GO TO 9100-EXIT
004120     END-IF
004130     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
004140     ACCEPT WS-CYC-TIME FROM TIME
004150     PERFORM 9110-FINISH-ONE-RUN THRU 9110-EXIT
004160         VARYING WS-CYCT-SUB FROM 1 BY 1
004170         UNTIL WS-CYCT-SUB > WS-CYCT-USED
004180     CLOSE CYCLECTL.
004190 9100-EXIT.
004200     EXIT.
004210*
004220 9110-FINISH-ONE-RUN.
004230     IF WS-CYCT-STARTED-SW(WS-CYCT-SUB) NOT = 'Y'
004240         GO TO 9110-EXIT
004250     END-IF
004260     MOVE WS-CYCT-RUN-ID(WS-CYCT-SUB) TO CYC-RUN-ID
004270     READ CYCLECTL
004280         INVALID KEY
004290             GO TO 9110-EXIT
004300     END-READ
004310     IF WS-CYC-RC < 8
004320         SET CYC-STEP-DONE(WS-CYC-STEP) TO TRUE
004330     ELSE
004340         SET CYC-STEP-FAILED(WS-CYC-STEP) TO TRUE
004350     END-IF
004360     MOVE WS-CYC-DATE TO CYC-STEP-END-DATE(WS-CYC-STEP)
004370     MOVE WS-CYC-TIME TO CYC-STEP-END-TIME(WS-CYC-STEP)
004380     MOVE WS-CYC-RC TO CYC-STEP-RC(WS-CYC-STEP)
004390     REWRITE CYC-REC.
004400 9110-EXIT.
004410     EXIT.
