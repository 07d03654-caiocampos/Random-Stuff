000140* NUMERIC CONTENT, THE PARMFILE VALUE RANGE, NON-ZERO NUMERIC
000150* WEIGHTS) BEFORE THE RECORD IS MARKED CORRECTED ('C') FOR THE
000160* NEXT BATCH RUN'S RECYCLE PASS. A BLANK REPLY CARRIES THE
000162* RECORD FORWARD UNTOUCHED. ONLY OPERATORS GRANTED REJECT
000164* CORRECTION ON THE OPERATOR SECURITY FILE (OPERSEC) MAY UPDATE,
000166* AND EVERY CHANGE IS LOGGED TO REJLOG (DATE, TIME, OPERATOR,
000168* REASON, AGE, OLD AND NEW RECORD IMAGES). A REFUSED OPERATOR IS
000170* LOGGED TO SECVIOL.
000200*
000210* THE COMMAND-LINE PARM SELECTS HOW REJ-IMAGE IS DECODED -
000220*     E = EQUAL-WEIGHT IMAGES, VAL1/VAL2 ONLY (DEFAULT)
000270* MODIFICATION HISTORY
000280*----------------------------------------------------------------
000290* 02/09/2026 CC  INITIAL VERSION.
000292* 15/10/2026 CC  AUTHORITY NOW COMES FROM THE OPERATOR SECURITY
000294*                FILE OPERSEC (REJECT CORRECTION FUNCTION, EXPIRY
000296*                DATE, LOCKED FLAG) INSTEAD OF THE PARMAUTH LIST,
000298*                AND EVERY REFUSAL IS LOGGED TO SECVIOL.
000299* 15/10/2026 CC  A DUPLICATE TRANSACTION REFERENCE (DU) REJECT
000300*                CANNOT BE CORRECTED - ITS VALUES ARE VALID, THE
000301*                TRANSACTION WAS ALREADY PROCESSED - AND IS KEPT
000302*                OPEN.
000303*----------------------------------------------------------------
000310 ENVIRONMENT         DIVISION.
000320*
000330 CONFIGURATION       SECTION.
000440     SELECT          PARMFILE   ASSIGN TO "PARMFILE"
000450                                ORGANIZATION IS LINE SEQUENTIAL
000460                                FILE STATUS  IS WS-PRM-STATUS.
000462     SELECT          OPERSEC    ASSIGN TO "OPERSEC"
000480                                ORGANIZATION IS LINE SEQUENTIAL
000482                                FILE STATUS  IS WS-SEC-STATUS.
000484     SELECT          SECVIOL    ASSIGN TO "SECVIOL"
000486                                ORGANIZATION IS LINE SEQUENTIAL
000488                                FILE STATUS  IS WS-SVIO-STATUS.
000500     SELECT          REJLOG     ASSIGN TO "REJLOG"
000510                                ORGANIZATION IS LINE SEQUENTIAL
000520                                FILE STATUS  IS WS-RLOG-STATUS.
000830     05 PRM-VAL-MAX-X REDEFINES PRM-VAL-MAX
000840                              PIC X(05).
000850*
000852 FD  OPERSEC.
000854 01  SEC-REC.
000856     05 SEC-USER-ID           PIC X(20).
000858     05 SEC-FUNCTIONS.
000860         10 SEC-FN            PIC X(01) OCCURS 6 TIMES.
000862     05 SEC-EXPIRY-DATE       PIC 9(08).
000864     05 SEC-LOCKED-SW         PIC X(01).
000866         88 SEC-IS-LOCKED     VALUE 'Y'.
000868     05 SEC-OPER-NAME         PIC X(30).
000870     05 FILLER                PIC X(15).
000872*
000874 FD  SECVIOL.
000876 01  SVIO-REC                 PIC X(100).
000890*
000900 FD  REJLOG.
000910 01  RLOG-REC                 PIC X(100).
000940 77  WS-REJ-STATUS            PIC X(02) VALUE SPACES.
000950 77  WS-RTMP-STATUS           PIC X(02) VALUE SPACES.
000960 77  WS-PRM-STATUS            PIC X(02) VALUE SPACES.
000980 77  WS-RLOG-STATUS           PIC X(02) VALUE SPACES.
000990*
001000 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
001010     88 END-OF-INPUT          VALUE 'Y'.
001020*
001050 77  WS-AUTH-SW               PIC X(01) VALUE 'N'.
001060     88 USER-IS-AUTHORIZED    VALUE 'Y'.
001061*
001062*----------------------------------------------------------------
001063* OPERATOR SECURITY - OPERSEC GRANTS EACH OPERATOR FUNCTIONS BY
001064* POSITION (1 PARAMETER MAINTENANCE, 2 REJECT CORRECTION,
001065* 3 POSTING OVERRIDE, 4 MONTH-END CLOSE, 5 ADJUSTMENT POSTING,
001066* 6 HOUSEKEEPING), WITH AN EXPIRY DATE AND A LOCKED FLAG. EVERY
001067* REFUSAL IS APPENDED TO SECVIOL.
001068*----------------------------------------------------------------
001069 77  WS-SEC-STATUS            PIC X(02) VALUE SPACES.
001070 77  WS-SVIO-STATUS           PIC X(02) VALUE SPACES.
001071 77  WS-SEC-EOF-SW            PIC X(01) VALUE 'N'.
001072     88 END-OF-OPERSEC        VALUE 'Y'.
001073 77  WS-SEC-FUNC              PIC 9(01) COMP VALUE 1.
001074 77  WS-SEC-REASON            PIC X(16) VALUE SPACES.
001075 77  WS-SEC-DATE              PIC 9(08) VALUE ZERO.
001076 77  WS-SEC-TIME              PIC 9(08) VALUE ZERO.
001077 01  WS-SEC-FUNC-NAMES.
001078     05 FILLER                PIC X(20)
001079      VALUE 'PARAMETER MAINT'.
001080     05 FILLER                PIC X(20)
001081      VALUE 'REJECT CORRECTION'.
001082     05 FILLER                PIC X(20)
001083      VALUE 'POSTING OVERRIDE'.
001084     05 FILLER                PIC X(20)
001085      VALUE 'MONTH-END CLOSE'.
001086     05 FILLER                PIC X(20)
001087      VALUE 'ADJUSTMENT POSTING'.
001088     05 FILLER                PIC X(20)
001089      VALUE 'HOUSEKEEPING'.
001090 01  WS-SEC-FUNC-TABLE REDEFINES WS-SEC-FUNC-NAMES.
001091     05 WS-SEC-FUNC-NAME      PIC X(20) OCCURS 6 TIMES.
001092 01  SVIO-LINE.
001093     05 SVIO-DATE-ED          PIC 9(08).
001094     05 FILLER                PIC X(01) VALUE SPACE.
001095     05 SVIO-TIME-ED          PIC 9(08).
001096     05 FILLER                PIC X(01) VALUE SPACE.
001097     05 SVIO-PROG-ED          PIC X(07).
001098     05 FILLER                PIC X(01) VALUE SPACE.
001099     05 SVIO-USER-ED          PIC X(20).
001100     05 FILLER                PIC X(01) VALUE SPACE.
001101     05 SVIO-FUNC-ED          PIC X(20).
001102     05 FILLER                PIC X(01) VALUE SPACE.
001103     05 SVIO-REASON-ED        PIC X(16).
001104*
001105 77  WS-VALID-SW              PIC X(01) VALUE 'Y'.
001106     88 ENTRY-IS-VALID        VALUE 'Y'.
001107     88 ENTRY-IS-INVALID      VALUE 'N'.
001110*
001120 01  WS-PARM.
001130     05 WS-CALC-MODE          PIC X(01).
002060     IF WS-USER-ID = SPACES
002070         MOVE 'UNKNOWN' TO WS-USER-ID
002080     END-IF
002082     MOVE 2 TO WS-SEC-FUNC
002090     PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT
002100     PERFORM 2500-LOAD-PARMS THRU 2500-EXIT.
002110 1000-EXIT.
002120     EXIT.
002130*
002132*----------------------------------------------------------------
002134* OPERATOR SECURITY - THE OPERATOR MUST BE ON OPERSEC, NOT LOCKED,
002136* NOT PAST THE EXPIRY DATE (ZERO = NONE) AND GRANTED THE FUNCTION
002138* IN WS-SEC-FUNC. NO OPERSEC FILE MEANS NOBODY IS AUTHORIZED.
002140* EVERY REFUSAL IS LOGGED TO SECVIOL.
002142*----------------------------------------------------------------
002144 2000-CHECK-AUTHORITY.
002146     MOVE 'N' TO WS-AUTH-SW
002148     MOVE 'N' TO WS-SEC-EOF-SW
002150     MOVE 'NOT ON FILE' TO WS-SEC-REASON
002152     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD
002154     OPEN INPUT OPERSEC
002156     IF WS-SEC-STATUS NOT = '00'
002158         MOVE 'NO OPERSEC FILE' TO WS-SEC-REASON
002160         PERFORM 2300-LOG-VIOLATION THRU 2300-EXIT
002162         GO TO 2000-EXIT
002164     END-IF
002166     PERFORM 2100-READ-OPERSEC THRU 2100-EXIT
002168     PERFORM 2200-MATCH-OPERSEC THRU 2200-EXIT
002170         UNTIL END-OF-OPERSEC
002172     CLOSE OPERSEC
002174     IF NOT USER-IS-AUTHORIZED
002176         PERFORM 2300-LOG-VIOLATION THRU 2300-EXIT
002178     END-IF.
002180 2000-EXIT.
002182     EXIT.
002184*
002186 2100-READ-OPERSEC.
002188     READ OPERSEC
002190         AT END
002192             SET END-OF-OPERSEC TO TRUE
002194     END-READ.
002196 2100-EXIT.
002198     EXIT.
002200*
002202 2200-MATCH-OPERSEC.
002204     IF SEC-USER-ID NOT = WS-USER-ID
002206         PERFORM 2100-READ-OPERSEC THRU 2100-EXIT
002208         GO TO 2200-EXIT
002210     END-IF
002212     SET END-OF-OPERSEC TO TRUE
002214     EVALUATE TRUE
002216         WHEN SEC-IS-LOCKED
002218             MOVE 'LOCKED' TO WS-SEC-REASON
002220         WHEN SEC-EXPIRY-DATE NOT NUMERIC
002222             MOVE 'EXPIRED' TO WS-SEC-REASON
002224         WHEN SEC-EXPIRY-DATE NOT = ZERO
002226          AND SEC-EXPIRY-DATE < WS-SEC-DATE
002228             MOVE 'EXPIRED' TO WS-SEC-REASON
002230         WHEN SEC-FN(WS-SEC-FUNC) NOT = 'Y'
002232             MOVE 'NOT GRANTED' TO WS-SEC-REASON
002234         WHEN OTHER
002236             MOVE SPACES TO WS-SEC-REASON
002238             SET USER-IS-AUTHORIZED TO TRUE
002240     END-EVALUATE.
002242 2200-EXIT.
002244     EXIT.
002246*
002248 2300-LOG-VIOLATION.
002250     ACCEPT WS-SEC-TIME FROM TIME
002252     DISPLAY 'TEST008 - SECURITY VIOLATION LOGGED - '
002254             WS-SEC-FUNC-NAME(WS-SEC-FUNC) ' ' WS-SEC-REASON
002256     OPEN EXTEND SECVIOL
002258     IF WS-SVIO-STATUS = '35'
002260         OPEN OUTPUT SECVIOL
002262     END-IF
002264     MOVE WS-SEC-DATE TO SVIO-DATE-ED
002266     MOVE WS-SEC-TIME TO SVIO-TIME-ED
002268     MOVE 'TEST008' TO SVIO-PROG-ED
002270     MOVE WS-USER-ID TO SVIO-USER-ED
002272     MOVE WS-SEC-FUNC-NAME(WS-SEC-FUNC) TO SVIO-FUNC-ED
002274     MOVE WS-SEC-REASON TO SVIO-REASON-ED
002276     MOVE SVIO-LINE TO SVIO-REC
002278     WRITE SVIO-REC
002280     CLOSE SECVIOL.
002282 2300-EXIT.
002284     EXIT.
002460*
002470*----------------------------------------------------------------
002480* THE VALUE VALIDATION RANGE COMES FROM PARMFILE SO A CORRECTED
003310     DISPLAY 'TEST008 - OPEN REJECT ' WS-OPEN-COUNT
003320             '  REASON ' REJ-REASON '  AGE ' REJ-AGE
003330             '  FROM RUN ' REJ-RUN-DATE
003331     IF REJ-REASON = 'DU'
003332         DISPLAY 'TEST008 - DUPLICATE TRANSACTION REFERENCE - '
003333                 'ALREADY PROCESSED, NOT CORRECTABLE - RECORD '
003334                 'KEPT OPEN'
003335         ADD 1 TO WS-REFUSED-COUNT
003336         MOVE REJ-REC TO RTMP-REC
003337         WRITE RTMP-REC
003338         GO TO 3300-EXIT
003339     END-IF
003340     IF CALC-WEIGHTED
003350         DISPLAY '  VAL1: ' REJ-IMAGE(1:5)
003360                 '  WGT1: ' REJ-IMAGE(6:3)
