000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.         TEST013.
000030 AUTHOR.             CAIO CAMPOS.
000040 DATE-WRITTEN        14/10/2026.
000050 DATE-COMPILED.
000060*----------------------------------------------------------------
000070* TEST013 - SOURCE SYSTEM MASTER MAINTENANCE.
000080*
000090* DISPLAYS AND UPDATES SRCMAST, THE LIST OF UPSTREAM FEEDS
000100* TEST001 WILL TAKE A BATCH SET FROM. EACH ROW CARRIES THE
000110* SOURCE SYSTEM ID, ITS STATUS (A ACTIVE, S SUSPENDED, R
000120* RETIRED), A DESCRIPTION, A CONTACT, ITS OWN VAL1/VAL2 RANGE
000130* (BLANK = USE THE PARMFILE RANGE) AND ITS ALLOWED CALCULATION
000140* MODE (E EQUAL, W WEIGHTED, B EITHER). THE OPERATOR KEYS A
000150* SOURCE ID TO ADD OR CHANGE, THEN IS PROMPTED FOR EACH FIELD
000160* IN TURN; A BLANK REPLY KEEPS THE CURRENT VALUE. A FEED IS
000170* NEVER DELETED - IT IS RETIRED, SO ITS HISTORY STILL READS.
000172* ONLY OPERATORS GRANTED PARAMETER MAINTENANCE ON THE OPERATOR
000174* SECURITY FILE (OPERSEC) MAY UPDATE, AND EVERY CHANGE IS LOGGED
000176* TO SRCLOG (DATE, TIME, OPERATOR, ACTION, OLD AND NEW ROW
000178* IMAGES). A REFUSED OPERATOR IS LOGGED TO SECVIOL.
000202* EACH ROW ALSO CARRIES THE WEEKDAYS THE FEED IS EXPECTED TO
000204* SEND ON (MONDAY TO SUNDAY, Y OR N, BLANK = MONDAY TO FRIDAY)
000206* WHICH TEST014 CHECKS AGAINST THE BUSINESS-DAY CALENDAR.
000207* THE FEED THAT SENDS NO SOURCE SYSTEM IN ITS HEADERS IS
000208* MASTERED UNDER THE RESERVED SOURCE 'UNNAMED '.
000210*----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*----------------------------------------------------------------
000240* 14/10/2026 CC  INITIAL VERSION.
000242* 14/10/2026 CC  SRCMAST ROW EXTENDED TO 100 BYTES WITH THE
000244*                FEED'S EXPECTED SEND DAYS, PROMPTED FOR AND
000246*                LOGGED LIKE THE OTHER FIELDS.
000247* 15/10/2026 CC  AUTHORITY NOW COMES FROM THE OPERATOR SECURITY
000248*                FILE OPERSEC (PARAMETER MAINTENANCE FUNCTION,
000249*                EXPIRY DATE, LOCKED FLAG) INSTEAD OF THE PARMAUTH
000250*                LIST, AND EVERY REFUSAL IS LOGGED TO SECVIOL.
000251* 15/10/2026 CC  PROMPT NAMES THE RESERVED SOURCE 'UNNAMED ' UNDER
000252*                WHICH THE FEED WITH NO SOURCE SYSTEM IS MASTERED.
000253*----------------------------------------------------------------
000260 ENVIRONMENT         DIVISION.
000270*
000280 CONFIGURATION       SECTION.
000290 SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
000300*
000310 INPUT-OUTPUT        SECTION.
000320 FILE-CONTROL.
000330     SELECT          SRCMAST    ASSIGN TO "SRCMAST"
000340                                ORGANIZATION IS LINE SEQUENTIAL
000350                                FILE STATUS  IS WS-SRCM-STATUS.
000352     SELECT          OPERSEC    ASSIGN TO "OPERSEC"
000370                                ORGANIZATION IS LINE SEQUENTIAL
000372                                FILE STATUS  IS WS-SEC-STATUS.
000374     SELECT          SECVIOL    ASSIGN TO "SECVIOL"
000376                                ORGANIZATION IS LINE SEQUENTIAL
000378                                FILE STATUS  IS WS-SVIO-STATUS.
000390     SELECT          SRCLOG     ASSIGN TO "SRCLOG"
000400                                ORGANIZATION IS LINE SEQUENTIAL
000410                                FILE STATUS  IS WS-SLOG-STATUS.
000420*
000430 DATA                DIVISION.
000440 FILE                SECTION.
000450 FD  SRCMAST.
000460 01  SRCM-REC                 PIC X(100).
000470*
000472 FD  OPERSEC.
000474 01  SEC-REC.
000476     05 SEC-USER-ID           PIC X(20).
000478     05 SEC-FUNCTIONS.
000480         10 SEC-FN            PIC X(01) OCCURS 6 TIMES.
000482     05 SEC-EXPIRY-DATE       PIC 9(08).
000484     05 SEC-LOCKED-SW         PIC X(01).
000486         88 SEC-IS-LOCKED     VALUE 'Y'.
000488     05 SEC-OPER-NAME         PIC X(30).
000490     05 FILLER                PIC X(15).
000492*
000494 FD  SECVIOL.
000496 01  SVIO-REC                 PIC X(100).
000510*
000520 FD  SRCLOG.
000530 01  SLOG-REC                 PIC X(260).
000540*
000550 WORKING-STORAGE     SECTION.
000560 77  WS-SRCM-STATUS           PIC X(02) VALUE SPACES.
000580 77  WS-SLOG-STATUS           PIC X(02) VALUE SPACES.
000590*
000600 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
000610     88 END-OF-INPUT          VALUE 'Y'.
000620*
000630 77  WS-AUTH-SW               PIC X(01) VALUE 'N'.
000640     88 USER-IS-AUTHORIZED    VALUE 'Y'.
000641*
000642*----------------------------------------------------------------
000643* OPERATOR SECURITY - OPERSEC GRANTS EACH OPERATOR FUNCTIONS BY
000644* POSITION (1 PARAMETER MAINTENANCE, 2 REJECT CORRECTION,
000645* 3 POSTING OVERRIDE, 4 MONTH-END CLOSE, 5 ADJUSTMENT POSTING,
000646* 6 HOUSEKEEPING), WITH AN EXPIRY DATE AND A LOCKED FLAG. EVERY
000647* REFUSAL IS APPENDED TO SECVIOL.
000648*----------------------------------------------------------------
000649 77  WS-SEC-STATUS            PIC X(02) VALUE SPACES.
000650 77  WS-SVIO-STATUS           PIC X(02) VALUE SPACES.
000651 77  WS-SEC-EOF-SW            PIC X(01) VALUE 'N'.
000652     88 END-OF-OPERSEC        VALUE 'Y'.
000653 77  WS-SEC-FUNC              PIC 9(01) COMP VALUE 1.
000654 77  WS-SEC-REASON            PIC X(16) VALUE SPACES.
000655 77  WS-SEC-DATE              PIC 9(08) VALUE ZERO.
000656 77  WS-SEC-TIME              PIC 9(08) VALUE ZERO.
000657 01  WS-SEC-FUNC-NAMES.
000658     05 FILLER                PIC X(20)
000659      VALUE 'PARAMETER MAINT'.
000660     05 FILLER                PIC X(20)
000661      VALUE 'REJECT CORRECTION'.
000662     05 FILLER                PIC X(20)
000663      VALUE 'POSTING OVERRIDE'.
000664     05 FILLER                PIC X(20)
000665      VALUE 'MONTH-END CLOSE'.
000666     05 FILLER                PIC X(20)
000667      VALUE 'ADJUSTMENT POSTING'.
000668     05 FILLER                PIC X(20)
000669      VALUE 'HOUSEKEEPING'.
000670 01  WS-SEC-FUNC-TABLE REDEFINES WS-SEC-FUNC-NAMES.
000671     05 WS-SEC-FUNC-NAME      PIC X(20) OCCURS 6 TIMES.
000672 01  SVIO-LINE.
000673     05 SVIO-DATE-ED          PIC 9(08).
000674     05 FILLER                PIC X(01) VALUE SPACE.
000675     05 SVIO-TIME-ED          PIC 9(08).
000676     05 FILLER                PIC X(01) VALUE SPACE.
000677     05 SVIO-PROG-ED          PIC X(07).
000678     05 FILLER                PIC X(01) VALUE SPACE.
000679     05 SVIO-USER-ED          PIC X(20).
000680     05 FILLER                PIC X(01) VALUE SPACE.
000681     05 SVIO-FUNC-ED          PIC X(20).
000682     05 FILLER                PIC X(01) VALUE SPACE.
000683     05 SVIO-REASON-ED        PIC X(16).
000684*
000685 77  WS-CHANGED-SW            PIC X(01) VALUE 'N'.
000686     88 MASTER-CHANGED        VALUE 'Y'.
000687*
000690 77  WS-DONE-SW               PIC X(01) VALUE 'N'.
000700     88 MAINTENANCE-DONE      VALUE 'Y'.
000710*
000720 77  WS-VALID-SW              PIC X(01) VALUE 'Y'.
000730     88 ROW-IS-VALID          VALUE 'Y'.
000740*
000750 77  WS-USER-ID               PIC X(20) VALUE SPACES.
000760 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
000770 77  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
000780 77  WS-CHANGE-COUNT          PIC 9(03) VALUE ZERO.
000790*
000800 77  WS-REPLY                 PIC X(30) VALUE SPACES.
000810 77  WS-REPLY-SRC             PIC X(08) VALUE SPACES.
000820 77  WS-ACTION                PIC X(03) VALUE SPACES.
000830*
000840*----------------------------------------------------------------
000850* THE WHOLE MASTER, LOADED AT START AND REWRITTEN AT THE END
000860* WHEN ANYTHING CHANGED. THE ROW LAYOUT IS THE SRCMAST RECORD.
000870*----------------------------------------------------------------
000880 77  WS-SM-MAX                PIC 9(02) COMP VALUE 20.
000890 77  WS-SM-USED               PIC 9(02) COMP VALUE ZERO.
000900 77  WS-SM-SUB                PIC 9(02) COMP VALUE ZERO.
000910 77  WS-SM-CUR                PIC 9(02) COMP VALUE ZERO.
000920 77  WS-SM-HIT-SW             PIC X(01) VALUE 'N'.
000930     88 SOURCE-ROW-FOUND      VALUE 'Y'.
000940*
000950 01  WS-SM-TABLE.
000960     05 WS-SM-ENTRY           PIC X(100) OCCURS 20 TIMES.
000970*
000980*----------------------------------------------------------------
000990* THE ROW BEING MAINTAINED, AND ITS IMAGE BEFORE THE CHANGE.
001000*----------------------------------------------------------------
001010 01  WS-SRC-WORK.
001020     05 WS-SW-SOURCE-SYS      PIC X(08).
001030     05 WS-SW-STATUS          PIC X(01).
001040         88 SW-STATUS-VALID   VALUE 'A' 'S' 'R'.
001050     05 WS-SW-DESC            PIC X(30).
001060     05 WS-SW-CONTACT         PIC X(30).
001070     05 WS-SW-VAL-MIN         PIC S9(4) SIGN LEADING SEPARATE.
001080     05 WS-SW-VAL-MIN-X REDEFINES WS-SW-VAL-MIN
001090                              PIC X(05).
001100     05 WS-SW-VAL-MAX         PIC S9(4) SIGN LEADING SEPARATE.
001110     05 WS-SW-VAL-MAX-X REDEFINES WS-SW-VAL-MAX
001120                              PIC X(05).
001130     05 WS-SW-CALC-MODE       PIC X(01).
001140         88 SW-CALC-VALID     VALUE 'E' 'W' 'B'.
001142     05 WS-SW-SEND-DAYS       PIC X(07).
001144     05 FILLER                PIC X(13).
001150 01  WS-SRC-OLD               PIC X(100) VALUE SPACES.
001152*
001154 77  WS-DAY-YN-COUNT          PIC 9(02) COMP VALUE ZERO.
001160*
001170 01  SLOG-LINE.
001180     05 SLOG-DATE-ED          PIC 9(08).
001190     05 FILLER                PIC X(01) VALUE SPACE.
001200     05 SLOG-TIME-ED          PIC 9(08).
001210     05 FILLER                PIC X(01) VALUE SPACE.
001220     05 SLOG-USER-ED          PIC X(20).
001230     05 FILLER                PIC X(01) VALUE SPACE.
001240     05 SLOG-ACTION-ED        PIC X(03).
001250     05 FILLER                PIC X(05) VALUE ' OLD '.
001260     05 SLOG-OLD-ED           PIC X(100).
001270     05 FILLER                PIC X(05) VALUE ' NEW '.
001280     05 SLOG-NEW-ED           PIC X(100).
001290*
001300*
001310*
001320 PROCEDURE           DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     IF NOT USER-IS-AUTHORIZED
001360         DISPLAY 'TEST013 - OPERATOR ' WS-USER-ID
001370                 ' NOT AUTHORIZED FOR SOURCE MASTER MAINTENANCE'
001380         MOVE 8 TO RETURN-CODE
001390         STOP RUN
001400     END-IF.
001410     PERFORM 3000-DISPLAY-SOURCES THRU 3000-EXIT.
001420     PERFORM 4000-MAINTAIN-ONE-SOURCE THRU 4000-EXIT
001430         UNTIL MAINTENANCE-DONE.
001440     IF MASTER-CHANGED
001450         PERFORM 5000-WRITE-SRCMAST THRU 5000-EXIT
001460         DISPLAY 'TEST013 - SOURCE MASTER UPDATED - '
001470                 WS-CHANGE-COUNT ' ROW(S) CHANGED'
001480     ELSE
001490         DISPLAY 'TEST013 - NO CHANGES MADE'
001500     END-IF.
001510     STOP RUN.
001520*
001530 1000-INITIALIZE.
001540     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001550     ACCEPT WS-RUN-TIME FROM TIME
001560     DISPLAY 'USER' UPON ENVIRONMENT-NAME
001570     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
001580     IF WS-USER-ID = SPACES
001590         MOVE 'UNKNOWN' TO WS-USER-ID
001600     END-IF
001602     MOVE 1 TO WS-SEC-FUNC
001610     PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT
001620     PERFORM 2500-LOAD-SRCMAST THRU 2500-EXIT.
001630 1000-EXIT.
001640     EXIT.
001650*
001652*----------------------------------------------------------------
001654* OPERATOR SECURITY - THE OPERATOR MUST BE ON OPERSEC, NOT LOCKED,
001656* NOT PAST THE EXPIRY DATE (ZERO = NONE) AND GRANTED THE FUNCTION
001658* IN WS-SEC-FUNC. NO OPERSEC FILE MEANS NOBODY IS AUTHORIZED.
001660* EVERY REFUSAL IS LOGGED TO SECVIOL.
001662*----------------------------------------------------------------
001664 2000-CHECK-AUTHORITY.
001666     MOVE 'N' TO WS-AUTH-SW
001668     MOVE 'N' TO WS-SEC-EOF-SW
001670     MOVE 'NOT ON FILE' TO WS-SEC-REASON
001672     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD
001674     OPEN INPUT OPERSEC
001676     IF WS-SEC-STATUS NOT = '00'
001678         MOVE 'NO OPERSEC FILE' TO WS-SEC-REASON
001680         PERFORM 2300-LOG-VIOLATION THRU 2300-EXIT
001682         GO TO 2000-EXIT
001684     END-IF
001686     PERFORM 2100-READ-OPERSEC THRU 2100-EXIT
001688     PERFORM 2200-MATCH-OPERSEC THRU 2200-EXIT
001690         UNTIL END-OF-OPERSEC
001692     CLOSE OPERSEC
001694     IF NOT USER-IS-AUTHORIZED
001696         PERFORM 2300-LOG-VIOLATION THRU 2300-EXIT
001698     END-IF.
001700 2000-EXIT.
001702     EXIT.
001704*
001706 2100-READ-OPERSEC.
001708     READ OPERSEC
001710         AT END
001712             SET END-OF-OPERSEC TO TRUE
001714     END-READ.
001716 2100-EXIT.
001718     EXIT.
001720*
001722 2200-MATCH-OPERSEC.
001724     IF SEC-USER-ID NOT = WS-USER-ID
001726         PERFORM 2100-READ-OPERSEC THRU 2100-EXIT
001728         GO TO 2200-EXIT
001730     END-IF
001732     SET END-OF-OPERSEC TO TRUE
001734     EVALUATE TRUE
001736         WHEN SEC-IS-LOCKED
001738             MOVE 'LOCKED' TO WS-SEC-REASON
001740         WHEN SEC-EXPIRY-DATE NOT NUMERIC
001742             MOVE 'EXPIRED' TO WS-SEC-REASON
001744         WHEN SEC-EXPIRY-DATE NOT = ZERO
001746          AND SEC-EXPIRY-DATE < WS-SEC-DATE
001748             MOVE 'EXPIRED' TO WS-SEC-REASON
001750         WHEN SEC-FN(WS-SEC-FUNC) NOT = 'Y'
001752             MOVE 'NOT GRANTED' TO WS-SEC-REASON
001754         WHEN OTHER
001756             MOVE SPACES TO WS-SEC-REASON
001758             SET USER-IS-AUTHORIZED TO TRUE
001760     END-EVALUATE.
001762 2200-EXIT.
001764     EXIT.
001766*
001768 2300-LOG-VIOLATION.
001770     ACCEPT WS-SEC-TIME FROM TIME
001772     DISPLAY 'TEST013 - SECURITY VIOLATION LOGGED - '
001774             WS-SEC-FUNC-NAME(WS-SEC-FUNC) ' ' WS-SEC-REASON
001776     OPEN EXTEND SECVIOL
001778     IF WS-SVIO-STATUS = '35'
001780         OPEN OUTPUT SECVIOL
001782     END-IF
001784     MOVE WS-SEC-DATE TO SVIO-DATE-ED
001786     MOVE WS-SEC-TIME TO SVIO-TIME-ED
001788     MOVE 'TEST013' TO SVIO-PROG-ED
001790     MOVE WS-USER-ID TO SVIO-USER-ED
001792     MOVE WS-SEC-FUNC-NAME(WS-SEC-FUNC) TO SVIO-FUNC-ED
001794     MOVE WS-SEC-REASON TO SVIO-REASON-ED
001796     MOVE SVIO-LINE TO SVIO-REC
001798     WRITE SVIO-REC
001800     CLOSE SECVIOL.
001802 2300-EXIT.
001804     EXIT.
001990*
002000*----------------------------------------------------------------
002010* LOAD THE MASTER. NO SRCMAST YET MEANS AN EMPTY MASTER - THE
002020* FIRST ROW ADDED CREATES THE FILE.
002030*----------------------------------------------------------------
002040 2500-LOAD-SRCMAST.
002050     MOVE 'N' TO WS-EOF-SW
002060     OPEN INPUT SRCMAST
002070     IF WS-SRCM-STATUS = '35'
002080         GO TO 2500-EXIT
002090     END-IF
002100     PERFORM 2600-READ-SRCMAST THRU 2600-EXIT
002110     PERFORM 2700-LOAD-ONE-ROW THRU 2700-EXIT
002120         UNTIL END-OF-INPUT
002130     CLOSE SRCMAST.
002140 2500-EXIT.
002150     EXIT.
002160*
002170 2600-READ-SRCMAST.
002180     READ SRCMAST
002190         AT END
002200             SET END-OF-INPUT TO TRUE
002210     END-READ.
002220 2600-EXIT.
002230     EXIT.
002240*
002250 2700-LOAD-ONE-ROW.
002260     IF SRCM-REC NOT = SPACES
002270         IF WS-SM-USED < WS-SM-MAX
002280             ADD 1 TO WS-SM-USED
002290             MOVE SRCM-REC TO WS-SM-ENTRY(WS-SM-USED)
002300         ELSE
002310             DISPLAY 'TEST013 - SRCMAST HOLDS MORE THAN 20 '
002320                     'ROWS - UPDATE REFUSED'
002330             MOVE 8 TO RETURN-CODE
002340             STOP RUN
002350         END-IF
002360     END-IF
002370     PERFORM 2600-READ-SRCMAST THRU 2600-EXIT.
002380 2700-EXIT.
002390     EXIT.
002400*
002410 3000-DISPLAY-SOURCES.
002420     DISPLAY 'TEST013 - SOURCE SYSTEM MASTER - '
002430             WS-SM-USED ' ROW(S)'
002440     DISPLAY '  SOURCE   S C  MIN   MAX  SENDS   DESCRIPTION'
002450     IF WS-SM-USED > ZERO
002460         PERFORM 3100-DISPLAY-ONE-SOURCE THRU 3100-EXIT
002470             VARYING WS-SM-SUB FROM 1 BY 1
002480             UNTIL WS-SM-SUB > WS-SM-USED
002490     END-IF.
002500 3000-EXIT.
002510     EXIT.
002520*
002530 3100-DISPLAY-ONE-SOURCE.
002540     MOVE WS-SM-ENTRY(WS-SM-SUB) TO WS-SRC-WORK
002550     DISPLAY '  ' WS-SW-SOURCE-SYS ' ' WS-SW-STATUS
002560             ' ' WS-SW-CALC-MODE ' ' WS-SW-VAL-MIN-X
002570             ' ' WS-SW-VAL-MAX-X ' ' WS-SW-SEND-DAYS
002572             ' ' WS-SW-DESC.
002580 3100-EXIT.
002590     EXIT.
002600*
002610*----------------------------------------------------------------
002620* ONE ADD OR CHANGE. A SOURCE ID NOT ON THE MASTER IS OFFERED
002630* AS A NEW ROW (ACTIVE, EITHER CALCULATION MODE, PARMFILE
002640* RANGE UNTIL KEYED OTHERWISE). A BLANK SOURCE ID ENDS THE RUN.
002650*----------------------------------------------------------------
002660 4000-MAINTAIN-ONE-SOURCE.
002670     DISPLAY 'TEST013 - SOURCE SYSTEM TO ADD/CHANGE OR '
002680             'BLANK TO END (UNNAMED = FEED WITH NO SOURCE): '
002690     MOVE SPACES TO WS-REPLY-SRC
002700     ACCEPT WS-REPLY-SRC
002710     IF WS-REPLY-SRC = SPACES
002720         SET MAINTENANCE-DONE TO TRUE
002730         GO TO 4000-EXIT
002740     END-IF
002750     PERFORM 4100-FIND-SOURCE THRU 4100-EXIT
002760     IF SOURCE-ROW-FOUND
002770         MOVE 'CHG' TO WS-ACTION
002780         MOVE WS-SM-ENTRY(WS-SM-CUR) TO WS-SRC-WORK
002790         MOVE WS-SM-ENTRY(WS-SM-CUR) TO WS-SRC-OLD
002800     ELSE
002810         IF WS-SM-USED NOT < WS-SM-MAX
002820             DISPLAY 'TEST013 - SOURCE MASTER FULL - '
002830                     WS-REPLY-SRC ' NOT ADDED'
002840             GO TO 4000-EXIT
002850         END-IF
002860         DISPLAY 'TEST013 - ' WS-REPLY-SRC ' IS NOT ON THE '
002870                 'MASTER - ADD IT (Y/N): '
002880         MOVE SPACES TO WS-REPLY
002890         ACCEPT WS-REPLY
002900         IF WS-REPLY(1:1) NOT = 'Y'
002910             GO TO 4000-EXIT
002920         END-IF
002930         MOVE 'ADD' TO WS-ACTION
002940         MOVE SPACES TO WS-SRC-WORK
002950         MOVE SPACES TO WS-SRC-OLD
002960         MOVE WS-REPLY-SRC TO WS-SW-SOURCE-SYS
002970         MOVE 'A' TO WS-SW-STATUS
002980         MOVE 'B' TO WS-SW-CALC-MODE
002990     END-IF
003000     PERFORM 4200-DISPLAY-ROW THRU 4200-EXIT
003010     PERFORM 4300-ACCEPT-FIELDS THRU 4300-EXIT
003020     IF NOT ROW-IS-VALID
003030         GO TO 4000-EXIT
003040     END-IF
003050     IF WS-SRC-WORK = WS-SRC-OLD
003060         DISPLAY 'TEST013 - ' WS-REPLY-SRC ' UNCHANGED'
003070         GO TO 4000-EXIT
003080     END-IF
003090     IF WS-ACTION = 'ADD'
003100         ADD 1 TO WS-SM-USED
003110         MOVE WS-SM-USED TO WS-SM-CUR
003120     END-IF
003130     MOVE WS-SRC-WORK TO WS-SM-ENTRY(WS-SM-CUR)
003140     ADD 1 TO WS-CHANGE-COUNT
003150     SET MASTER-CHANGED TO TRUE
003160     PERFORM 6000-LOG-CHANGE THRU 6000-EXIT
003170     DISPLAY 'TEST013 - ' WS-REPLY-SRC ' RECORDED'.
003180 4000-EXIT.
003190     EXIT.
003200*
003210 4100-FIND-SOURCE.
003220     MOVE 'N' TO WS-SM-HIT-SW
003230     MOVE ZERO TO WS-SM-CUR
003240     IF WS-SM-USED > ZERO
003250         PERFORM 4110-MATCH-SOURCE THRU 4110-EXIT
003260             VARYING WS-SM-SUB FROM 1 BY 1
003270             UNTIL WS-SM-SUB > WS-SM-USED
003280                OR SOURCE-ROW-FOUND
003290     END-IF.
003300 4100-EXIT.
003310     EXIT.
003320*
003330 4110-MATCH-SOURCE.
003340     IF WS-SM-ENTRY(WS-SM-SUB)(1:8) = WS-REPLY-SRC
003350         MOVE WS-SM-SUB TO WS-SM-CUR
003360         SET SOURCE-ROW-FOUND TO TRUE
003370     END-IF.
003380 4110-EXIT.
003390     EXIT.
003400*
003410 4200-DISPLAY-ROW.
003420     DISPLAY 'TEST013 - SOURCE ' WS-SW-SOURCE-SYS
003430     DISPLAY '  STATUS (A/S/R)......... ' WS-SW-STATUS
003440     DISPLAY '  DESCRIPTION............ ' WS-SW-DESC
003450     DISPLAY '  CONTACT................ ' WS-SW-CONTACT
003460     DISPLAY '  VALUE RANGE MINIMUM.... ' WS-SW-VAL-MIN-X
003470     DISPLAY '  VALUE RANGE MAXIMUM.... ' WS-SW-VAL-MAX-X
003480     DISPLAY '  CALCULATION MODE (E/W/B) ' WS-SW-CALC-MODE
003482     DISPLAY '  SEND DAYS (MON-SUN).... ' WS-SW-SEND-DAYS.
003490 4200-EXIT.
003500     EXIT.
003510*
003520*----------------------------------------------------------------
003530* PROMPT FOR EACH FIELD IN TURN. A BLANK REPLY KEEPS THE
003540* CURRENT VALUE; A MALFORMED REPLY IS REFUSED AND ALSO KEEPS
003550* IT. A RANGE REPLY OF * CLEARS THE SOURCE'S OWN RANGE SO THE
003560* PARMFILE RANGE APPLIES. A MINIMUM ABOVE THE MAXIMUM DISCARDS
003570* THE WHOLE ROW'S CHANGES. THE SEND DAYS ARE SEVEN Y/N FLAGS,
003572* MONDAY FIRST; * CLEARS THEM BACK TO MONDAY TO FRIDAY.
003580*----------------------------------------------------------------
003590 4300-ACCEPT-FIELDS.
003600     SET ROW-IS-VALID TO TRUE
003610     DISPLAY 'TEST013 - NEW STATUS (A/S/R) OR BLANK: '
003620     MOVE SPACES TO WS-REPLY
003630     ACCEPT WS-REPLY
003640     IF WS-REPLY NOT = SPACES
003650         IF WS-REPLY(1:1) = 'A' OR 'S' OR 'R'
003660             MOVE WS-REPLY(1:1) TO WS-SW-STATUS
003670         ELSE
003680             DISPLAY 'TEST013 - INVALID STATUS - KEPT'
003690         END-IF
003700     END-IF
003710     DISPLAY 'TEST013 - NEW DESCRIPTION OR BLANK: '
003720     MOVE SPACES TO WS-REPLY
003730     ACCEPT WS-REPLY
003740     IF WS-REPLY NOT = SPACES
003750         MOVE WS-REPLY TO WS-SW-DESC
003760     END-IF
003770     DISPLAY 'TEST013 - NEW CONTACT OR BLANK: '
003780     MOVE SPACES TO WS-REPLY
003790     ACCEPT WS-REPLY
003800     IF WS-REPLY NOT = SPACES
003810         MOVE WS-REPLY TO WS-SW-CONTACT
003820     END-IF
003830     DISPLAY 'TEST013 - NEW VALUE RANGE MINIMUM (+NNNN/-NNNN, '
003840             '* FOR PARMFILE RANGE) OR BLANK: '
003850     MOVE SPACES TO WS-REPLY
003860     ACCEPT WS-REPLY
003870     IF WS-REPLY NOT = SPACES
003880         IF WS-REPLY(1:1) = '*'
003890             MOVE SPACES TO WS-SW-VAL-MIN-X
003900         ELSE
003910             IF WS-REPLY(2:4) NUMERIC
003920                AND (WS-REPLY(1:1) = '+' OR WS-REPLY(1:1) = '-')
003930                 MOVE WS-REPLY(1:5) TO WS-SW-VAL-MIN-X
003940             ELSE
003950                 DISPLAY 'TEST013 - INVALID RANGE MINIMUM - '
003960                         'KEPT'
003970             END-IF
003980         END-IF
003990     END-IF
004000     DISPLAY 'TEST013 - NEW VALUE RANGE MAXIMUM (+NNNN/-NNNN, '
004010             '* FOR PARMFILE RANGE) OR BLANK: '
004020     MOVE SPACES TO WS-REPLY
004030     ACCEPT WS-REPLY
004040     IF WS-REPLY NOT = SPACES
004050         IF WS-REPLY(1:1) = '*'
004060             MOVE SPACES TO WS-SW-VAL-MAX-X
004070         ELSE
004080             IF WS-REPLY(2:4) NUMERIC
004090                AND (WS-REPLY(1:1) = '+' OR WS-REPLY(1:1) = '-')
004100                 MOVE WS-REPLY(1:5) TO WS-SW-VAL-MAX-X
004110             ELSE
004120                 DISPLAY 'TEST013 - INVALID RANGE MAXIMUM - '
004130                         'KEPT'
004140             END-IF
004150         END-IF
004160     END-IF
004170     DISPLAY 'TEST013 - NEW CALCULATION MODE (E/W/B) OR BLANK: '
004180     MOVE SPACES TO WS-REPLY
004190     ACCEPT WS-REPLY
004200     IF WS-REPLY NOT = SPACES
004210         IF WS-REPLY(1:1) = 'E' OR 'W' OR 'B'
004220             MOVE WS-REPLY(1:1) TO WS-SW-CALC-MODE
004230         ELSE
004240             DISPLAY 'TEST013 - INVALID CALCULATION MODE - KEPT'
004250         END-IF
004260     END-IF
004261     DISPLAY 'TEST013 - NEW SEND DAYS MON-SUN (7 X Y/N, '
004262             '* FOR MON-FRI) OR BLANK: '
004263     MOVE SPACES TO WS-REPLY
004264     ACCEPT WS-REPLY
004265     IF WS-REPLY NOT = SPACES
004266         IF WS-REPLY(1:1) = '*'
004267             MOVE SPACES TO WS-SW-SEND-DAYS
004268         ELSE
004269             MOVE ZERO TO WS-DAY-YN-COUNT
004270             INSPECT WS-REPLY(1:7) TALLYING WS-DAY-YN-COUNT
004271                 FOR ALL 'Y' ALL 'N'
004272             IF WS-DAY-YN-COUNT = 7
004273                AND WS-REPLY(1:7) NOT = 'NNNNNNN'
004274                 MOVE WS-REPLY(1:7) TO WS-SW-SEND-DAYS
004275             ELSE
004276                 DISPLAY 'TEST013 - INVALID SEND DAYS - KEPT'
004277             END-IF
004278         END-IF
004279     END-IF
004280     IF (WS-SW-VAL-MIN-X = SPACES
004281         AND WS-SW-VAL-MAX-X NOT = SPACES)
004290        OR (WS-SW-VAL-MAX-X = SPACES
004300         AND WS-SW-VAL-MIN-X NOT = SPACES)
004310         DISPLAY 'TEST013 - RANGE NEEDS BOTH A MINIMUM AND A '
004320                 'MAXIMUM - CHANGES DISCARDED'
004330         MOVE 'N' TO WS-VALID-SW
004340         GO TO 4300-EXIT
004350     END-IF
004360     IF WS-SW-VAL-MIN-X NOT = SPACES
004370         IF WS-SW-VAL-MIN > WS-SW-VAL-MAX
004380             DISPLAY 'TEST013 - MINIMUM NOT BELOW MAXIMUM - '
004390                     'CHANGES DISCARDED'
004400             MOVE 'N' TO WS-VALID-SW
004410         END-IF
004420     END-IF.
004430 4300-EXIT.
004440     EXIT.
004450*
004460 5000-WRITE-SRCMAST.
004470     OPEN OUTPUT SRCMAST
004480     PERFORM 5100-WRITE-ONE-ROW THRU 5100-EXIT
004490         VARYING WS-SM-SUB FROM 1 BY 1
004500         UNTIL WS-SM-SUB > WS-SM-USED
004510     CLOSE SRCMAST.
004520 5000-EXIT.
004530     EXIT.
004540*
004550 5100-WRITE-ONE-ROW.
004560     MOVE WS-SM-ENTRY(WS-SM-SUB) TO SRCM-REC
004570     WRITE SRCM-REC.
004580 5100-EXIT.
004590     EXIT.
004600*
004610 6000-LOG-CHANGE.
004620     OPEN EXTEND SRCLOG
004630     IF WS-SLOG-STATUS = '35'
004640         OPEN OUTPUT SRCLOG
004650     END-IF
004660     MOVE WS-RUN-DATE TO SLOG-DATE-ED
004670     MOVE WS-RUN-TIME TO SLOG-TIME-ED
004680     MOVE WS-USER-ID TO SLOG-USER-ED
004690     MOVE WS-ACTION TO SLOG-ACTION-ED
004700     MOVE WS-SRC-OLD TO SLOG-OLD-ED
004710     MOVE WS-SRC-WORK TO SLOG-NEW-ED
004720     MOVE SLOG-LINE TO SLOG-REC
004730     WRITE SLOG-REC
004740     CLOSE SRCLOG.
004750 6000-EXIT.
004760     EXIT.
