000100* INITIALIZE TIME (CHECKPOINT INTERVAL, MULTI-VALUE COUNT
000110* LIMITS, VALUE VALIDATION RANGE). THE OPERATOR IS PROMPTED FOR
000120* EACH PARAMETER IN TURN; A BLANK REPLY KEEPS THE CURRENT
000122* VALUE. ONLY OPERATORS GRANTED PARAMETER MAINTENANCE ON THE
000124* OPERATOR SECURITY FILE (OPERSEC) MAY UPDATE, AND EVERY CHANGE
000126* IS LOGGED TO PARMLOG (DATE, TIME, OPERATOR, OLD AND NEW
000128* PARAMETER IMAGES). A REFUSED OPERATOR IS LOGGED TO SECVIOL.
000160*----------------------------------------------------------------
000170* MODIFICATION HISTORY
000180*----------------------------------------------------------------
000190* 22/08/2026 CC  INITIAL VERSION.
000192* 15/10/2026 CC  AUTHORITY NOW COMES FROM THE OPERATOR SECURITY
000194*                FILE OPERSEC (PARAMETER MAINTENANCE FUNCTION,
000196*                EXPIRY DATE, LOCKED FLAG) INSTEAD OF THE PARMAUTH
000198*                LIST, AND EVERY REFUSAL IS LOGGED TO SECVIOL.
000200*----------------------------------------------------------------
000210 ENVIRONMENT         DIVISION.
000220*
000280     SELECT          PARMFILE   ASSIGN TO "PARMFILE"
000290                                ORGANIZATION IS LINE SEQUENTIAL
000300                                FILE STATUS  IS WS-PRM-STATUS.
000302     SELECT          OPERSEC    ASSIGN TO "OPERSEC"
000320                                ORGANIZATION IS LINE SEQUENTIAL
000322                                FILE STATUS  IS WS-SEC-STATUS.
000324     SELECT          SECVIOL    ASSIGN TO "SECVIOL"
000326                                ORGANIZATION IS LINE SEQUENTIAL
000328                                FILE STATUS  IS WS-SVIO-STATUS.
000340     SELECT          PARMLOG    ASSIGN TO "PARMLOG"
000350                                ORGANIZATION IS LINE SEQUENTIAL
000360                                FILE STATUS  IS WS-PLOG-STATUS.
000450     05 PRM-VAL-MIN           PIC S9(4) SIGN LEADING SEPARATE.
000460     05 PRM-VAL-MAX           PIC S9(4) SIGN LEADING SEPARATE.
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
000520 FD  PARMLOG.
000530 01  PLOG-REC                 PIC X(100).
000540*
000550 WORKING-STORAGE     SECTION.
000560 77  WS-PRM-STATUS            PIC X(02) VALUE SPACES.
000580 77  WS-PLOG-STATUS           PIC X(02) VALUE SPACES.
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
000686     88 PARMS-CHANGED         VALUE 'Y'.
000687*
000690 77  WS-USER-ID               PIC X(20) VALUE SPACES.
000700 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
000710 77  WS-RUN-TIME              PIC 9(08) VALUE ZERO.
001270     IF WS-USER-ID = SPACES
001280         MOVE 'UNKNOWN' TO WS-USER-ID
001290     END-IF
001292     MOVE 1 TO WS-SEC-FUNC
001300     PERFORM 2000-CHECK-AUTHORITY THRU 2000-EXIT
001310     PERFORM 2500-LOAD-PARMS THRU 2500-EXIT.
001320 1000-EXIT.
001330     EXIT.
001340*
001342*----------------------------------------------------------------
001344* OPERATOR SECURITY - THE OPERATOR MUST BE ON OPERSEC, NOT LOCKED,
001346* NOT PAST THE EXPIRY DATE (ZERO = NONE) AND GRANTED THE FUNCTION
001348* IN WS-SEC-FUNC. NO OPERSEC FILE MEANS NOBODY IS AUTHORIZED.
001350* EVERY REFUSAL IS LOGGED TO SECVIOL.
001352*----------------------------------------------------------------
001354 2000-CHECK-AUTHORITY.
001356     MOVE 'N' TO WS-AUTH-SW
001358     MOVE 'N' TO WS-SEC-EOF-SW
001360     MOVE 'NOT ON FILE' TO WS-SEC-REASON
001362     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD
001364     OPEN INPUT OPERSEC
001366     IF WS-SEC-STATUS NOT = '00'
001368         MOVE 'NO OPERSEC FILE' TO WS-SEC-REASON
001370         PERFORM 2300-LOG-VIOLATION THRU 2300-EXIT
001372         GO TO 2000-EXIT
001374     END-IF
001376     PERFORM 2100-READ-OPERSEC THRU 2100-EXIT
001378     PERFORM 2200-MATCH-OPERSEC THRU 2200-EXIT
001380         UNTIL END-OF-OPERSEC
001382     CLOSE OPERSEC
001384     IF NOT USER-IS-AUTHORIZED
001386         PERFORM 2300-LOG-VIOLATION THRU 2300-EXIT
001388     END-IF.
001390 2000-EXIT.
001392     EXIT.
001394*
001396 2100-READ-OPERSEC.
001398     READ OPERSEC
001400         AT END
001402             SET END-OF-OPERSEC TO TRUE
001404     END-READ.
001406 2100-EXIT.
001408     EXIT.
001410*
001412 2200-MATCH-OPERSEC.
001414     IF SEC-USER-ID NOT = WS-USER-ID
001416         PERFORM 2100-READ-OPERSEC THRU 2100-EXIT
001418         GO TO 2200-EXIT
001420     END-IF
001422     SET END-OF-OPERSEC TO TRUE
001424     EVALUATE TRUE
001426         WHEN SEC-IS-LOCKED
001428             MOVE 'LOCKED' TO WS-SEC-REASON
001430         WHEN SEC-EXPIRY-DATE NOT NUMERIC
001432             MOVE 'EXPIRED' TO WS-SEC-REASON
001434         WHEN SEC-EXPIRY-DATE NOT = ZERO
001436          AND SEC-EXPIRY-DATE < WS-SEC-DATE
001438             MOVE 'EXPIRED' TO WS-SEC-REASON
001440         WHEN SEC-FN(WS-SEC-FUNC) NOT = 'Y'
001442             MOVE 'NOT GRANTED' TO WS-SEC-REASON
001444         WHEN OTHER
001446             MOVE SPACES TO WS-SEC-REASON
001448             SET USER-IS-AUTHORIZED TO TRUE
001450     END-EVALUATE.
001452 2200-EXIT.
001454     EXIT.
001456*
001458 2300-LOG-VIOLATION.
001460     ACCEPT WS-SEC-TIME FROM TIME
001462     DISPLAY 'TEST004 - SECURITY VIOLATION LOGGED - '
001464             WS-SEC-FUNC-NAME(WS-SEC-FUNC) ' ' WS-SEC-REASON
001466     OPEN EXTEND SECVIOL
001468     IF WS-SVIO-STATUS = '35'
001470         OPEN OUTPUT SECVIOL
001472     END-IF
001474     MOVE WS-SEC-DATE TO SVIO-DATE-ED
001476     MOVE WS-SEC-TIME TO SVIO-TIME-ED
001478     MOVE 'TEST004' TO SVIO-PROG-ED
001480     MOVE WS-USER-ID TO SVIO-USER-ED
001482     MOVE WS-SEC-FUNC-NAME(WS-SEC-FUNC) TO SVIO-FUNC-ED
001484     MOVE WS-SEC-REASON TO SVIO-REASON-ED
001486     MOVE SVIO-LINE TO SVIO-REC
001488     WRITE SVIO-REC
001490     CLOSE SECVIOL.
001492 2300-EXIT.
001494     EXIT.
001670*
001680 2500-LOAD-PARMS.
001690     OPEN INPUT PARMFILE
