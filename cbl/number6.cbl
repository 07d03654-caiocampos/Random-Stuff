000190*     COLS  9-16  AUDIT CUTOFF DATE YYYYMMDD - LINES DATED
000200*                 BEFORE THIS GO TO AUDITARC (DEFAULT = FIRST
000210*                 OF THE CURRENT MONTH)
000212*     COL  17     FILLER
000214*     COLS 18-20  DAYS A TRANSACTION REFERENCE IS KEPT ON
000216*                 TRANREF AFTER TEST001 PROCESSED IT (DEFAULT
000218*                 090, 000 KEEPS THEM ALL)
000220*----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*----------------------------------------------------------------
000280*                (THE NEWEST GENERATIONS) ARE PARKED ON GENTEMP
000290*                AND COPIED BACK TO THE REWRITTEN REGISTRY
000300*                UNPRUNED.
000302* 14/10/2026 CC  ALSO PURGES TEST001'S TRANSACTION REFERENCE
000304*                HISTORY (TRANREF) OF REFERENCES PROCESSED MORE
000306*                THAN THE RETENTION DAYS AGO.
000307* 15/10/2026 CC  HOUSEKEEPING NOW RUNS ONLY FOR AN OPERATOR
000308*                GRANTED HOUSEKEEPING ON THE OPERATOR SECURITY
000309*                FILE OPERSEC (RETURN CODE 8 OTHERWISE, NOTHING
000310*                PRUNED OR PURGED). EVERY REFUSAL IS LOGGED TO
000311*                SECVIOL.
000312* 15/10/2026 CC  A TRANREF THAT EXISTS BUT CANNOT BE OPENED IS NOW
000313*                REPORTED INSTEAD OF SKIPPING THE PURGE QUIETLY.
000314*----------------------------------------------------------------
000320 ENVIRONMENT         DIVISION.
000330*
000340 CONFIGURATION       SECTION.
000540     SELECT          GENTEMP    ASSIGN TO "GENTEMP"
000550                                ORGANIZATION IS LINE SEQUENTIAL
000560                                FILE STATUS  IS WS-GTMP-STATUS.
000561     SELECT          TRANREF    ASSIGN TO "TRANREF"
000562                                ORGANIZATION IS INDEXED
000563                                ACCESS MODE  IS DYNAMIC
000564                                RECORD KEY   IS TREF-KEY
000565                                FILE STATUS  IS WS-TREF-STATUS.
000566     SELECT          OPERSEC    ASSIGN TO "OPERSEC"
000567                                ORGANIZATION IS LINE SEQUENTIAL
000568                                FILE STATUS  IS WS-SEC-STATUS.
000569     SELECT          SECVIOL    ASSIGN TO "SECVIOL"
000570                                ORGANIZATION IS LINE SEQUENTIAL
000571                                FILE STATUS  IS WS-SVIO-STATUS.
000572*
000580 DATA                DIVISION.
000590 FILE                SECTION.
000600 FD  HSKPARMS.
000640     05 HSK-IFC-KEEP-X        PIC X(03).
000650     05 FILLER                PIC X(01).
000660     05 HSK-CUTOFF-X          PIC X(08).
000662     05 FILLER                PIC X(01).
000664     05 HSK-REF-DAYS-X        PIC X(03).
000670*
000680 FD  GENFILE.
000690 01  GEN-REC.
000830 FD  GENTEMP.
000840 01  GENTEMP-REC              PIC X(35).
000850*
000851 FD  TRANREF.
000852 01  TREF-REC.
000853     05 TREF-KEY.
000854         10 TREF-SOURCE-SYS   PIC X(08).
000855         10 TREF-TRAN-REF     PIC X(16).
000856     05 TREF-BATCH-DATE       PIC 9(08).
000857     05 TREF-REC-NUM          PIC 9(08).
000858     05 TREF-PROC-DATE        PIC 9(08).
000859     05 TREF-PROC-DATE-X REDEFINES TREF-PROC-DATE
000860                              PIC X(08).
000861     05 TREF-RUN-ID           PIC X(16).
000862     05 FILLER                PIC X(06).
000863*
000864 FD  OPERSEC.
000865 01  SEC-REC.
000866     05 SEC-USER-ID           PIC X(20).
000867     05 SEC-FUNCTIONS.
000868         10 SEC-FN            PIC X(01) OCCURS 6 TIMES.
000869     05 SEC-EXPIRY-DATE       PIC 9(08).
000870     05 SEC-LOCKED-SW         PIC X(01).
000871         88 SEC-IS-LOCKED     VALUE 'Y'.
000872     05 SEC-OPER-NAME         PIC X(30).
000873     05 FILLER                PIC X(15).
000874*
000875 FD  SECVIOL.
000876 01  SVIO-REC                 PIC X(100).
000877*
000878 WORKING-STORAGE     SECTION.
000879 77  WS-HSK-STATUS            PIC X(02) VALUE SPACES.
000880 77  WS-GEN-STATUS            PIC X(02) VALUE SPACES.
000890 77  WS-AUDIT-STATUS          PIC X(02) VALUE SPACES.
000900 77  WS-ARC-STATUS            PIC X(02) VALUE SPACES.
000910 77  WS-TMP-STATUS            PIC X(02) VALUE SPACES.
000920 77  WS-GTMP-STATUS           PIC X(02) VALUE SPACES.
000922 77  WS-TREF-STATUS           PIC X(02) VALUE SPACES.
000930 77  WS-GTAB-FULL-SW          PIC X(01) VALUE 'N'.
000940     88 GEN-TABLE-OVERFLOWED  VALUE 'Y'.
000950*
000990 77  WS-REP-KEEP              PIC 9(03) VALUE 005.
001000 77  WS-IFC-KEEP              PIC 9(03) VALUE 005.
001010 77  WS-AUD-CUTOFF            PIC 9(08) VALUE ZERO.
001011 77  WS-USER-ID               PIC X(20) VALUE SPACES.
001012*
001013*----------------------------------------------------------------
001014* OPERATOR SECURITY - OPERSEC GRANTS EACH OPERATOR FUNCTIONS BY
001015* POSITION (1 PARAMETER MAINTENANCE, 2 REJECT CORRECTION,
001016* 3 POSTING OVERRIDE, 4 MONTH-END CLOSE, 5 ADJUSTMENT POSTING,
001017* 6 HOUSEKEEPING), WITH AN EXPIRY DATE AND A LOCKED FLAG. EVERY
001018* REFUSAL IS APPENDED TO SECVIOL.
001019*----------------------------------------------------------------
001020 77  WS-SEC-STATUS            PIC X(02) VALUE SPACES.
001021 77  WS-SVIO-STATUS           PIC X(02) VALUE SPACES.
001022 77  WS-SEC-EOF-SW            PIC X(01) VALUE 'N'.
001023     88 END-OF-OPERSEC        VALUE 'Y'.
001024 77  WS-AUTH-SW               PIC X(01) VALUE 'N'.
001025     88 USER-IS-AUTHORIZED    VALUE 'Y'.
001026 77  WS-SEC-FUNC              PIC 9(01) COMP VALUE 1.
001027 77  WS-SEC-REASON            PIC X(16) VALUE SPACES.
001028 77  WS-SEC-DATE              PIC 9(08) VALUE ZERO.
001029 77  WS-SEC-TIME              PIC 9(08) VALUE ZERO.
001030 01  WS-SEC-FUNC-NAMES.
001031     05 FILLER                PIC X(20)
001032      VALUE 'PARAMETER MAINT'.
001033     05 FILLER                PIC X(20)
001034      VALUE 'REJECT CORRECTION'.
001035     05 FILLER                PIC X(20)
001036      VALUE 'POSTING OVERRIDE'.
001037     05 FILLER                PIC X(20)
001038      VALUE 'MONTH-END CLOSE'.
001039     05 FILLER                PIC X(20)
001040      VALUE 'ADJUSTMENT POSTING'.
001041     05 FILLER                PIC X(20)
001042      VALUE 'HOUSEKEEPING'.
001043 01  WS-SEC-FUNC-TABLE REDEFINES WS-SEC-FUNC-NAMES.
001044     05 WS-SEC-FUNC-NAME      PIC X(20) OCCURS 6 TIMES.
001045 01  SVIO-LINE.
001046     05 SVIO-DATE-ED          PIC 9(08).
001047     05 FILLER                PIC X(01) VALUE SPACE.
001048     05 SVIO-TIME-ED          PIC 9(08).
001049     05 FILLER                PIC X(01) VALUE SPACE.
001050     05 SVIO-PROG-ED          PIC X(07).
001051     05 FILLER                PIC X(01) VALUE SPACE.
001052     05 SVIO-USER-ED          PIC X(20).
001053     05 FILLER                PIC X(01) VALUE SPACE.
001054     05 SVIO-FUNC-ED          PIC X(20).
001055     05 FILLER                PIC X(01) VALUE SPACE.
001056     05 SVIO-REASON-ED        PIC X(16).
001057*
001058 01  WS-TODAY.
001059     05 WS-TODAY-CCYY         PIC 9(04).
001060     05 WS-TODAY-MM           PIC 9(02).
001061     05 WS-TODAY-DD           PIC 9(02).
001070*
001080*----------------------------------------------------------------
001090* THE GENERATION REGISTRY, LOADED WHOLE. APPEND ORDER IS
001310 77  WS-AUD-DATE-NUM          PIC 9(08) VALUE ZERO.
001320 01  WS-AUD-LINE              PIC X(220) VALUE SPACES.
001330*
001331*----------------------------------------------------------------
001332* TRANSACTION REFERENCE RETENTION. DATES ARE COMPARED AS
001333* GREGORIAN SERIAL DAY NUMBERS SO THE RETENTION CAN RUN ACROSS
001334* MONTH AND YEAR ENDS.
001335*----------------------------------------------------------------
001336 77  WS-REF-DAYS              PIC 9(03) VALUE 090.
001337 77  WS-REF-CUTOFF            PIC 9(07) COMP VALUE ZERO.
001338 77  WS-REF-PURGED            PIC 9(07) VALUE ZERO.
001339 77  WS-REF-KEPT              PIC 9(07) VALUE ZERO.
001340 01  WS-SD-DATE.
001341     05 WS-SD-CCYY            PIC 9(04).
001342     05 WS-SD-MM              PIC 9(02).
001343     05 WS-SD-DD              PIC 9(02).
001344 77  WS-SD-YR                 PIC 9(04) COMP VALUE ZERO.
001345 77  WS-SD-MO                 PIC 9(02) COMP VALUE ZERO.
001346 77  WS-SD-T1                 PIC 9(07) COMP VALUE ZERO.
001347 77  WS-SD-T2                 PIC 9(07) COMP VALUE ZERO.
001348 77  WS-SD-T3                 PIC 9(07) COMP VALUE ZERO.
001349 77  WS-SD-T4                 PIC 9(07) COMP VALUE ZERO.
001350 77  WS-SD-SERIAL             PIC 9(07) COMP VALUE ZERO.
001351*
001352*
001353*
001360 PROCEDURE           DIVISION.
001370 0000-MAINLINE.
001380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001381     IF USER-IS-AUTHORIZED
001390         PERFORM 2000-PRUNE-GENERATIONS THRU 2000-EXIT
001400         PERFORM 5000-ARCHIVE-AUDITLOG THRU 5000-EXIT
001402         PERFORM 7000-PURGE-TRAN-REFS THRU 7000-EXIT
001410         DISPLAY 'TEST006 - GENERATIONS DELETED: ' WS-DROP-COUNT
001420                 ' AUDIT LINES ARCHIVED: ' WS-ARC-COUNT
001422         DISPLAY 'TEST006 - TRANSACTION REFERENCES PURGED: '
001424                 WS-REF-PURGED ' KEPT: ' WS-REF-KEPT
001426     END-IF.
001430     STOP RUN.
001440*
001450 1000-INITIALIZE.
001451     DISPLAY 'USER' UPON ENVIRONMENT-NAME
001452     ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
001453     IF WS-USER-ID = SPACES
001454         MOVE 'UNKNOWN' TO WS-USER-ID
001455     END-IF
001456     MOVE 6 TO WS-SEC-FUNC
001457     PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT
001458     IF NOT USER-IS-AUTHORIZED
001459         DISPLAY 'TEST006 - OPERATOR ' WS-USER-ID
001460                 ' NOT AUTHORIZED FOR HOUSEKEEPING'
001461         MOVE 8 TO RETURN-CODE
001462         GO TO 1000-EXIT
001463     END-IF
001464     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001470     COMPUTE WS-AUD-CUTOFF =
001480         (WS-TODAY-CCYY * 10000) + (WS-TODAY-MM * 100) + 1
001490     OPEN INPUT HSKPARMS
001640     IF HSK-CUTOFF-X NUMERIC
001650         MOVE HSK-CUTOFF-X TO WS-AUD-CUTOFF
001660     END-IF
001662     IF HSK-REF-DAYS-X NUMERIC
001664         MOVE HSK-REF-DAYS-X TO WS-REF-DAYS
001666     END-IF
001670     CLOSE HSKPARMS.
001680 1000-EXIT.
001690     EXIT.
001691*
001692*----------------------------------------------------------------
001693* OPERATOR SECURITY - THE OPERATOR MUST BE ON OPERSEC, NOT LOCKED,
001694* NOT PAST THE EXPIRY DATE (ZERO = NONE) AND GRANTED THE FUNCTION
001695* IN WS-SEC-FUNC. NO OPERSEC FILE MEANS NOBODY IS AUTHORIZED.
001696* EVERY REFUSAL IS LOGGED TO SECVIOL.
001697*----------------------------------------------------------------
001698 1700-CHECK-AUTHORITY.
001699     MOVE 'N' TO WS-AUTH-SW
001700     MOVE 'N' TO WS-SEC-EOF-SW
001701     MOVE 'NOT ON FILE' TO WS-SEC-REASON
001702     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD
001703     OPEN INPUT OPERSEC
001704     IF WS-SEC-STATUS NOT = '00'
001705         MOVE 'NO OPERSEC FILE' TO WS-SEC-REASON
001706         PERFORM 1730-LOG-VIOLATION THRU 1730-EXIT
001707         GO TO 1700-EXIT
001708     END-IF
001709     PERFORM 1710-READ-OPERSEC THRU 1710-EXIT
001710     PERFORM 1720-MATCH-OPERSEC THRU 1720-EXIT
001711         UNTIL END-OF-OPERSEC
001712     CLOSE OPERSEC
001713     IF NOT USER-IS-AUTHORIZED
001714         PERFORM 1730-LOG-VIOLATION THRU 1730-EXIT
001715     END-IF.
001716 1700-EXIT.
001717     EXIT.
001718*
001719 1710-READ-OPERSEC.
001720     READ OPERSEC
001721         AT END
001722             SET END-OF-OPERSEC TO TRUE
001723     END-READ.
001724 1710-EXIT.
001725     EXIT.
001726*
001727 1720-MATCH-OPERSEC.
001728     IF SEC-USER-ID NOT = WS-USER-ID
001729         PERFORM 1710-READ-OPERSEC THRU 1710-EXIT
001730         GO TO 1720-EXIT
001731     END-IF
001732     SET END-OF-OPERSEC TO TRUE
001733     EVALUATE TRUE
001734         WHEN SEC-IS-LOCKED
001735             MOVE 'LOCKED' TO WS-SEC-REASON
001736         WHEN SEC-EXPIRY-DATE NOT NUMERIC
001737             MOVE 'EXPIRED' TO WS-SEC-REASON
001738         WHEN SEC-EXPIRY-DATE NOT = ZERO
001739          AND SEC-EXPIRY-DATE < WS-SEC-DATE
001740             MOVE 'EXPIRED' TO WS-SEC-REASON
001741         WHEN SEC-FN(WS-SEC-FUNC) NOT = 'Y'
001742             MOVE 'NOT GRANTED' TO WS-SEC-REASON
001743         WHEN OTHER
001744             MOVE SPACES TO WS-SEC-REASON
001745             SET USER-IS-AUTHORIZED TO TRUE
001746     END-EVALUATE.
001747 1720-EXIT.
001748     EXIT.
001749*
001750 1730-LOG-VIOLATION.
001751     ACCEPT WS-SEC-TIME FROM TIME
001752     DISPLAY 'TEST006 - SECURITY VIOLATION LOGGED - '
001753             WS-SEC-FUNC-NAME(WS-SEC-FUNC) ' ' WS-SEC-REASON
001754     OPEN EXTEND SECVIOL
001755     IF WS-SVIO-STATUS = '35'
001756         OPEN OUTPUT SECVIOL
001757     END-IF
001758     MOVE WS-SEC-DATE TO SVIO-DATE-ED
001759     MOVE WS-SEC-TIME TO SVIO-TIME-ED
001760     MOVE 'TEST006' TO SVIO-PROG-ED
001761     MOVE WS-USER-ID TO SVIO-USER-ED
001762     MOVE WS-SEC-FUNC-NAME(WS-SEC-FUNC) TO SVIO-FUNC-ED
001763     MOVE WS-SEC-REASON TO SVIO-REASON-ED
001764     MOVE SVIO-LINE TO SVIO-REC
001765     WRITE SVIO-REC
001766     CLOSE SECVIOL.
001767 1730-EXIT.
001768     EXIT.
001769*
001770*----------------------------------------------------------------
001771* LOAD THE REGISTRY, MARK EVERY ENTRY BEYOND THE NEWEST N OF
001772* ITS TYPE, DELETE THE MARKED FILES AND REWRITE THE REGISTRY
001773* WITH THE SURVIVORS.
001774*----------------------------------------------------------------
001775 2000-PRUNE-GENERATIONS.
001776     MOVE 'N' TO WS-EOF-SW
001780     OPEN INPUT GENFILE
001790     IF WS-GEN-STATUS = '35'
001800         GO TO 2000-EXIT
004030     PERFORM 6100-READ-AUDITTMP THRU 6100-EXIT.
004040 6200-EXIT.
004050     EXIT.
004060*
004070*----------------------------------------------------------------
004080* TRANREF RETENTION - A REFERENCE TEST001 PROCESSED MORE THAN
004090* THE RETENTION DAYS AGO CAN NO LONGER BE RESENT IN PRACTICE AND
004100* IS DELETED. AN ENTRY WHOSE DATE CANNOT BE READ IS KEPT.
004110*----------------------------------------------------------------
004120 7000-PURGE-TRAN-REFS.
004130     IF WS-REF-DAYS = ZERO
004140         GO TO 7000-EXIT
004150     END-IF
004160     OPEN I-O TRANREF
004170     IF WS-TREF-STATUS NOT = '00'
004172         IF WS-TREF-STATUS NOT = '35'
004174             DISPLAY 'TEST006 - TRANREF OPEN FAILED - STATUS '
004176                     WS-TREF-STATUS
004178         END-IF
004180         GO TO 7000-EXIT
004190     END-IF
004200     MOVE WS-TODAY TO WS-SD-DATE
004210     PERFORM 8200-SERIAL-DAY THRU 8200-EXIT
004220     COMPUTE WS-REF-CUTOFF = WS-SD-SERIAL - WS-REF-DAYS
004230     MOVE 'N' TO WS-EOF-SW
004240     PERFORM 7100-READ-TRANREF THRU 7100-EXIT
004250     PERFORM 7200-CHECK-TRAN-REF THRU 7200-EXIT
004260         UNTIL END-OF-INPUT
004270     CLOSE TRANREF.
004280 7000-EXIT.
004290     EXIT.
004300*
004310 7100-READ-TRANREF.
004320     READ TRANREF NEXT RECORD
004330         AT END
004340             SET END-OF-INPUT TO TRUE
004350     END-READ.
004360 7100-EXIT.
004370     EXIT.
004380*
004390 7200-CHECK-TRAN-REF.
004400     IF TREF-PROC-DATE-X NOT NUMERIC
004410         ADD 1 TO WS-REF-KEPT
004420         GO TO 7200-NEXT
004430     END-IF
004440     MOVE TREF-PROC-DATE TO WS-SD-DATE
004450     PERFORM 8200-SERIAL-DAY THRU 8200-EXIT
004460     IF WS-SD-SERIAL < WS-REF-CUTOFF
004470         DELETE TRANREF RECORD
004480         ADD 1 TO WS-REF-PURGED
004490     ELSE
004500         ADD 1 TO WS-REF-KEPT
004510     END-IF.
004520 7200-NEXT.
004530     PERFORM 7100-READ-TRANREF THRU 7100-EXIT.
004540 7200-EXIT.
004550     EXIT.
004560*
004570*----------------------------------------------------------------
004580* GREGORIAN SERIAL DAY NUMBER OF WS-SD-DATE INTO WS-SD-SERIAL.
004590* JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR
004600* YEAR; EACH DIVISION IS TAKEN SEPARATELY SO THE FRACTIONS DO
004610* NOT ACCUMULATE.
004620*----------------------------------------------------------------
004630 8200-SERIAL-DAY.
004640     MOVE WS-SD-CCYY TO WS-SD-YR
004650     MOVE WS-SD-MM TO WS-SD-MO
004660     IF WS-SD-MO < 3
004670         ADD 12 TO WS-SD-MO
004680         SUBTRACT 1 FROM WS-SD-YR
004690     END-IF
004700     DIVIDE WS-SD-YR BY 4 GIVING WS-SD-T1
004710     DIVIDE WS-SD-YR BY 100 GIVING WS-SD-T2
004720     DIVIDE WS-SD-YR BY 400 GIVING WS-SD-T3
004730     COMPUTE WS-SD-T4 = 153 * (WS-SD-MO + 1)
004740     DIVIDE WS-SD-T4 BY 5 GIVING WS-SD-T4
004750     COMPUTE WS-SD-SERIAL = (365 * WS-SD-YR)
004760         + WS-SD-T1 - WS-SD-T2 + WS-SD-T3
004770         + WS-SD-T4 + WS-SD-DD.
004780 8200-EXIT.
004790     EXIT.
