000290* MODIFICATION HISTORY
000300*----------------------------------------------------------------
000310* 02/09/2026 CC  INITIAL VERSION.
000311* 15/10/2026 CC  EVERY RECORD ADDED OR REWRITTEN ON RESMAST IS NOW
000312*                JOURNALED TO RESMJRNL (BEFORE AND AFTER IMAGES,
000313*                PROGRAM, RUN ID, TIME) FOR FORWARD RECOVERY BY
000314*                TEST017. NOTHING IS POSTED WHEN THE JOURNAL
000315*                CANNOT BE OPENED.
000316* 15/10/2026 CC  ADJUSTMENTS ARE NOW POSTED ONLY FOR AN OPERATOR
000317*                GRANTED ADJUSTMENT POSTING ON THE OPERATOR
000318*                SECURITY FILE OPERSEC (RETURN CODE 8 OTHERWISE,
000319*                NOTHING POSTED). EVERY REFUSAL IS LOGGED TO
000320*                SECVIOL.
000321*----------------------------------------------------------------
000330 ENVIRONMENT         DIVISION.
000340*
000350 CONFIGURATION       SECTION.
000480     SELECT          AUDITLOG   ASSIGN TO "AUDITLOG"
000490                                ORGANIZATION IS LINE SEQUENTIAL
000500                                FILE STATUS  IS WS-AUDIT-STATUS.
000502     SELECT          RESMJRNL   ASSIGN TO "RESMJRNL"
000504                                ORGANIZATION IS LINE SEQUENTIAL
000506                                FILE STATUS  IS WS-JRN-STATUS.
000510     SELECT          ADJRPT     ASSIGN TO "ADJRPT"
000520                                ORGANIZATION IS LINE SEQUENTIAL.
000521     SELECT          OPERSEC    ASSIGN TO "OPERSEC"
000522                                ORGANIZATION IS LINE SEQUENTIAL
000523                                FILE STATUS  IS WS-SEC-STATUS.
000524     SELECT          SECVIOL    ASSIGN TO "SECVIOL"
000525                                ORGANIZATION IS LINE SEQUENTIAL
000526                                FILE STATUS  IS WS-SVIO-STATUS.
000530*
000540 DATA                DIVISION.
000550 FILE                SECTION.
000950*
000960 FD  AUDITLOG.
000970 01  AUDIT-REC                PIC X(220).
000971*
000972 FD  RESMJRNL.
000973 01  JRN-REC.
000974     05 JRN-DATE              PIC 9(08).
000975     05 JRN-TIME              PIC 9(08).
000976     05 JRN-PROG              PIC X(07).
000977     05 JRN-RUN-ID            PIC X(16).
000978     05 JRN-ACTION            PIC X(01).
000979         88 JRN-IS-ADD        VALUE 'A'.
000980         88 JRN-IS-REWRITE    VALUE 'R'.
000981         88 JRN-IS-DELETE     VALUE 'D'.
000982     05 JRN-BEFORE            PIC X(84).
000983     05 JRN-AFTER             PIC X(84).
000984*
000990 FD  ADJRPT.
001000 01  ADJRPT-REC               PIC X(90).
001001*
001002 FD  OPERSEC.
001003 01  SEC-REC.
001004     05 SEC-USER-ID           PIC X(20).
001005     05 SEC-FUNCTIONS.
001006         10 SEC-FN            PIC X(01) OCCURS 6 TIMES.
001007     05 SEC-EXPIRY-DATE       PIC 9(08).
001008     05 SEC-LOCKED-SW         PIC X(01).
001009         88 SEC-IS-LOCKED     VALUE 'Y'.
001010     05 SEC-OPER-NAME         PIC X(30).
001011     05 FILLER                PIC X(15).
001012*
001013 FD  SECVIOL.
001014 01  SVIO-REC                 PIC X(100).
001015*
001020 WORKING-STORAGE     SECTION.
001030 77  WS-ADJ-STATUS            PIC X(02) VALUE SPACES.
001040 77  WS-RESM-STATUS           PIC X(02) VALUE SPACES.
001280 77  WS-SUMM-TOTAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
001290 77  WS-NEW-SEQ               PIC 9(06) VALUE ZERO.
001300 77  WS-REJ-TEXT              PIC X(30) VALUE SPACES.
001301*
001302*----------------------------------------------------------------
001303* RESMAST JOURNAL - EVERY ADD, REWRITE AND DELETE AGAINST RESMAST
001304* IS APPENDED TO RESMJRNL WITH THE RECORD'S BEFORE AND AFTER
001305* IMAGES, THE PROGRAM, THE RUN ID AND THE TIME, SO A MASTER
001306* RESTORED FROM BACKUP CAN BE ROLLED FORWARD BY TEST017.
001307*----------------------------------------------------------------
001308 77  WS-JRN-STATUS            PIC X(02) VALUE SPACES.
001309 77  WS-JRN-OPEN-SW           PIC X(01) VALUE 'N'.
001310     88 RESMJRNL-IS-OPEN      VALUE 'Y'.
001311 77  WS-JRN-ACTION            PIC X(01) VALUE SPACE.
001312 77  WS-JRN-BEFORE            PIC X(84) VALUE SPACES.
001313 77  WS-JRN-AFTER             PIC X(84) VALUE SPACES.
001314*
001320*----------------------------------------------------------------
001330* RUN IDENTIFICATION AND THE AUDIT LINE - THE SAME SHAPE
001340* TEST001 WRITES SO TEST005 CAN LIST ADJUSTMENTS ALONGSIDE
001380     05 WS-RUN-ID-DATE        PIC 9(08) VALUE ZERO.
001390     05 WS-RUN-ID-TIME        PIC 9(08) VALUE ZERO.
001400 77  WS-AUD-USER-ID           PIC X(20) VALUE SPACES.
001401*
001402*----------------------------------------------------------------
001403* OPERATOR SECURITY - OPERSEC GRANTS EACH OPERATOR FUNCTIONS BY
001404* POSITION (1 PARAMETER MAINTENANCE, 2 REJECT CORRECTION,
001405* 3 POSTING OVERRIDE, 4 MONTH-END CLOSE, 5 ADJUSTMENT POSTING,
001406* 6 HOUSEKEEPING), WITH AN EXPIRY DATE AND A LOCKED FLAG. EVERY
001407* REFUSAL IS APPENDED TO SECVIOL.
001408*----------------------------------------------------------------
001409 77  WS-SEC-STATUS            PIC X(02) VALUE SPACES.
001410 77  WS-SVIO-STATUS           PIC X(02) VALUE SPACES.
001411 77  WS-SEC-EOF-SW            PIC X(01) VALUE 'N'.
001412     88 END-OF-OPERSEC        VALUE 'Y'.
001413 77  WS-AUTH-SW               PIC X(01) VALUE 'N'.
001414     88 USER-IS-AUTHORIZED    VALUE 'Y'.
001415 77  WS-SEC-FUNC              PIC 9(01) COMP VALUE 1.
001416 77  WS-SEC-REASON            PIC X(16) VALUE SPACES.
001417 77  WS-SEC-DATE              PIC 9(08) VALUE ZERO.
001418 77  WS-SEC-TIME              PIC 9(08) VALUE ZERO.
001419 01  WS-SEC-FUNC-NAMES.
001420     05 FILLER                PIC X(20)
001421      VALUE 'PARAMETER MAINT'.
001422     05 FILLER                PIC X(20)
001423      VALUE 'REJECT CORRECTION'.
001424     05 FILLER                PIC X(20)
001425      VALUE 'POSTING OVERRIDE'.
001426     05 FILLER                PIC X(20)
001427      VALUE 'MONTH-END CLOSE'.
001428     05 FILLER                PIC X(20)
001429      VALUE 'ADJUSTMENT POSTING'.
001430     05 FILLER                PIC X(20)
001431      VALUE 'HOUSEKEEPING'.
001432 01  WS-SEC-FUNC-TABLE REDEFINES WS-SEC-FUNC-NAMES.
001433     05 WS-SEC-FUNC-NAME      PIC X(20) OCCURS 6 TIMES.
001434 01  SVIO-LINE.
001435     05 SVIO-DATE-ED          PIC 9(08).
001436     05 FILLER                PIC X(01) VALUE SPACE.
001437     05 SVIO-TIME-ED          PIC 9(08).
001438     05 FILLER                PIC X(01) VALUE SPACE.
001439     05 SVIO-PROG-ED          PIC X(07).
001440     05 FILLER                PIC X(01) VALUE SPACE.
001441     05 SVIO-USER-ED          PIC X(20).
001442     05 FILLER                PIC X(01) VALUE SPACE.
001443     05 SVIO-FUNC-ED          PIC X(20).
001444     05 FILLER                PIC X(01) VALUE SPACE.
001445     05 SVIO-REASON-ED        PIC X(16).
001446*
001447 01  AUD-LINE.
001448     05 AUD-DATE-ED           PIC 9(8).
001449     05 FILLER                PIC X(1) VALUE SPACE.
001450     05 AUD-TIME-ED           PIC 9(8).
001460     05 FILLER                PIC X(1) VALUE SPACE.
001470     05 AUD-USER-ED           PIC X(20).
002040     IF WS-AUD-USER-ID = SPACES
002050         MOVE 'UNKNOWN' TO WS-AUD-USER-ID
002060     END-IF
002061     MOVE 5 TO WS-SEC-FUNC
002062     PERFORM 1700-CHECK-AUTHORITY THRU 1700-EXIT
002063     IF NOT USER-IS-AUTHORIZED
002064         DISPLAY 'TEST012 - OPERATOR ' WS-AUD-USER-ID
002065                 ' NOT AUTHORIZED FOR ADJUSTMENT POSTING'
002066         MOVE 8 TO RETURN-CODE
002067         SET END-OF-ADJFILE TO TRUE
002068         GO TO 1000-EXIT
002069     END-IF
002070     OPEN OUTPUT ADJRPT
002080     MOVE WS-RUN-ID TO ADJ-HDR-RUNID-ED
002090     MOVE ADJ-HEADER-LINE TO ADJRPT-REC
002300         CLOSE AUDITLOG
002310         OPEN EXTEND AUDITLOG
002320     END-IF
002321     OPEN EXTEND RESMJRNL
002322     IF WS-JRN-STATUS = '35'
002323         OPEN OUTPUT RESMJRNL
002324     END-IF
002325     IF WS-JRN-STATUS NOT = '00'
002326         DISPLAY 'TEST012 - RESMJRNL OPEN FAILED - STATUS '
002327                 WS-JRN-STATUS ' - RESMAST NOT UPDATED'
002328         MOVE 8 TO RETURN-CODE
002329         SET END-OF-ADJFILE TO TRUE
002330         GO TO 1000-EXIT
002331     END-IF
002332     SET RESMJRNL-IS-OPEN TO TRUE
002333     PERFORM 2000-READ-ADJ THRU 2000-EXIT.
002340 1000-EXIT.
002350     EXIT.
002351*
002352*----------------------------------------------------------------
002353* OPERATOR SECURITY - THE OPERATOR MUST BE ON OPERSEC, NOT LOCKED,
002354* NOT PAST THE EXPIRY DATE (ZERO = NONE) AND GRANTED THE FUNCTION
002355* IN WS-SEC-FUNC. NO OPERSEC FILE MEANS NOBODY IS AUTHORIZED.
002356* EVERY REFUSAL IS LOGGED TO SECVIOL.
002357*----------------------------------------------------------------
002358 1700-CHECK-AUTHORITY.
002359     MOVE 'N' TO WS-AUTH-SW
002360     MOVE 'N' TO WS-SEC-EOF-SW
002361     MOVE 'NOT ON FILE' TO WS-SEC-REASON
002362     ACCEPT WS-SEC-DATE FROM DATE YYYYMMDD
002363     OPEN INPUT OPERSEC
002364     IF WS-SEC-STATUS NOT = '00'
002365         MOVE 'NO OPERSEC FILE' TO WS-SEC-REASON
002366         PERFORM 1730-LOG-VIOLATION THRU 1730-EXIT
002367         GO TO 1700-EXIT
002368     END-IF
002369     PERFORM 1710-READ-OPERSEC THRU 1710-EXIT
002370     PERFORM 1720-MATCH-OPERSEC THRU 1720-EXIT
002371         UNTIL END-OF-OPERSEC
002372     CLOSE OPERSEC
002373     IF NOT USER-IS-AUTHORIZED
002374         PERFORM 1730-LOG-VIOLATION THRU 1730-EXIT
002375     END-IF.
002376 1700-EXIT.
002377     EXIT.
002378*
002379 1710-READ-OPERSEC.
002380     READ OPERSEC
002381         AT END
002382             SET END-OF-OPERSEC TO TRUE
002383     END-READ.
002384 1710-EXIT.
002385     EXIT.
002386*
002387 1720-MATCH-OPERSEC.
002388     IF SEC-USER-ID NOT = WS-AUD-USER-ID
002389         PERFORM 1710-READ-OPERSEC THRU 1710-EXIT
002390         GO TO 1720-EXIT
002391     END-IF
002392     SET END-OF-OPERSEC TO TRUE
002393     EVALUATE TRUE
002394         WHEN SEC-IS-LOCKED
002395             MOVE 'LOCKED' TO WS-SEC-REASON
002396         WHEN SEC-EXPIRY-DATE NOT NUMERIC
002397             MOVE 'EXPIRED' TO WS-SEC-REASON
002398         WHEN SEC-EXPIRY-DATE NOT = ZERO
002399          AND SEC-EXPIRY-DATE < WS-SEC-DATE
002400             MOVE 'EXPIRED' TO WS-SEC-REASON
002401         WHEN SEC-FN(WS-SEC-FUNC) NOT = 'Y'
002402             MOVE 'NOT GRANTED' TO WS-SEC-REASON
002403         WHEN OTHER
002404             MOVE SPACES TO WS-SEC-REASON
002405             SET USER-IS-AUTHORIZED TO TRUE
002406     END-EVALUATE.
002407 1720-EXIT.
002408     EXIT.
002409*
002410 1730-LOG-VIOLATION.
002411     ACCEPT WS-SEC-TIME FROM TIME
002412     DISPLAY 'TEST012 - SECURITY VIOLATION LOGGED - '
002413             WS-SEC-FUNC-NAME(WS-SEC-FUNC) ' ' WS-SEC-REASON
002414     OPEN EXTEND SECVIOL
002415     IF WS-SVIO-STATUS = '35'
002416         OPEN OUTPUT SECVIOL
002417     END-IF
002418     MOVE WS-SEC-DATE TO SVIO-DATE-ED
002419     MOVE WS-SEC-TIME TO SVIO-TIME-ED
002420     MOVE 'TEST012' TO SVIO-PROG-ED
002421     MOVE WS-AUD-USER-ID TO SVIO-USER-ED
002422     MOVE WS-SEC-FUNC-NAME(WS-SEC-FUNC) TO SVIO-FUNC-ED
002423     MOVE WS-SEC-REASON TO SVIO-REASON-ED
002424     MOVE SVIO-LINE TO SVIO-REC
002425     WRITE SVIO-REC
002426     CLOSE SECVIOL.
002427 1730-EXIT.
002428     EXIT.
002429*
002430 2000-READ-ADJ.
002431     READ ADJFILE
002432         AT END
002433             SET END-OF-ADJFILE TO TRUE
002434     END-READ.
002435 2000-EXIT.
002436     EXIT.
002440*
002450*----------------------------------------------------------------
002460* ONE ADJUSTMENT. THE CARD IS EDIT-CHECKED, THE TARGET AND ITS
003550     MOVE SPACES TO RM-WGT2
003560     MOVE WS-RUN-ID TO RM-RUN-ID
003570     MOVE WS-TGT-SOURCE TO RM-SOURCE-SYS
003572     MOVE RESMAST-REC TO WS-JRN-AFTER
003580     WRITE RESMAST-REC
003590         INVALID KEY
003600             MOVE 'REVERSAL SEQ ALREADY TAKEN' TO WS-REJ-TEXT
003610             GO TO 3300-EXIT
003620     END-WRITE
003622     MOVE 'A' TO WS-JRN-ACTION
003624     MOVE SPACES TO WS-JRN-BEFORE
003626     PERFORM 9300-JOURNAL-APPEND THRU 9300-EXIT
003630     ADD 1 TO WS-SUMM-COUNT
003640     ADD WS-POST-RES TO WS-SUMM-TOTAL
003650     PERFORM 4000-UPDATE-SUMMARY THRU 4000-EXIT
003860             MOVE 'TARGET NOT ON RESMAST' TO WS-REJ-TEXT
003870             GO TO 3400-EXIT
003880     END-READ
003882     MOVE RESMAST-REC TO WS-JRN-BEFORE
003890     MOVE WS-NEW-RES TO RM-RES
003900     MOVE WS-RUN-ID TO RM-RUN-ID
003902     MOVE RESMAST-REC TO WS-JRN-AFTER
003910     REWRITE RESMAST-REC
003912     MOVE 'R' TO WS-JRN-ACTION
003914     PERFORM 9300-JOURNAL-APPEND THRU 9300-EXIT
003920     ADD WS-RES-DELTA TO WS-SUMM-TOTAL
003930     PERFORM 4000-UPDATE-SUMMARY THRU 4000-EXIT
003940     PERFORM 6000-AUDIT-APPEND THRU 6000-EXIT
004180             MOVE 'DAY SUMMARY NOT ON RESMAST' TO WS-REJ-TEXT
004190             GO TO 4000-EXIT
004200     END-READ
004202     MOVE RESMAST-REC TO WS-JRN-BEFORE
004210     MOVE WS-SUMM-COUNT TO RM-DAY-COUNT
004220     MOVE WS-SUMM-TOTAL TO RM-DAY-TOTAL
004222     MOVE RESMAST-REC TO WS-JRN-AFTER
004224     REWRITE RESMAST-REC
004226     MOVE 'R' TO WS-JRN-ACTION
004228     PERFORM 9300-JOURNAL-APPEND THRU 9300-EXIT.
004240 4000-EXIT.
004250     EXIT.
004260*
004490     EXIT.
004500*
004510 8000-WRITE-TRAILER.
004512     IF NOT USER-IS-AUTHORIZED
004514         GO TO 8000-EXIT
004516     END-IF
004520     MOVE WS-POSTED-COUNT TO ADJ-TRL-POST-ED
004530     MOVE WS-REJECTED-COUNT TO ADJ-TRL-REJ-ED
004540     MOVE ADJ-TRAILER-LINE TO ADJRPT-REC
004570     EXIT.
004580*
004590 9000-TERMINATE.
004592     IF NOT USER-IS-AUTHORIZED
004594         GO TO 9000-EXIT
004596     END-IF
004600     IF WS-ADJ-STATUS NOT = '35'
004610         CLOSE ADJFILE
004620     END-IF
004640         CLOSE AUDITLOG
004650         CLOSE RESMAST
004660     END-IF
004662     IF RESMJRNL-IS-OPEN
004664         CLOSE RESMJRNL
004666     END-IF
004670     CLOSE ADJRPT
004680     DISPLAY 'TEST012 - ADJUSTMENTS POSTED: ' WS-POSTED-COUNT
004690             ' REJECTED: ' WS-REJECTED-COUNT
004720     END-IF.
004730 9000-EXIT.
004740     EXIT.
004750*
004760*----------------------------------------------------------------
004770* RESMAST JOURNAL - ONE LINE PER CHANGE, STAMPED WITH THE TIME IT
004780* WAS MADE, CARRYING THE RECORD AS IT WAS (SPACES FOR AN ADD) AND
004790* AS IT NOW IS (SPACES FOR A DELETE).
004800*----------------------------------------------------------------
004810 9300-JOURNAL-APPEND.
004820     MOVE SPACES TO JRN-REC
004830     ACCEPT JRN-DATE FROM DATE YYYYMMDD
004840     ACCEPT JRN-TIME FROM TIME
004850     MOVE 'TEST012' TO JRN-PROG
004860     MOVE WS-RUN-ID TO JRN-RUN-ID
004870     MOVE WS-JRN-ACTION TO JRN-ACTION
004880     MOVE WS-JRN-BEFORE TO JRN-BEFORE
004890     MOVE WS-JRN-AFTER TO JRN-AFTER
004900     WRITE JRN-REC.
004910 9300-EXIT.
004920     EXIT.
