000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.         TEST016.
000030 AUTHOR.             CAIO CAMPOS.
000040 DATE-WRITTEN        14/10/2026.
000050 DATE-COMPILED.
000060*----------------------------------------------------------------
000070* TEST016 - DAILY CYCLE STATUS REPORT.
000080*
000090* LISTS EVERY RUN ID STILL OPEN ON THE DAILY CYCLE CONTROL FILE
000100* (CYCLECTL) SO THE MORNING SHIFT CAN SEE WHAT THE NIGHT CYCLE
000110* LEFT HALF-FINISHED. THE DAILY CYCLE IS TEST001 (RUN), TEST003
000120* (RECONCILIATION), TEST002 (POSTING) AND TEST009 (PARTNER
000130* EXTRACT), WITH TEST011 CLOSING THE MONTH; EACH RECORDS ON
000140* CYCLECTL WHEN ITS STEP STARTED AND FINISHED AND WITH WHAT
000150* RETURN CODE. A RUN IS OPEN UNTIL ITS TEST009 STEP COMPLETES
000160* OR A MONTH-END CLOSE HAS TAKEN IT. FOR EACH OPEN RUN CYCRPT
000170* SHOWS EVERY DAILY STEP AS DONE, FAILED, RUNNING (STARTED AND
000180* NOT FINISHED - STILL RUNNING OR ABENDED) OR OUTSTANDING, WITH
000190* THE RETURN CODE OF A FINISHED STEP, A '*' WHERE THE STEP WAS
000200* STARTED UNDER AN OPERATOR OVERRIDE, AND THE NEXT STEP DUE.
000210* THE RUN ENDS WITH RETURN CODE 4 WHEN ANY OPEN RUN HAS A
000220* FAILED STEP.
000230*----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*----------------------------------------------------------------
000260* 14/10/2026 CC  INITIAL VERSION.
000270*----------------------------------------------------------------
000280 ENVIRONMENT         DIVISION.
000290*
000300 CONFIGURATION       SECTION.
000310 SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
000320*
000330 INPUT-OUTPUT        SECTION.
000340 FILE-CONTROL.
000350     SELECT          CYCLECTL   ASSIGN TO "CYCLECTL"
000360                                ORGANIZATION IS INDEXED
000370                                ACCESS MODE  IS DYNAMIC
000380                                RECORD KEY   IS CYC-RUN-ID
000390                                FILE STATUS  IS WS-CYC-STATUS.
000400     SELECT          CYCRPT     ASSIGN TO "CYCRPT"
000410                                ORGANIZATION IS LINE SEQUENTIAL.
000420*
000430 DATA                DIVISION.
000440 FILE                SECTION.
000450 FD  CYCLECTL.
000460 01  CYC-REC.
000470     05 CYC-RUN-ID            PIC X(16).
000480     05 CYC-RUN-DATE          PIC 9(08).
000490     05 CYC-STEP              OCCURS 5 TIMES.
000500         10 CYC-STEP-STATUS   PIC X(01).
000510             88 CYC-STEP-OUTSTANDING VALUE SPACE.
000520             88 CYC-STEP-RUNNING  VALUE 'S'.
000530             88 CYC-STEP-DONE     VALUE 'C'.
000540             88 CYC-STEP-FAILED   VALUE 'F'.
000550         10 CYC-STEP-OVRD     PIC X(01).
000560         10 CYC-STEP-START-DATE
000570                              PIC 9(08).
000580         10 CYC-STEP-START-TIME
000590                              PIC 9(08).
000600         10 CYC-STEP-END-DATE PIC 9(08).
000610         10 CYC-STEP-END-TIME PIC 9(08).
000620         10 CYC-STEP-RC       PIC 9(02).
000630     05 FILLER                PIC X(16).
000640*
000650 FD  CYCRPT.
000660 01  CYCRPT-REC               PIC X(120).
000670*
000680 WORKING-STORAGE     SECTION.
000690 77  WS-CYC-STATUS            PIC X(02) VALUE SPACES.
000700*
000710 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
000720     88 END-OF-CYCLECTL       VALUE 'Y'.
000730*
000740 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
000750 77  WS-STEP-SUB              PIC 9(01) COMP VALUE ZERO.
000760 77  WS-NEXT-SUB              PIC 9(01) COMP VALUE ZERO.
000770*
000780 77  WS-READ-COUNT            PIC 9(06) VALUE ZERO.
000790 77  WS-OPEN-COUNT            PIC 9(06) VALUE ZERO.
000800 77  WS-FAILED-COUNT          PIC 9(06) VALUE ZERO.
000810 77  WS-RUNNING-COUNT         PIC 9(06) VALUE ZERO.
000820*
000830*----------------------------------------------------------------
000840* THE PROGRAM RUNNING EACH STEP OF THE CYCLE, BY STEP NUMBER.
000850*----------------------------------------------------------------
000860 01  WS-CYC-PROG-NAMES        PIC X(35)
000870      VALUE 'TEST001TEST003TEST002TEST009TEST011'.
000880 01  WS-CYC-PROG-TABLE REDEFINES WS-CYC-PROG-NAMES.
000890     05 WS-CYC-PROG           PIC X(07) OCCURS 5 TIMES.
000900*
000910*----------------------------------------------------------------
000920* CYCRPT LINE LAYOUTS.
000930*----------------------------------------------------------------
000940 01  CYR-HEADER-LINE.
000950     05 FILLER                PIC X(34)
000960      VALUE 'TEST016 - DAILY CYCLE STATUS      '.
000970     05 FILLER                PIC X(10) VALUE 'RUN DATE: '.
000980     05 CYR-HDR-DATE-ED       PIC 9(08).
000990*
001000 01  CYR-COLUMN-HDR-LINE.
001010     05 FILLER                PIC X(26)
001020      VALUE 'RUN ID           RUN DATE '.
001030     05 FILLER                PIC X(32)
001040      VALUE 'TEST001         TEST003         '.
001050     05 FILLER                PIC X(32)
001060      VALUE 'TEST002         TEST009         '.
001070     05 FILLER                PIC X(08) VALUE 'NEXT DUE'.
001080*
001090 01  CYR-DETAIL-LINE.
001100     05 CYR-RUNID-ED          PIC X(16).
001110     05 FILLER                PIC X(01) VALUE SPACE.
001120     05 CYR-DATE-ED           PIC 9(08).
001130     05 FILLER                PIC X(01) VALUE SPACE.
001140     05 CYR-STEP-CELL         OCCURS 4 TIMES.
001150         10 CYR-STATE-ED      PIC X(11).
001160         10 FILLER            PIC X(01).
001170         10 CYR-RC-ED         PIC X(02).
001180         10 CYR-OVRD-ED       PIC X(01).
001190         10 FILLER            PIC X(01).
001200     05 CYR-NEXT-ED           PIC X(07).
001210*
001220 01  CYR-NONE-LINE.
001230     05 FILLER                PIC X(35)
001240      VALUE 'NO OPEN RUNS ON THE DAILY CYCLE    '.
001250*
001260 01  CYR-TRAILER-LINE.
001270     05 FILLER                PIC X(13) VALUE 'RUNS ON FILE '.
001280     05 CYR-TRL-READ-ED       PIC ZZZZZ9.
001290     05 FILLER                PIC X(07) VALUE '  OPEN '.
001300     05 CYR-TRL-OPEN-ED       PIC ZZZZZ9.
001310     05 FILLER                PIC X(15) VALUE '  FAILED STEPS '.
001320     05 CYR-TRL-FAILED-ED     PIC ZZZZZ9.
001330     05 FILLER                PIC X(16) VALUE '  RUNNING STEPS '.
001340     05 CYR-TRL-RUNNING-ED    PIC ZZZZZ9.
001350*
001360 01  CYR-LEGEND-LINE.
001370     05 FILLER                PIC X(50)
001380      VALUE '* = STEP STARTED UNDER OPERATOR OVERRIDE (OVRDLOG)'.
001390*
001400*
001410*
001420 PROCEDURE           DIVISION.
001430 0000-MAINLINE.
001440     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001450     IF NOT END-OF-CYCLECTL
001460         PERFORM 2000-READ-CYCLECTL THRU 2000-EXIT
001470         PERFORM 3000-REPORT-ONE-RUN THRU 3000-EXIT
001480             UNTIL END-OF-CYCLECTL
001490         CLOSE CYCLECTL
001500     END-IF.
001510     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
001520     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001530     STOP RUN.
001540*
001550 1000-INITIALIZE.
001560     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001570     OPEN OUTPUT CYCRPT
001580     MOVE WS-RUN-DATE TO CYR-HDR-DATE-ED
001590     MOVE CYR-HEADER-LINE TO CYCRPT-REC
001600     WRITE CYCRPT-REC
001610     MOVE CYR-COLUMN-HDR-LINE TO CYCRPT-REC
001620     WRITE CYCRPT-REC
001630     OPEN INPUT CYCLECTL
001640     IF WS-CYC-STATUS = '35'
001650         DISPLAY 'TEST016 - CYCLECTL NOT FOUND - NO RUNS '
001660                 'RECORDED'
001670         SET END-OF-CYCLECTL TO TRUE
001680         GO TO 1000-EXIT
001690     END-IF
001700     IF WS-CYC-STATUS NOT = '00'
001710         DISPLAY 'TEST016 - CYCLECTL OPEN FAILED - STATUS '
001720                 WS-CYC-STATUS
001730         SET END-OF-CYCLECTL TO TRUE
001740     END-IF.
001750 1000-EXIT.
001760     EXIT.
001770*
001780 2000-READ-CYCLECTL.
001790     READ CYCLECTL NEXT
001800         AT END
001810             SET END-OF-CYCLECTL TO TRUE
001820     END-READ.
001830 2000-EXIT.
001840     EXIT.
001850*
001860*----------------------------------------------------------------
001870* ONE RUN. A RUN WHOSE TEST009 STEP IS COMPLETE, OR WHICH A
001880* MONTH-END CLOSE HAS STARTED OR FINISHED, IS NO LONGER OPEN
001890* AND IS SKIPPED.
001900*----------------------------------------------------------------
001910 3000-REPORT-ONE-RUN.
001920     ADD 1 TO WS-READ-COUNT
001930     IF CYC-STEP-DONE(4)
001940        OR NOT CYC-STEP-OUTSTANDING(5)
001950         GO TO 3000-NEXT
001960     END-IF
001970     ADD 1 TO WS-OPEN-COUNT
001980     MOVE SPACES TO CYR-DETAIL-LINE
001990     MOVE CYC-RUN-ID TO CYR-RUNID-ED
002000     MOVE CYC-RUN-DATE TO CYR-DATE-ED
002010     MOVE ZERO TO WS-NEXT-SUB
002020     PERFORM 3100-FORMAT-STEP THRU 3100-EXIT
002030         VARYING WS-STEP-SUB FROM 1 BY 1
002040         UNTIL WS-STEP-SUB > 4
002050     IF WS-NEXT-SUB = ZERO
002060         MOVE SPACES TO CYR-NEXT-ED
002070     ELSE
002080         MOVE WS-CYC-PROG(WS-NEXT-SUB) TO CYR-NEXT-ED
002090     END-IF
002100     MOVE CYR-DETAIL-LINE TO CYCRPT-REC
002110     WRITE CYCRPT-REC.
002120 3000-NEXT.
002130     PERFORM 2000-READ-CYCLECTL THRU 2000-EXIT.
002140 3000-EXIT.
002150     EXIT.
002160*
002170*----------------------------------------------------------------
002180* ONE STEP CELL. THE NEXT STEP DUE IS THE FIRST ONE NOT DONE.
002190*----------------------------------------------------------------
002200 3100-FORMAT-STEP.
002210     EVALUATE TRUE
002220         WHEN CYC-STEP-DONE(WS-STEP-SUB)
002230             MOVE 'DONE' TO CYR-STATE-ED(WS-STEP-SUB)
002240             MOVE CYC-STEP-RC(WS-STEP-SUB)
002250                 TO CYR-RC-ED(WS-STEP-SUB)
002260         WHEN CYC-STEP-FAILED(WS-STEP-SUB)
002270             MOVE 'FAILED' TO CYR-STATE-ED(WS-STEP-SUB)
002280             MOVE CYC-STEP-RC(WS-STEP-SUB)
002290                 TO CYR-RC-ED(WS-STEP-SUB)
002300             ADD 1 TO WS-FAILED-COUNT
002310         WHEN CYC-STEP-RUNNING(WS-STEP-SUB)
002320             MOVE 'RUNNING' TO CYR-STATE-ED(WS-STEP-SUB)
002330             ADD 1 TO WS-RUNNING-COUNT
002340         WHEN OTHER
002350             MOVE 'OUTSTANDING' TO CYR-STATE-ED(WS-STEP-SUB)
002360     END-EVALUATE
002370     IF CYC-STEP-OVRD(WS-STEP-SUB) = 'Y'
002380         MOVE '*' TO CYR-OVRD-ED(WS-STEP-SUB)
002390     END-IF
002400     IF WS-NEXT-SUB = ZERO
002410        AND NOT CYC-STEP-DONE(WS-STEP-SUB)
002420         MOVE WS-STEP-SUB TO WS-NEXT-SUB
002430     END-IF.
002440 3100-EXIT.
002450     EXIT.
002460*
002470 8000-WRITE-TRAILER.
002480     IF WS-OPEN-COUNT = ZERO
002490         MOVE CYR-NONE-LINE TO CYCRPT-REC
002500         WRITE CYCRPT-REC
002510     END-IF
002520     MOVE WS-READ-COUNT TO CYR-TRL-READ-ED
002530     MOVE WS-OPEN-COUNT TO CYR-TRL-OPEN-ED
002540     MOVE WS-FAILED-COUNT TO CYR-TRL-FAILED-ED
002550     MOVE WS-RUNNING-COUNT TO CYR-TRL-RUNNING-ED
002560     MOVE CYR-TRAILER-LINE TO CYCRPT-REC
002570     WRITE CYCRPT-REC
002580     MOVE CYR-LEGEND-LINE TO CYCRPT-REC
002590     WRITE CYCRPT-REC.
002600 8000-EXIT.
002610     EXIT.
002620*
002630 9000-TERMINATE.
002640     CLOSE CYCRPT
002650     DISPLAY 'TEST016 - OPEN RUNS: ' WS-OPEN-COUNT
002660             ' FAILED STEPS: ' WS-FAILED-COUNT
002670             ' RUNNING STEPS: ' WS-RUNNING-COUNT
002680     IF WS-FAILED-COUNT > ZERO
002690         MOVE 4 TO RETURN-CODE
002700     END-IF.
002710 9000-EXIT.
002720     EXIT.
