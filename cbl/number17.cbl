000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.         TEST017.
000030 AUTHOR.             CAIO CAMPOS.
000040 DATE-WRITTEN        15/10/2026.
000050 DATE-COMPILED.
000060*----------------------------------------------------------------
000070* TEST017 - RESMAST FORWARD RECOVERY.
000080*
000090* REBUILDS THE RESULTS MASTER AFTER IT HAS BEEN DAMAGED OR
000100* RESTORED FROM BACKUP. THE BACKUP COPY (RESMBKUP) IS LOADED
000110* INTO A FRESH RESMAST, THEN EVERY CHANGE JOURNALED TO RESMJRNL
000120* BY TEST002 (POSTING), TEST011 (MONTH-END PURGE AND ROLLUP) AND
000130* TEST012 (ADJUSTMENTS) AFTER THE BACKUP WAS TAKEN IS REAPPLIED
000140* IN THE ORDER IT WAS MADE, UP TO THE CHOSEN RECOVERY POINT.
000150* CONTROLLED BY A SINGLE RCVPARMS CARD:
000160*     COLS  1- 8  DATE THE BACKUP WAS TAKEN (CCYYMMDD)
000170*     COLS  9-16  TIME THE BACKUP WAS TAKEN (HHMMSSCC)
000180*     COLS 17-24  RECOVERY POINT DATE (CCYYMMDD)
000190*     COLS 25-32  RECOVERY POINT TIME (HHMMSSCC)
000200* JOURNAL LINES STAMPED AT OR BEFORE THE BACKUP ARE ALREADY ON
000210* IT AND ARE SKIPPED; A BLANK BACKUP STAMP REAPPLIES THE WHOLE
000220* JOURNAL. LINES STAMPED AFTER THE RECOVERY POINT ARE NOT
000230* APPLIED; A BLANK POINT ROLLS FORWARD TO THE END OF THE
000240* JOURNAL, AND A POINT DATE WITHOUT A TIME RUNS TO THE END OF
000250* THAT DAY. A CHANGE WHOSE RESULT IS ALREADY ON THE MASTER IS
000260* COUNTED, NOT REAPPLIED. A CHANGE THAT DOES NOT FIT THE MASTER
000270* AS RECOVERED SO FAR (AN ADD OVER A DIFFERENT RECORD, A
000280* REWRITE OR DELETE WHOSE BEFORE IMAGE DOES NOT MATCH OR WHOSE
000290* RECORD IS MISSING) IS LISTED ON RCVRPT AS AN EXCEPTION AND
000300* THE JOURNAL'S VERSION IS TAKEN.
000310* ONCE ROLLED FORWARD, EVERY DAY ON THE RECOVERED MASTER HAS ITS
000320* DETAIL RE-ADDED AND PROVED AGAINST ITS SEQUENCE-ZERO SUMMARY
000330* (RM-DAY-COUNT / RM-DAY-TOTAL), THE SAME TEST TEST011 APPLIES
000340* BEFORE A PURGE. MONTHLY ROLLUPS (DAY 00) ARE LISTED BUT HAVE
000350* NO DETAIL LEFT TO PROVE. THE RUN ENDS WITH RETURN CODE 4 ON
000360* ANY EXCEPTION OR UNBALANCED DAY, AND 8 WHEN THE BACKUP OR THE
000370* MASTER CANNOT BE OPENED.
000380*----------------------------------------------------------------
000390* MODIFICATION HISTORY
000400*----------------------------------------------------------------
000410* 15/10/2026 CC  INITIAL VERSION.
000420*----------------------------------------------------------------
000430 ENVIRONMENT         DIVISION.
000440*
000450 CONFIGURATION       SECTION.
000460 SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
000470*
000480 INPUT-OUTPUT        SECTION.
000490 FILE-CONTROL.
000500     SELECT          RCVPARMS   ASSIGN TO "RCVPARMS"
000510                                ORGANIZATION IS LINE SEQUENTIAL
000520                                FILE STATUS  IS WS-RCVP-STATUS.
000530     SELECT          RESMBKUP   ASSIGN TO "RESMBKUP"
000540                                ORGANIZATION IS INDEXED
000550                                ACCESS MODE  IS SEQUENTIAL
000560                                RECORD KEY   IS BK-KEY
000570                                FILE STATUS  IS WS-BKUP-STATUS.
000580     SELECT          RESMJRNL   ASSIGN TO "RESMJRNL"
000590                                ORGANIZATION IS LINE SEQUENTIAL
000600                                FILE STATUS  IS WS-JRN-STATUS.
000610     SELECT          RESMAST    ASSIGN TO "RESMAST"
000620                                ORGANIZATION IS INDEXED
000630                                ACCESS MODE  IS DYNAMIC
000640                                RECORD KEY   IS RM-KEY
000650                                FILE STATUS  IS WS-RESM-STATUS.
000660     SELECT          RCVRPT     ASSIGN TO "RCVRPT"
000670                                ORGANIZATION IS LINE SEQUENTIAL.
000680*
000690 DATA                DIVISION.
000700 FILE                SECTION.
000710 FD  RCVPARMS.
000720 01  RCVP-REC.
000730     05 RCVP-BKUP-DATE-X      PIC X(08).
000740     05 RCVP-BKUP-TIME-X      PIC X(08).
000750     05 RCVP-POINT-DATE-X     PIC X(08).
000760     05 RCVP-POINT-TIME-X     PIC X(08).
000770*
000780 FD  RESMBKUP.
000790 01  BK-REC.
000800     05 BK-KEY                PIC X(14).
000810     05 FILLER                PIC X(70).
000820*
000830 FD  RESMJRNL.
000840 01  JRN-REC.
000850     05 JRN-DATE              PIC 9(08).
000860     05 JRN-TIME              PIC 9(08).
000870     05 JRN-PROG              PIC X(07).
000880     05 JRN-RUN-ID            PIC X(16).
000890     05 JRN-ACTION            PIC X(01).
000900         88 JRN-IS-ADD        VALUE 'A'.
000910         88 JRN-IS-REWRITE    VALUE 'R'.
000920         88 JRN-IS-DELETE     VALUE 'D'.
000930     05 JRN-BEFORE            PIC X(84).
000940     05 JRN-AFTER             PIC X(84).
000950*
000960 FD  RESMAST.
000970 01  RESMAST-REC.
000980     05 RM-KEY.
000990         10 RM-RUN-DATE       PIC 9(08).
001000         10 RM-SEQ            PIC 9(06).
001010     05 RM-REC-TYPE           PIC X(01).
001020         88 RM-IS-SUMMARY     VALUE 'S'.
001030         88 RM-IS-PAIR        VALUE '1'.
001040         88 RM-IS-MULTI       VALUE '2'.
001050         88 RM-IS-ROLLUP      VALUE 'M'.
001060         88 RM-IS-REVERSAL    VALUE 'R'.
001070     05 RM-VAL1               PIC S9(4) SIGN LEADING SEPARATE.
001080     05 RM-VAL2               PIC S9(4) SIGN LEADING SEPARATE.
001090     05 RM-RES                PIC S9(4)V99 SIGN LEADING SEPARATE.
001100     05 RM-DAY-COUNT          PIC 9(06).
001110     05 RM-DAY-TOTAL          PIC S9(9)V99 SIGN LEADING
001120                               SEPARATE.
001130     05 RM-WGT1               PIC X(03).
001140     05 RM-WGT2               PIC X(03).
001150     05 RM-RUN-ID             PIC X(16).
001160     05 RM-SOURCE-SYS         PIC X(08).
001170     05 FILLER                PIC X(04).
001180*
001190 FD  RCVRPT.
001200 01  RCVRPT-REC               PIC X(100).
001210*
001220 WORKING-STORAGE     SECTION.
001230 77  WS-RCVP-STATUS           PIC X(02) VALUE SPACES.
001240 77  WS-BKUP-STATUS           PIC X(02) VALUE SPACES.
001250 77  WS-JRN-STATUS            PIC X(02) VALUE SPACES.
001260 77  WS-RESM-STATUS           PIC X(02) VALUE SPACES.
001270*
001280 77  WS-BKUP-EOF-SW           PIC X(01) VALUE 'N'.
001290     88 END-OF-RESMBKUP       VALUE 'Y'.
001300 77  WS-JRN-EOF-SW            PIC X(01) VALUE 'N'.
001310     88 END-OF-RESMJRNL       VALUE 'Y'.
001320 77  WS-EOF-SW                PIC X(01) VALUE 'N'.
001330     88 END-OF-RESMAST        VALUE 'Y'.
001340*
001350 77  WS-RESM-OPEN-SW          PIC X(01) VALUE 'N'.
001360     88 RESMAST-IS-OPEN       VALUE 'Y'.
001370*
001380 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001390*
001400*----------------------------------------------------------------
001410* THE BACKUP STAMP AND THE RECOVERY POINT, COMPARED AGAINST
001420* EACH JOURNAL LINE'S DATE AND TIME AS ONE 16-DIGIT STAMP.
001430*----------------------------------------------------------------
001440 01  WS-BKUP-STAMP.
001450     05 WS-BKUP-DATE          PIC 9(08) VALUE ZERO.
001460     05 WS-BKUP-TIME          PIC 9(08) VALUE ZERO.
001470 01  WS-POINT-STAMP.
001480     05 WS-POINT-DATE         PIC 9(08) VALUE 99999999.
001490     05 WS-POINT-TIME         PIC 9(08) VALUE 99999999.
001500 01  WS-JRN-STAMP.
001510     05 WS-JRN-STAMP-DATE     PIC 9(08) VALUE ZERO.
001520     05 WS-JRN-STAMP-TIME     PIC 9(08) VALUE ZERO.
001530*
001540*----------------------------------------------------------------
001550* THE RECORD A JOURNAL LINE CHANGES - ITS AFTER IMAGE, OR ITS
001560* BEFORE IMAGE FOR A DELETE - SO THE KEY CAN BE REPORTED.
001570*----------------------------------------------------------------
001580 01  WS-JRN-IMAGE.
001590     05 WS-JRN-IMG-DATE       PIC 9(08).
001600     05 WS-JRN-IMG-SEQ        PIC 9(06).
001610     05 FILLER                PIC X(70).
001620 77  WS-EXC-TEXT              PIC X(30) VALUE SPACES.
001630*
001640 77  WS-BKUP-COUNT            PIC 9(08) VALUE ZERO.
001650 77  WS-JRN-READ-COUNT        PIC 9(08) VALUE ZERO.
001660 77  WS-JRN-PRIOR-COUNT       PIC 9(08) VALUE ZERO.
001670 77  WS-JRN-LATER-COUNT       PIC 9(08) VALUE ZERO.
001680 77  WS-JRN-APPLIED-COUNT     PIC 9(08) VALUE ZERO.
001690 77  WS-JRN-ALREADY-COUNT     PIC 9(08) VALUE ZERO.
001700 77  WS-EXC-COUNT             PIC 9(06) VALUE ZERO.
001710*
001720*----------------------------------------------------------------
001730* DAY PROOF - THE DAY BEING RE-ADDED AND ITS SUMMARY FIGURES.
001740*----------------------------------------------------------------
001750 77  WS-CUR-DATE              PIC 9(08) VALUE ZERO.
001760 77  WS-SUMM-SW               PIC X(01) VALUE 'N'.
001770     88 DAY-HAS-SUMMARY       VALUE 'Y'.
001780 77  WS-ROLLUP-SW             PIC X(01) VALUE 'N'.
001790     88 DAY-IS-ROLLUP         VALUE 'Y'.
001800 77  WS-DET-COUNT             PIC 9(06) VALUE ZERO.
001810 77  WS-DET-TOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
001820 77  WS-SUM-COUNT             PIC 9(06) VALUE ZERO.
001830 77  WS-SUM-TOTAL             PIC S9(9)V99 COMP-3 VALUE ZERO.
001840*
001850 77  WS-DAY-COUNT             PIC 9(06) VALUE ZERO.
001860 77  WS-BAL-DAY-COUNT         PIC 9(06) VALUE ZERO.
001870 77  WS-OOB-DAY-COUNT         PIC 9(06) VALUE ZERO.
001880 77  WS-ROLLUP-COUNT          PIC 9(06) VALUE ZERO.
001890*
001900*----------------------------------------------------------------
001910* RCVRPT LINE LAYOUTS.
001920*----------------------------------------------------------------
001930 01  RCV-HEADER-LINE.
001940     05 FILLER                PIC X(34)
001950      VALUE 'TEST017 - RESMAST FORWARD RECOVERY'.
001960     05 FILLER                PIC X(11) VALUE '  RUN DATE '.
001970     05 RCV-HDR-DATE-ED       PIC 9(08).
001980*
001990 01  RCV-STAMP-LINE.
002000     05 FILLER                PIC X(14) VALUE 'BACKUP TAKEN: '.
002010     05 RCV-BKUP-DATE-ED      PIC 9(08).
002020     05 FILLER                PIC X(01) VALUE SPACE.
002030     05 RCV-BKUP-TIME-ED      PIC 9(08).
002040     05 FILLER                PIC X(18)
002050      VALUE '  RECOVERY POINT: '.
002060     05 RCV-POINT-DATE-ED     PIC 9(08).
002070     05 FILLER                PIC X(01) VALUE SPACE.
002080     05 RCV-POINT-TIME-ED     PIC 9(08).
002090*
002100 01  RCV-EXC-LINE.
002110     05 FILLER                PIC X(10) VALUE 'EXCEPTION '.
002120     05 RCV-EXC-DATE-ED       PIC 9(08).
002130     05 FILLER                PIC X(01) VALUE SPACE.
002140     05 RCV-EXC-TIME-ED       PIC 9(08).
002150     05 FILLER                PIC X(01) VALUE SPACE.
002160     05 RCV-EXC-PROG-ED       PIC X(07).
002170     05 FILLER                PIC X(01) VALUE SPACE.
002180     05 RCV-EXC-RUNID-ED      PIC X(16).
002190     05 FILLER                PIC X(01) VALUE SPACE.
002200     05 RCV-EXC-ACTION-ED     PIC X(01).
002210     05 FILLER                PIC X(01) VALUE SPACE.
002220     05 RCV-EXC-KEY-DATE-ED   PIC 9(08).
002230     05 FILLER                PIC X(01) VALUE '/'.
002240     05 RCV-EXC-KEY-SEQ-ED    PIC 9(06).
002250     05 FILLER                PIC X(01) VALUE SPACE.
002260     05 RCV-EXC-TEXT-ED       PIC X(30).
002270*
002280 01  RCV-LOAD-LINE.
002290     05 FILLER                PIC X(23)
002300      VALUE 'BACKUP RECORDS LOADED: '.
002310     05 RCV-LOAD-COUNT-ED     PIC ZZZZZZZ9.
002320     05 FILLER                PIC X(17)
002330      VALUE '  JOURNAL LINES: '.
002340     05 RCV-LOAD-JRN-ED       PIC ZZZZZZZ9.
002350     05 FILLER                PIC X(17)
002360      VALUE '  BEFORE BACKUP: '.
002370     05 RCV-LOAD-PRIOR-ED     PIC ZZZZZZZ9.
002380*
002390 01  RCV-APPLY-LINE.
002400     05 FILLER                PIC X(09) VALUE 'APPLIED: '.
002410     05 RCV-APPLY-COUNT-ED    PIC ZZZZZZZ9.
002420     05 FILLER                PIC X(21)
002430      VALUE '  ALREADY ON MASTER: '.
002440     05 RCV-APPLY-ALREADY-ED  PIC ZZZZZZZ9.
002450     05 FILLER                PIC X(24)
002460      VALUE '  AFTER RECOVERY POINT: '.
002470     05 RCV-APPLY-LATER-ED    PIC ZZZZZZZ9.
002480     05 FILLER                PIC X(14) VALUE '  EXCEPTIONS: '.
002490     05 RCV-APPLY-EXC-ED      PIC ZZZZZ9.
002500*
002510 01  RCV-DAY-LINE.
002520     05 FILLER                PIC X(04) VALUE 'DAY '.
002530     05 RCV-DAY-DATE-ED       PIC 9(08).
002540     05 FILLER                PIC X(09) VALUE ' DETAIL: '.
002550     05 RCV-DAY-DET-CNT-ED    PIC ZZZZZ9.
002560     05 FILLER                PIC X(01) VALUE '/'.
002570     05 RCV-DAY-DET-TOT-ED    PIC -(9)9,99.
002580     05 FILLER                PIC X(10) VALUE ' SUMMARY: '.
002590     05 RCV-DAY-SUM-CNT-ED    PIC ZZZZZ9.
002600     05 FILLER                PIC X(01) VALUE '/'.
002610     05 RCV-DAY-SUM-TOT-ED    PIC -(9)9,99.
002620     05 FILLER                PIC X(01) VALUE SPACE.
002630     05 RCV-DAY-VERDICT-ED    PIC X(12).
002640*
002650 01  RCV-TRAILER-LINE.
002660     05 FILLER                PIC X(13) VALUE 'DAYS PROVED: '.
002670     05 RCV-TRL-DAYS-ED       PIC ZZZZZ9.
002680     05 FILLER                PIC X(12) VALUE '  BALANCED: '.
002690     05 RCV-TRL-BAL-ED        PIC ZZZZZ9.
002700     05 FILLER                PIC X(14) VALUE '  UNBALANCED: '.
002710     05 RCV-TRL-OOB-ED        PIC ZZZZZ9.
002720     05 FILLER                PIC X(11) VALUE '  ROLLUPS: '.
002730     05 RCV-TRL-ROLLUP-ED     PIC ZZZZZ9.
002740*
002750 01  RCV-FAILED-LINE.
002760     05 FILLER                PIC X(41)
002770      VALUE '*** RECOVERY NOT RUN *** BACKUP OR MASTER'.
002780     05 FILLER                PIC X(24)
002790      VALUE ' COULD NOT BE OPENED    '.
002800*
002810*
002820*
002830 PROCEDURE           DIVISION.
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002860     PERFORM 2000-LOAD-BACKUP THRU 2000-EXIT.
002870     IF RESMAST-IS-OPEN
002880         PERFORM 3000-ROLL-FORWARD THRU 3000-EXIT
002890         PERFORM 4000-PROVE-DAYS THRU 4000-EXIT
002900         PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
002910     ELSE
002920         MOVE RCV-FAILED-LINE TO RCVRPT-REC
002930         WRITE RCVRPT-REC
002940     END-IF.
002950     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002960     STOP RUN.
002970*
002980 1000-INITIALIZE.
002990     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003000     PERFORM 1100-LOAD-CRITERIA THRU 1100-EXIT
003010     OPEN OUTPUT RCVRPT
003020     MOVE WS-RUN-DATE TO RCV-HDR-DATE-ED
003030     MOVE RCV-HEADER-LINE TO RCVRPT-REC
003040     WRITE RCVRPT-REC
003050     MOVE WS-BKUP-DATE TO RCV-BKUP-DATE-ED
003060     MOVE WS-BKUP-TIME TO RCV-BKUP-TIME-ED
003070     MOVE WS-POINT-DATE TO RCV-POINT-DATE-ED
003080     MOVE WS-POINT-TIME TO RCV-POINT-TIME-ED
003090     MOVE RCV-STAMP-LINE TO RCVRPT-REC
003100     WRITE RCVRPT-REC.
003110 1000-EXIT.
003120     EXIT.
003130*
003140*----------------------------------------------------------------
003150* THE RCVPARMS CARD. A MISSING CARD OR A NON-NUMERIC FIELD
003160* LEAVES THAT FIELD AT ITS DEFAULT - THE WHOLE JOURNAL, TO ITS
003170* END.
003180*----------------------------------------------------------------
003190 1100-LOAD-CRITERIA.
003200     OPEN INPUT RCVPARMS
003210     IF WS-RCVP-STATUS = '35'
003220         GO TO 1100-EXIT
003230     END-IF
003240     READ RCVPARMS
003250         AT END
003260             CLOSE RCVPARMS
003270             GO TO 1100-EXIT
003280     END-READ
003290     IF RCVP-BKUP-DATE-X NUMERIC
003300         MOVE RCVP-BKUP-DATE-X TO WS-BKUP-DATE
003310         IF RCVP-BKUP-TIME-X NUMERIC
003320             MOVE RCVP-BKUP-TIME-X TO WS-BKUP-TIME
003330         END-IF
003340     END-IF
003350     IF RCVP-POINT-DATE-X NUMERIC
003360         MOVE RCVP-POINT-DATE-X TO WS-POINT-DATE
003370         IF RCVP-POINT-TIME-X NUMERIC
003380             MOVE RCVP-POINT-TIME-X TO WS-POINT-TIME
003390         END-IF
003400     END-IF
003410     CLOSE RCVPARMS.
003420 1100-EXIT.
003430     EXIT.
003440*
003450*----------------------------------------------------------------
003460* LOAD THE BACKUP INTO A FRESH MASTER, THEN REOPEN THE MASTER
003470* FOR UPDATE. WITHOUT A BACKUP NOTHING IS TOUCHED.
003480*----------------------------------------------------------------
003490 2000-LOAD-BACKUP.
003500     OPEN INPUT RESMBKUP
003510     IF WS-BKUP-STATUS NOT = '00'
003520         DISPLAY 'TEST017 - RESMBKUP OPEN FAILED - STATUS '
003530                 WS-BKUP-STATUS ' - NOTHING RECOVERED'
003540         MOVE 8 TO RETURN-CODE
003550         GO TO 2000-EXIT
003560     END-IF
003570     OPEN OUTPUT RESMAST
003580     IF WS-RESM-STATUS NOT = '00'
003590         DISPLAY 'TEST017 - RESMAST OPEN FAILED - STATUS '
003600                 WS-RESM-STATUS
003610         CLOSE RESMBKUP
003620         MOVE 8 TO RETURN-CODE
003630         GO TO 2000-EXIT
003640     END-IF
003650     PERFORM 2100-READ-BACKUP THRU 2100-EXIT
003660     PERFORM 2200-LOAD-ONE-REC THRU 2200-EXIT
003670         UNTIL END-OF-RESMBKUP
003680     CLOSE RESMBKUP
003690     CLOSE RESMAST
003700     OPEN I-O RESMAST
003710     IF WS-RESM-STATUS NOT = '00'
003720         DISPLAY 'TEST017 - RESMAST REOPEN FAILED - STATUS '
003730                 WS-RESM-STATUS
003740         MOVE 8 TO RETURN-CODE
003750         GO TO 2000-EXIT
003760     END-IF
003770     SET RESMAST-IS-OPEN TO TRUE.
003780 2000-EXIT.
003790     EXIT.
003800*
003810 2100-READ-BACKUP.
003820     READ RESMBKUP
003830         AT END
003840             SET END-OF-RESMBKUP TO TRUE
003850     END-READ.
003860 2100-EXIT.
003870     EXIT.
003880*
003890 2200-LOAD-ONE-REC.
003900     MOVE BK-REC TO RESMAST-REC
003910     WRITE RESMAST-REC
003920     ADD 1 TO WS-BKUP-COUNT
003930     PERFORM 2100-READ-BACKUP THRU 2100-EXIT.
003940 2200-EXIT.
003950     EXIT.
003960*
003970*----------------------------------------------------------------
003980* ROLL FORWARD - EACH JOURNAL LINE IN THE ORDER IT WAS WRITTEN.
003990*----------------------------------------------------------------
004000 3000-ROLL-FORWARD.
004010     OPEN INPUT RESMJRNL
004020     IF WS-JRN-STATUS = '35'
004030         DISPLAY 'TEST017 - RESMJRNL NOT FOUND - BACKUP '
004040                 'LOADED AS IS'
004050         GO TO 3000-EXIT
004060     END-IF
004070     PERFORM 3050-READ-JOURNAL THRU 3050-EXIT
004080     PERFORM 3100-APPLY-ONE THRU 3100-EXIT
004090         UNTIL END-OF-RESMJRNL
004100     CLOSE RESMJRNL.
004110 3000-EXIT.
004120     EXIT.
004130*
004140 3050-READ-JOURNAL.
004150     READ RESMJRNL
004160         AT END
004170             SET END-OF-RESMJRNL TO TRUE
004180     END-READ.
004190 3050-EXIT.
004200     EXIT.
004210*
004220 3100-APPLY-ONE.
004230     ADD 1 TO WS-JRN-READ-COUNT
004240     MOVE JRN-DATE TO WS-JRN-STAMP-DATE
004250     MOVE JRN-TIME TO WS-JRN-STAMP-TIME
004260     IF WS-JRN-STAMP NOT > WS-BKUP-STAMP
004270         ADD 1 TO WS-JRN-PRIOR-COUNT
004280         GO TO 3100-NEXT
004290     END-IF
004300     IF WS-JRN-STAMP > WS-POINT-STAMP
004310         ADD 1 TO WS-JRN-LATER-COUNT
004320         GO TO 3100-NEXT
004330     END-IF
004340     IF JRN-IS-DELETE
004350         MOVE JRN-BEFORE TO WS-JRN-IMAGE
004360     ELSE
004370         MOVE JRN-AFTER TO WS-JRN-IMAGE
004380     END-IF
004390     EVALUATE TRUE
004400         WHEN JRN-IS-ADD
004410             PERFORM 3200-APPLY-ADD THRU 3200-EXIT
004420         WHEN JRN-IS-REWRITE
004430             PERFORM 3300-APPLY-REWRITE THRU 3300-EXIT
004440         WHEN JRN-IS-DELETE
004450             PERFORM 3400-APPLY-DELETE THRU 3400-EXIT
004460         WHEN OTHER
004470             MOVE 'UNKNOWN JOURNAL ACTION' TO WS-EXC-TEXT
004480             PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
004490     END-EVALUATE.
004500 3100-NEXT.
004510     PERFORM 3050-READ-JOURNAL THRU 3050-EXIT.
004520 3100-EXIT.
004530     EXIT.
004540*
004550*----------------------------------------------------------------
004560* AN ADD. A DIFFERENT RECORD ALREADY UNDER THE KEY IS AN
004570* EXCEPTION AND IS REPLACED BY THE JOURNAL'S.
004580*----------------------------------------------------------------
004590 3200-APPLY-ADD.
004600     MOVE JRN-AFTER TO RESMAST-REC
004610     READ RESMAST
004620         INVALID KEY
004630             MOVE JRN-AFTER TO RESMAST-REC
004640             WRITE RESMAST-REC
004650             ADD 1 TO WS-JRN-APPLIED-COUNT
004660             GO TO 3200-EXIT
004670     END-READ
004680     IF RESMAST-REC = JRN-AFTER
004690         ADD 1 TO WS-JRN-ALREADY-COUNT
004700         GO TO 3200-EXIT
004710     END-IF
004720     MOVE 'ADD OVER A DIFFERENT RECORD' TO WS-EXC-TEXT
004730     PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
004740     MOVE JRN-AFTER TO RESMAST-REC
004750     REWRITE RESMAST-REC
004760     ADD 1 TO WS-JRN-APPLIED-COUNT.
004770 3200-EXIT.
004780     EXIT.
004790*
004800*----------------------------------------------------------------
004810* A REWRITE. THE RECORD ON THE MASTER SHOULD BE THE JOURNAL'S
004820* BEFORE IMAGE; A MISSING RECORD IS ADDED FROM THE AFTER IMAGE.
004830*----------------------------------------------------------------
004840 3300-APPLY-REWRITE.
004850     MOVE JRN-AFTER TO RESMAST-REC
004860     READ RESMAST
004870         INVALID KEY
004880             MOVE 'REWRITE OF MISSING RECORD' TO WS-EXC-TEXT
004890             PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
004900             MOVE JRN-AFTER TO RESMAST-REC
004910             WRITE RESMAST-REC
004920             ADD 1 TO WS-JRN-APPLIED-COUNT
004930             GO TO 3300-EXIT
004940     END-READ
004950     IF RESMAST-REC = JRN-AFTER
004960         ADD 1 TO WS-JRN-ALREADY-COUNT
004970         GO TO 3300-EXIT
004980     END-IF
004990     IF RESMAST-REC NOT = JRN-BEFORE
005000         MOVE 'BEFORE IMAGE DOES NOT MATCH' TO WS-EXC-TEXT
005010         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
005020     END-IF
005030     MOVE JRN-AFTER TO RESMAST-REC
005040     REWRITE RESMAST-REC
005050     ADD 1 TO WS-JRN-APPLIED-COUNT.
005060 3300-EXIT.
005070     EXIT.
005080*
005090*----------------------------------------------------------------
005100* A DELETE. A RECORD ALREADY GONE IS AN EXCEPTION WITH NOTHING
005110* LEFT TO DO.
005120*----------------------------------------------------------------
005130 3400-APPLY-DELETE.
005140     MOVE JRN-BEFORE TO RESMAST-REC
005150     READ RESMAST
005160         INVALID KEY
005170             MOVE 'DELETE OF MISSING RECORD' TO WS-EXC-TEXT
005180             PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
005190             GO TO 3400-EXIT
005200     END-READ
005210     IF RESMAST-REC NOT = JRN-BEFORE
005220         MOVE 'BEFORE IMAGE DOES NOT MATCH' TO WS-EXC-TEXT
005230         PERFORM 3900-WRITE-EXCEPTION THRU 3900-EXIT
005240     END-IF
005250     DELETE RESMAST RECORD
005260     ADD 1 TO WS-JRN-APPLIED-COUNT.
005270 3400-EXIT.
005280     EXIT.
005290*
005300 3900-WRITE-EXCEPTION.
005310     ADD 1 TO WS-EXC-COUNT
005320     MOVE JRN-DATE TO RCV-EXC-DATE-ED
005330     MOVE JRN-TIME TO RCV-EXC-TIME-ED
005340     MOVE JRN-PROG TO RCV-EXC-PROG-ED
005350     MOVE JRN-RUN-ID TO RCV-EXC-RUNID-ED
005360     MOVE JRN-ACTION TO RCV-EXC-ACTION-ED
005370     MOVE WS-JRN-IMG-DATE TO RCV-EXC-KEY-DATE-ED
005380     MOVE WS-JRN-IMG-SEQ TO RCV-EXC-KEY-SEQ-ED
005390     MOVE WS-EXC-TEXT TO RCV-EXC-TEXT-ED
005400     MOVE RCV-EXC-LINE TO RCVRPT-REC
005410     WRITE RCVRPT-REC.
005420 3900-EXIT.
005430     EXIT.
005440*
005450*----------------------------------------------------------------
005460* PROVE THE RECOVERED MASTER - EVERY DAY'S DETAIL RE-ADDED AND
005470* COMPARED TO ITS SEQUENCE-ZERO SUMMARY ON COUNT AND TOTAL.
005480*----------------------------------------------------------------
005490 4000-PROVE-DAYS.
005500     MOVE ZERO TO RM-RUN-DATE
005510     MOVE ZERO TO RM-SEQ
005520     START RESMAST KEY NOT < RM-KEY
005530         INVALID KEY
005540             SET END-OF-RESMAST TO TRUE
005550     END-START
005560     IF NOT END-OF-RESMAST
005570         PERFORM 4100-READ-MASTER THRU 4100-EXIT
005580         PERFORM 4200-TALLY-ONE-REC THRU 4200-EXIT
005590             UNTIL END-OF-RESMAST
005600     END-IF
005610     IF WS-CUR-DATE NOT = ZERO
005620         PERFORM 4300-GRADE-DAY THRU 4300-EXIT
005630     END-IF.
005640 4000-EXIT.
005650     EXIT.
005660*
005670 4100-READ-MASTER.
005680     READ RESMAST NEXT
005690         AT END
005700             SET END-OF-RESMAST TO TRUE
005710     END-READ.
005720 4100-EXIT.
005730     EXIT.
005740*
005750 4200-TALLY-ONE-REC.
005760     IF RM-RUN-DATE NOT = WS-CUR-DATE
005770         IF WS-CUR-DATE NOT = ZERO
005780             PERFORM 4300-GRADE-DAY THRU 4300-EXIT
005790         END-IF
005800         MOVE RM-RUN-DATE TO WS-CUR-DATE
005810         MOVE 'N' TO WS-SUMM-SW
005820         MOVE 'N' TO WS-ROLLUP-SW
005830         MOVE ZERO TO WS-DET-COUNT
005840         MOVE ZERO TO WS-DET-TOTAL
005850         MOVE ZERO TO WS-SUM-COUNT
005860         MOVE ZERO TO WS-SUM-TOTAL
005870     END-IF
005880     IF RM-SEQ = ZERO
005890         IF RM-IS-ROLLUP
005900             SET DAY-IS-ROLLUP TO TRUE
005910         ELSE
005920             SET DAY-HAS-SUMMARY TO TRUE
005930         END-IF
005940         MOVE RM-DAY-COUNT TO WS-SUM-COUNT
005950         MOVE RM-DAY-TOTAL TO WS-SUM-TOTAL
005960     ELSE
005970         ADD 1 TO WS-DET-COUNT
005980         ADD RM-RES TO WS-DET-TOTAL
005990     END-IF
006000     PERFORM 4100-READ-MASTER THRU 4100-EXIT.
006010 4200-EXIT.
006020     EXIT.
006030*
006040*----------------------------------------------------------------
006050* GRADE ONE DAY AND PRINT ITS LINE. A DAY BALANCES WHEN ITS
006060* SUMMARY EXISTS AND THE RE-ADDED DETAIL MATCHES IT ON BOTH
006070* COUNT AND TOTAL. A MONTHLY ROLLUP CARRIES THE FIGURES OF DAYS
006080* ALREADY ARCHIVED AND IS LISTED WITHOUT A VERDICT.
006090*----------------------------------------------------------------
006100 4300-GRADE-DAY.
006110     EVALUATE TRUE
006120         WHEN DAY-IS-ROLLUP AND WS-DET-COUNT = ZERO
006130             ADD 1 TO WS-ROLLUP-COUNT
006140             MOVE 'MONTH ROLLUP' TO RCV-DAY-VERDICT-ED
006150         WHEN DAY-HAS-SUMMARY
006160          AND WS-DET-COUNT = WS-SUM-COUNT
006170          AND WS-DET-TOTAL = WS-SUM-TOTAL
006180             ADD 1 TO WS-DAY-COUNT
006190             ADD 1 TO WS-BAL-DAY-COUNT
006200             MOVE 'BALANCED    ' TO RCV-DAY-VERDICT-ED
006210         WHEN OTHER
006220             ADD 1 TO WS-DAY-COUNT
006230             ADD 1 TO WS-OOB-DAY-COUNT
006240             MOVE 'UNBALANCED  ' TO RCV-DAY-VERDICT-ED
006250             DISPLAY 'TEST017 - DAY ' WS-CUR-DATE
006260                     ' DOES NOT BALANCE AFTER RECOVERY'
006270     END-EVALUATE
006280     MOVE WS-CUR-DATE TO RCV-DAY-DATE-ED
006290     MOVE WS-DET-COUNT TO RCV-DAY-DET-CNT-ED
006300     MOVE WS-DET-TOTAL TO RCV-DAY-DET-TOT-ED
006310     MOVE WS-SUM-COUNT TO RCV-DAY-SUM-CNT-ED
006320     MOVE WS-SUM-TOTAL TO RCV-DAY-SUM-TOT-ED
006330     MOVE RCV-DAY-LINE TO RCVRPT-REC
006340     WRITE RCVRPT-REC.
006350 4300-EXIT.
006360     EXIT.
006370*
006380 8000-WRITE-TRAILER.
006390     MOVE WS-BKUP-COUNT TO RCV-LOAD-COUNT-ED
006400     MOVE WS-JRN-READ-COUNT TO RCV-LOAD-JRN-ED
006410     MOVE WS-JRN-PRIOR-COUNT TO RCV-LOAD-PRIOR-ED
006420     MOVE RCV-LOAD-LINE TO RCVRPT-REC
006430     WRITE RCVRPT-REC
006440     MOVE WS-JRN-APPLIED-COUNT TO RCV-APPLY-COUNT-ED
006450     MOVE WS-JRN-ALREADY-COUNT TO RCV-APPLY-ALREADY-ED
006460     MOVE WS-JRN-LATER-COUNT TO RCV-APPLY-LATER-ED
006470     MOVE WS-EXC-COUNT TO RCV-APPLY-EXC-ED
006480     MOVE RCV-APPLY-LINE TO RCVRPT-REC
006490     WRITE RCVRPT-REC
006500     MOVE WS-DAY-COUNT TO RCV-TRL-DAYS-ED
006510     MOVE WS-BAL-DAY-COUNT TO RCV-TRL-BAL-ED
006520     MOVE WS-OOB-DAY-COUNT TO RCV-TRL-OOB-ED
006530     MOVE WS-ROLLUP-COUNT TO RCV-TRL-ROLLUP-ED
006540     MOVE RCV-TRAILER-LINE TO RCVRPT-REC
006550     WRITE RCVRPT-REC.
006560 8000-EXIT.
006570     EXIT.
006580*
006590 9000-TERMINATE.
006600     IF RESMAST-IS-OPEN
006610         CLOSE RESMAST
006620     END-IF
006630     CLOSE RCVRPT
006640     IF NOT RESMAST-IS-OPEN
006650         GO TO 9000-EXIT
006660     END-IF
006670     DISPLAY 'TEST017 - BACKUP RECORDS: ' WS-BKUP-COUNT
006680             ' JOURNAL APPLIED: ' WS-JRN-APPLIED-COUNT
006690             ' EXCEPTIONS: ' WS-EXC-COUNT
006700     DISPLAY 'TEST017 - DAYS PROVED: ' WS-DAY-COUNT
006710             ' UNBALANCED: ' WS-OOB-DAY-COUNT
006720     IF WS-EXC-COUNT > ZERO OR WS-OOB-DAY-COUNT > ZERO
006730         MOVE 4 TO RETURN-CODE
006740     END-IF.
006750 9000-EXIT.
006760     EXIT.
