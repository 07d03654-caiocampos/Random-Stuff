001590*                CHECKPOINT WITHOUT RE-VERIFYING THE FILE; THE
001600*                RESTART SKIP IS A BARE READ LOOP. SAME
001610*                REFUSAL RULES AND OUTPUTS AS BEFORE.
001611* 14/10/2026 CC  A SET'S SOURCE SYSTEM MUST NOW BE ON THE SOURCE
001612*                SYSTEM MASTER (SRCMAST, MAINTAINED BY TEST013).
001613*                A SET FROM AN UNKNOWN OR RETIRED SOURCE (US), A
001614*                SUSPENDED SOURCE (SS), OR RUN IN A CALCULATION
001615*                MODE ITS SOURCE DOES NOT ALLOW (CM) IS REFUSED,
001616*                AND THE SOURCE'S OWN VAL1/VAL2 RANGE REPLACES
001617*                THE PARMFILE RANGE FOR ITS DETAILS. BATCHCTL
001618*                ONLY GAINS SLOTS FOR MASTERED SOURCES.
001619* 14/10/2026 CC  SRCMAST ROW EXTENDED WITH THE FEED'S EXPECTED
001620*                SEND DAYS. A BATCH RUN NOW ALSO APPENDS ITS
001621*                PER-SET STATUS LINES TO RUNHIST SO TEST014 CAN
001622*                SEE EVERY BATCH DATE EACH SOURCE HAS SENT.
001623* 14/10/2026 CC  A 'D' DETAIL NOW CARRIES A TRANSACTION REFERENCE
001624*                (COLS 18-33, BOTH LAYOUTS). EVERY PROCESSED
001625*                REFERENCE IS KEPT ON TRANREF PER SOURCE SYSTEM,
001626*                AND A DETAIL WHOSE REFERENCE IS ALREADY THERE
001627*                REJECTS AS A DUPLICATE (DU) ONTO REJFILEO
001628*                INSTEAD OF BEING AVERAGED AND POSTED AGAIN. A
001629*                REFUSED SET'S REFERENCES ARE BACKED OUT, AND A
001630*                RESTART DOES NOT FLAG ITS OWN RECORDS. TEST006
001631*                PURGES REFERENCES PAST THEIR RETENTION.
001632* 14/10/2026 CC  A BATCH RUN NOW ENDS BY WRITING A RETURN FILE
001633*                PER SOURCE SYSTEM (RETFILE.<SOURCE>.<RUN ID>)
001634*                FOR THE UPSTREAM TO LOAD: A HEADER, ONE LINE PER
001635*                SET (BATCH DATE, DISPOSITION, REASON, COUNTS AND
001636*                HASH AS COMPUTED HERE AND AS SENT), ONE LINE PER
001637*                REJECTED DETAIL OF AN ACCEPTED SET (REASON AND
001638*                ORIGINAL TRANFILE IMAGE) AND A CONTROL TRAILER.
001639*                THE LINES ARE GATHERED ON RETWORK AS THE SETS
001640*                CLOSE SO A RESTART STILL REPORTS THE SETS THE
001641*                ABENDED RUN FINISHED.
001642* 14/10/2026 CC  EVERY RUN NOW OPENS ITS RECORD ON THE DAILY CYCLE
001643*                CONTROL FILE (CYCLECTL, KEYED BY RUN ID) AS THE
001644*                FIRST STEP OF THE CYCLE - STARTED WHEN THE RUN
001645*                ID IS ISSUED, FINISHED AT END OF JOB WITH THE
001646*                RETURN CODE. TEST003, TEST002, TEST009 AND
001647*                TEST011 WILL NOT START ON A RUN WHOSE PRIOR STEP
001648*                IS NOT COMPLETE THERE.
001649* 15/10/2026 CC  A SET WITH NO SOURCE SYSTEM IN ITS HEADER IS NOW
001650*                LOOKED UP ON SRCMAST UNDER THE RESERVED SOURCE
001651*                'UNNAMED ', SO THE UNNAMED FEED IS ACCEPTED WHEN
001652*                IT IS MASTERED THERE AND REFUSED WHEN IT IS NOT.
001653* 15/10/2026 CC  A TRANSACTION REFERENCE ALREADY ON TRANREF IS
001654*                TAKEN AS THE RUN'S OWN WORK ONLY ON A CHECKPOINT
001655*                RESTART, AND ONLY WHEN THE ENTRY CARRIES THE RUN
001656*                ID OF THE RUN BEING RESUMED (NOW KEPT ON THE
001657*                CHECKPOINT); A RESENT TRANFILE IS FLAGGED DU. A
001658*                REFUSED SET BACKS OUT ONLY ENTRIES THIS RUN MADE.
001659* 15/10/2026 CC  A DUPLICATE-REFERENCE (DU) REJECT IS NEVER
001660*                RECYCLED INTO A POSTING; ONE MARKED CORRECTED IS
001661*                CARRIED FORWARD OPEN. THE DAILY CYCLE RECORD IS
001662*                NOW OPENED FOR BATCH RUNS ONLY.
001663*----------------------------------------------------------------
001664 ENVIRONMENT         DIVISION.
001665*
001666 CONFIGURATION       SECTION.
001667 SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
001670*
001680 INPUT-OUTPUT        SECTION.
001690 FILE-CONTROL.
002240     SELECT          GENFILE    ASSIGN TO "GENFILE"
002250                                ORGANIZATION IS LINE SEQUENTIAL
002260                                FILE STATUS  IS WS-GEN-STATUS.
002262     SELECT          SRCMAST    ASSIGN TO "SRCMAST"
002264                                ORGANIZATION IS LINE SEQUENTIAL
002266                                FILE STATUS  IS WS-SRCM-STATUS.
002267     SELECT          TRANREF    ASSIGN TO "TRANREF"
002268                                ORGANIZATION IS INDEXED
002269                                ACCESS MODE  IS DYNAMIC
002270                                RECORD KEY   IS TREF-KEY
002271                                FILE STATUS  IS WS-TREF-STATUS.
002272     SELECT          REFTMP     ASSIGN TO "REFTMP"
002273                                ORGANIZATION IS LINE SEQUENTIAL
002274                                FILE STATUS  IS WS-FTMP-STATUS.
002275     SELECT          RETTMP     ASSIGN TO "RETTMP"
002276                                ORGANIZATION IS LINE SEQUENTIAL
002277                                FILE STATUS  IS WS-QTMP-STATUS.
002278     SELECT          RETWORK    ASSIGN TO "RETWORK"
002279                                ORGANIZATION IS LINE SEQUENTIAL
002280                                FILE STATUS  IS WS-RETW-STATUS.
002281     SELECT          RETFILE    ASSIGN USING WS-RETFILE-NAME
002282                                ORGANIZATION IS LINE SEQUENTIAL
002283                                FILE STATUS  IS WS-RETF-STATUS.
002284     SELECT          CYCLECTL   ASSIGN TO "CYCLECTL"
002285                                ORGANIZATION IS INDEXED
002286                                ACCESS MODE  IS DYNAMIC
002287                                RECORD KEY   IS CYC-RUN-ID
002288                                FILE STATUS  IS WS-CYC-STATUS.
002289*
002290 DATA                DIVISION.
002291 FILE                SECTION.
002300 FD  TRANFILE.
002310 01  TRAN-REC.
002320     05 TR-REC-TYPE          PIC X(01).
002350         88 TR-IS-TRAILER    VALUE 'T'.
002360     05 TR-VAL1              PIC S9(4) SIGN LEADING SEPARATE.
002370     05 TR-VAL2              PIC S9(4) SIGN LEADING SEPARATE.
002372     05 FILLER               PIC X(06).
002374     05 TR-TRAN-REF          PIC X(16).
002380 01  TRAN-REC-TEXT REDEFINES TRAN-REC.
002390     05 FILLER               PIC X(01).
002400     05 TR-VAL1-TEXT         PIC X(5).
003290                              PIC 9(05).
003300             15 CHKPT-SRC-TOTAL
003310                              PIC S9(9)V99 COMP-3.
003312*    THE RUN ID THE INTERRUPTED RUN STAMPED ON TRANREF, CARRIED
003314*    THROUGH EVERY RESTART OF THE SAME TRANFILE.
003316     05 CHKPT-RUN-ID          PIC X(16).
003320*
003330 FD  REPTMP.
003340 01  REPTMP-REC               PIC X(60).
004000     05 GEN-TYPE              PIC X(01).
004010     05 GEN-NAME              PIC X(26).
004020     05 GEN-RUN-DATE          PIC 9(08).
004021*
004022 FD  SRCMAST.
004023 01  SRCM-REC.
004024     05 SRCM-SOURCE-SYS       PIC X(08).
004025     05 SRCM-STATUS           PIC X(01).
004026     05 SRCM-DESC             PIC X(30).
004027     05 SRCM-CONTACT          PIC X(30).
004028     05 SRCM-VAL-MIN          PIC S9(4) SIGN LEADING SEPARATE.
004029     05 SRCM-VAL-MIN-X REDEFINES SRCM-VAL-MIN
004030                              PIC X(05).
004031     05 SRCM-VAL-MAX          PIC S9(4) SIGN LEADING SEPARATE.
004032     05 SRCM-VAL-MAX-X REDEFINES SRCM-VAL-MAX
004033                              PIC X(05).
004034     05 SRCM-CALC-MODE        PIC X(01).
004035     05 SRCM-SEND-DAYS        PIC X(07).
004036     05 FILLER                PIC X(13).
004037*
004038 FD  TRANREF.
004039 01  TREF-REC.
004040     05 TREF-KEY.
004041         10 TREF-SOURCE-SYS   PIC X(08).
004042         10 TREF-TRAN-REF     PIC X(16).
004043     05 TREF-BATCH-DATE       PIC 9(08).
004044     05 TREF-REC-NUM          PIC 9(08).
004045     05 TREF-PROC-DATE        PIC 9(08).
004046     05 TREF-RUN-ID           PIC X(16).
004047     05 FILLER                PIC X(06).
004048*
004049 FD  REFTMP.
004050 01  REFTMP-REC               PIC X(70).
004051*
004052 FD  RETTMP.
004053 01  RETTMP-REC               PIC X(100).
004054*
004055 FD  RETWORK.
004056 01  RETW-REC.
004057     05 RETW-TYPE             PIC X(01).
004058         88 RETW-IS-SET       VALUE 'S'.
004059         88 RETW-IS-REJECT    VALUE 'R'.
004060     05 RETW-SOURCE-SYS       PIC X(08).
004061     05 RETW-SET-NUM          PIC 9(02).
004062     05 FILLER                PIC X(08).
004063     05 RETW-REC-NUM          PIC 9(08).
004064     05 FILLER                PIC X(02).
004065     05 RETW-ACT-COUNT        PIC 9(08).
004066     05 RETW-ACT-HASH         PIC S9(9) SIGN LEADING SEPARATE.
004067     05 FILLER                PIC X(18).
004068     05 RETW-PROC-COUNT       PIC 9(08).
004069     05 FILLER                PIC X(27).
004070*
004071 FD  RETFILE.
004072 01  RETF-REC                 PIC X(100).
004073*
004074 FD  CYCLECTL.
004075 01  CYC-REC.
004076     05 CYC-RUN-ID            PIC X(16).
004077     05 CYC-RUN-DATE          PIC 9(08).
004078     05 CYC-STEP              OCCURS 5 TIMES.
004079         10 CYC-STEP-STATUS   PIC X(01).
004080             88 CYC-STEP-OUTSTANDING VALUE SPACE.
004081             88 CYC-STEP-RUNNING  VALUE 'S'.
004082             88 CYC-STEP-DONE     VALUE 'C'.
004083             88 CYC-STEP-FAILED   VALUE 'F'.
004084         10 CYC-STEP-OVRD     PIC X(01).
004085         10 CYC-STEP-START-DATE
004086                              PIC 9(08).
004087         10 CYC-STEP-START-TIME
004088                              PIC 9(08).
004089         10 CYC-STEP-END-DATE PIC 9(08).
004090         10 CYC-STEP-END-TIME PIC 9(08).
004091         10 CYC-STEP-RC       PIC 9(02).
004092     05 FILLER                PIC X(16).
004093*
004094 WORKING-STORAGE     SECTION.
004095*----------------------------------------------------------------
004096* RUN-TIME CONTROL PARAMETER.
004097*     POSITION 1 SELECTS THE RUN MODE -
004098*         S = SINGLE INTERACTIVE ACCEPT (DEFAULT, ORIGINAL)
004099*         B = BATCH MODE AGAINST TRANFILE
004100*         M = MULTI-VALUE MODE (COUNT + N VALUES)
004110*     POSITION 2 SELECTS THE REPFILE NUMERIC LOCALE -
004120*         C = DECIMAL COMMA, IN-HOUSE DEFAULT (1,50)
005430     05 WS-BCTL-ENTRY         OCCURS 20 TIMES.
005440         10 WS-BCTL-SRC       PIC X(08).
005450         10 WS-BCTL-DATE      PIC 9(08).
005451*
005452*----------------------------------------------------------------
005453* SOURCE SYSTEM MASTER - EVERY FEED TEST001 TAKES, WITH ITS
005454* STATUS (A ACTIVE, S SUSPENDED, R RETIRED), ITS OWN VAL1/VAL2
005455* RANGE AND ITS ALLOWED CALCULATION MODE (E EQUAL, W WEIGHTED,
005456* B EITHER). A RANGE LEFT BLANK ON THE MASTER FALLS BACK TO THE
005457* PARMFILE RANGE, WHICH IS KEPT ASIDE IN WS-PRM-VAL-MIN/MAX.
005458*----------------------------------------------------------------
005459 77  WS-SRCM-STATUS           PIC X(02) VALUE SPACES.
005460 77  WS-SRCM-EOF-SW           PIC X(01) VALUE 'N'.
005461     88 END-OF-SRCMAST        VALUE 'Y'.
005462 77  WS-SM-USED               PIC 9(02) COMP VALUE ZERO.
005463 77  WS-SM-SUB                PIC 9(02) COMP VALUE ZERO.
005464 77  WS-SM-HIT-SW             PIC X(01) VALUE 'N'.
005465     88 SRCM-SOURCE-FOUND     VALUE 'Y'.
005466 77  WS-SM-CUR-STATUS         PIC X(01) VALUE SPACE.
005467     88 SRCM-IS-ACTIVE        VALUE 'A'.
005468     88 SRCM-IS-SUSPENDED     VALUE 'S'.
005469 77  WS-SM-CUR-CALC           PIC X(01) VALUE SPACE.
005470 77  WS-SM-CUR-MIN            PIC S9(4) VALUE ZERO.
005471 77  WS-SM-CUR-MAX            PIC S9(4) VALUE ZERO.
005472 77  WS-SM-FIND-SRC           PIC X(08) VALUE SPACES.
005473 77  WS-PRM-VAL-MIN           PIC S9(4) VALUE -9999.
005474 77  WS-PRM-VAL-MAX           PIC S9(4) VALUE +9999.
005475 01  WS-SM-TABLE.
005476     05 WS-SM-ENTRY           OCCURS 20 TIMES.
005477         10 WS-SM-SRC         PIC X(08).
005478         10 WS-SM-STATUS      PIC X(01).
005479         10 WS-SM-VAL-MIN     PIC S9(4).
005480         10 WS-SM-VAL-MAX     PIC S9(4).
005481         10 WS-SM-CALC-MODE   PIC X(01).
005482*
005483*----------------------------------------------------------------
005484* TRANSACTION REFERENCE HISTORY - TRANREF HOLDS EVERY REFERENCE A
005485* PROCESSED DETAIL HAS CARRIED, KEYED BY SOURCE SYSTEM AND
005486* REFERENCE, WITH THE SET'S BATCH DATE AND THE TRANFILE RECORD
005487* NUMBER IT CAME FROM. A REFERENCE ALREADY ON FILE FROM ANY OTHER
005488* RECORD IS A DUPLICATE (DU). ON A CHECKPOINT RESTART, AN ENTRY
005489* STAMPED WITH THE RESUMED RUN'S ID AGAINST THE SAME RECORD OF A
005490* SET WITH THE SAME BATCH DATE IS THAT RUN'S OWN WORK, NOT A
005491* DUPLICATE; AT ANY OTHER TIME IT IS. REFTMP LISTS WHAT THE OPEN
005492* SET HAS RECORDED SO A REFUSED SET CAN BE BACKED OUT. A BLANK
005493* REFERENCE IS NOT CHECKED.
005494*----------------------------------------------------------------
005495 77  WS-TREF-STATUS           PIC X(02) VALUE SPACES.
005496 77  WS-FTMP-STATUS           PIC X(02) VALUE SPACES.
005497 77  WS-TREF-OPEN-SW          PIC X(01) VALUE 'N'.
005498     88 TRANREF-IS-OPEN       VALUE 'Y'.
005499 77  WS-TREF-DUP-SW           PIC X(01) VALUE 'N'.
005500     88 TRAN-REF-IS-DUP       VALUE 'Y'.
005501 77  WS-TREF-REC-NUM          PIC 9(08) VALUE ZERO.
005502 77  WS-DUP-COUNT             PIC 9(05) VALUE ZERO.
005503 77  WS-TREF-BACKOUT-COUNT    PIC 9(05) VALUE ZERO.
005504 77  WS-TREF-OWN-SW           PIC X(01) VALUE 'N'.
005505     88 TRAN-REF-IS-OWN       VALUE 'Y'.
005506 77  WS-TREF-RUN-ID           PIC X(16) VALUE SPACES.
005507 01  WS-TREF-SAVE.
005508     05 WS-TRS-KEY            PIC X(24).
005509     05 WS-TRS-BATCH-DATE     PIC 9(08).
005510     05 WS-TRS-REC-NUM        PIC 9(08).
005511     05 WS-TRS-PROC-DATE      PIC 9(08).
005512     05 WS-TRS-RUN-ID         PIC X(16).
005513     05 FILLER                PIC X(06).
005514*
005515*----------------------------------------------------------------
005516* PER-SOURCE RETURN FILES. RETTMP SPOOLS THE OPEN SET'S REJECTED
005517* DETAILS AND IS COPIED TO RETWORK ONLY WHEN THE SET IS ACCEPTED;
005518* EVERY SET WRITES ITS OWN LINE TO RETWORK AS IT CLOSES. AT THE
005519* END OF THE RUN RETWORK IS SPLIT BY SOURCE SYSTEM INTO ONE
005520* RETFILE EACH, BETWEEN A HEADER AND A CONTROL TRAILER. LINES A
005521* RESTART REPLAYED (SAME SET, SAME OR EARLIER RECORD) ARE DROPPED.
005522* RECORD LAYOUTS, ALL 100 BYTES:
005523*   H  SOURCE, RUN ID, RUN DATE
005524*   S  SOURCE, SET, BATCH DATE, DISPOSITION, REASON, DETAILS
005525*      READ, HASH COMPUTED, TRAILER COUNT, TRAILER HASH,
005526*      ACCEPTED, REJECTED
005527*   R  SOURCE, SET, BATCH DATE, TRANFILE RECORD NUMBER, REASON,
005528*      ORIGINAL DETAIL IMAGE
005529*   T  SOURCE, SETS, REJECTS, RECORDS INCLUDING H AND T,
005530*      ACCEPTED TOTAL, HASH TOTAL OF THE S LINES
005531*----------------------------------------------------------------
005532 77  WS-QTMP-STATUS           PIC X(02) VALUE SPACES.
005533 77  WS-RETW-STATUS           PIC X(02) VALUE SPACES.
005534 77  WS-RETF-STATUS           PIC X(02) VALUE SPACES.
005535 77  WS-RETFILE-NAME          PIC X(40) VALUE SPACES.
005536 77  WS-RETW-OPEN-SW          PIC X(01) VALUE 'N'.
005537     88 RETWORK-IS-OPEN       VALUE 'Y'.
005538 77  WS-RSRC-USED             PIC 9(02) COMP VALUE ZERO.
005539 77  WS-RSRC-SUB              PIC 9(02) COMP VALUE ZERO.
005540 77  WS-RSRC-HIT-SW           PIC X(01) VALUE 'N'.
005541     88 RET-SOURCE-FOUND      VALUE 'Y'.
005542 77  WS-RET-SOURCE            PIC X(08) VALUE SPACES.
005543 77  WS-RET-LAST-SSET         PIC 9(02) VALUE ZERO.
005544 77  WS-RET-LAST-RSET         PIC 9(02) VALUE ZERO.
005545 77  WS-RET-LAST-REC          PIC 9(08) VALUE ZERO.
005546 77  WS-RETF-SETS             PIC 9(04) VALUE ZERO.
005547 77  WS-RETF-REJS             PIC 9(06) VALUE ZERO.
005548 77  WS-RETF-RECS             PIC 9(08) VALUE ZERO.
005549 77  WS-RETF-PROC             PIC 9(08) VALUE ZERO.
005550 77  WS-RETF-HASH             PIC S9(11) COMP-3 VALUE ZERO.
005551 77  WS-RETF-COUNT            PIC 9(02) VALUE ZERO.
005552 01  WS-RSRC-TABLE.
005553     05 WS-RSRC-NAME          PIC X(08) OCCURS 50 TIMES.
005554*
005555 01  RET-HDR-LINE.
005556     05 FILLER                PIC X(01) VALUE 'H'.
005557     05 RET-H-SOURCE          PIC X(08).
005558     05 RET-H-RUN-ID          PIC X(16).
005559     05 RET-H-RUN-DATE        PIC 9(08).
005560     05 FILLER                PIC X(67) VALUE SPACES.
005561*
005562 01  RET-SET-LINE.
005563     05 FILLER                PIC X(01) VALUE 'S'.
005564     05 RET-S-SOURCE          PIC X(08).
005565     05 RET-S-SET-NUM         PIC 9(02).
005566     05 RET-S-BATCH-DATE      PIC 9(08).
005567     05 RET-S-DISP            PIC X(08).
005568     05 RET-S-REASON          PIC X(02).
005569     05 RET-S-ACT-COUNT       PIC 9(08).
005570     05 RET-S-ACT-HASH        PIC S9(9) SIGN LEADING SEPARATE.
005571     05 RET-S-EXP-COUNT       PIC 9(08).
005572     05 RET-S-EXP-HASH        PIC S9(9) SIGN LEADING SEPARATE.
005573     05 RET-S-PROC-COUNT      PIC 9(08).
005574     05 RET-S-REJ-COUNT       PIC 9(08).
005575     05 FILLER                PIC X(19) VALUE SPACES.
005576*
005577 01  RET-REJ-LINE.
005578     05 FILLER                PIC X(01) VALUE 'R'.
005579     05 RET-R-SOURCE          PIC X(08).
005580     05 RET-R-SET-NUM         PIC 9(02).
005581     05 RET-R-BATCH-DATE      PIC 9(08).
005582     05 RET-R-REC-NUM         PIC 9(08).
005583     05 RET-R-REASON          PIC X(02).
005584     05 RET-R-IMAGE           PIC X(33).
005585     05 FILLER                PIC X(38) VALUE SPACES.
005586*
005587 01  RET-TRL-LINE.
005588     05 FILLER                PIC X(01) VALUE 'T'.
005589     05 RET-T-SOURCE          PIC X(08).
005590     05 RET-T-SETS            PIC 9(04).
005591     05 RET-T-REJS            PIC 9(06).
005592     05 RET-T-RECS            PIC 9(08).
005593     05 RET-T-PROC            PIC 9(08).
005594     05 RET-T-HASH            PIC S9(11) SIGN LEADING SEPARATE.
005595     05 FILLER                PIC X(53) VALUE SPACES.
005596*
005597*----------------------------------------------------------------
005598* PER-SOURCE REPFILE SUBTOTALS - ONE SLOT PER SOURCE SYSTEM
005599* SEEN IN THE RUN, PRINTED AFTER THE TRAILER BLOCK.
005600*----------------------------------------------------------------
005601 77  WS-SRC-USED              PIC 9(02) COMP VALUE ZERO.
005602 77  WS-SRC-SUB               PIC 9(02) COMP VALUE ZERO.
005603 77  WS-SRC-HIT-SW            PIC X(01) VALUE 'N'.
005604     88 SOURCE-SLOT-FOUND     VALUE 'Y'.
005605 01  WS-SRC-TABLE.
005606     05 WS-SRC-ENTRY          OCCURS 10 TIMES.
005607         10 WS-SRC-NAME       PIC X(08).
005608         10 WS-SRC-COUNT      PIC 9(05).
005609         10 WS-SRC-TOTAL      PIC S9(9)V99 COMP-3.
005610 77  WS-BATCH-OK-SW           PIC X(01) VALUE 'N'.
005611     88 BATCH-IS-OK           VALUE 'Y'.
005620 77  WS-TRAN-HDR-DATE         PIC 9(08) VALUE ZERO.
005630 77  WS-TRAN-SOURCE-SYS       PIC X(08) VALUE SPACES.
005640*----------------------------------------------------------------
005650* PER-SET VERIFICATION TABLE - ONE ENTRY PER HEADER/TRAILER SET
005660* FOUND ON TRANFILE. EACH SET IS GRADED ON ITS OWN; REASON
005670* CODES: NH NO HEADER, NT NO TRAILER, BT BAD RECORD TYPE,
005680* SD STALE DATE, CT COUNT MISMATCH, HA HASH MISMATCH, US
005682* UNKNOWN OR RETIRED SOURCE, SS SUSPENDED SOURCE, CM CALCULATION
005684* MODE NOT ALLOWED FOR THE SOURCE.
005690*----------------------------------------------------------------
005700 77  WS-SET-USED              PIC 9(02) COMP VALUE ZERO.
005710 77  WS-SET-SUB               PIC 9(02) COMP VALUE ZERO.
006170 77  WS-LOCK-STATUS           PIC X(02) VALUE SPACES.
006180 77  WS-LOCK-SW               PIC X(01) VALUE 'N'.
006190     88 LOCK-ACQUIRED         VALUE 'Y'.
006191*
006192*----------------------------------------------------------------
006193* DAILY CYCLE CONTROL - ONE CYCLECTL RECORD PER RUN ID CARRIES
006194* THE STATUS OF EACH STEP OF THE CYCLE (1 TEST001, 2 TEST003,
006195* 3 TEST002, 4 TEST009, 5 TEST011): BLANK OUTSTANDING, S STARTED,
006196* C COMPLETE, F FAILED. THIS PROGRAM IS STEP 1 AND OPENS THE
006197* RECORD; ONLY A RUN WHOSE BATCH FAILED OUTRIGHT IS MARKED
006198* FAILED - A PARTIAL RUN STILL PRODUCED AN INTERFACE FILE FOR
006199* THE REST OF THE CYCLE TO RECONCILE AND POST.
006200*----------------------------------------------------------------
006201 77  WS-CYC-STATUS            PIC X(02) VALUE SPACES.
006202 77  WS-CYC-STEP              PIC 9(01) COMP VALUE 1.
006203 77  WS-CYC-STARTED-SW        PIC X(01) VALUE 'N'.
006204     88 CYCLE-STEP-STARTED    VALUE 'Y'.
006205 77  WS-CYC-DATE              PIC 9(08) VALUE ZERO.
006206 77  WS-CYC-TIME              PIC 9(08) VALUE ZERO.
006207*
006210*----------------------------------------------------------------
006220* RUN-DATED GENERATION COPIES OF REPFILE AND IFACEFILE, AND THE
006230* GENFILE REGISTRY TEST006 PRUNES.
008060     05 FILLER                PIC X(3) VALUE SPACES.
008070     05 RPT-REJ-VAL2-ED       PIC X(5).
008080     05 FILLER                PIC X(1) VALUE SPACES.
008090     05 RPT-REJ-NOTE-ED       PIC X(28)
008100                      VALUE 'NOT NUMERIC OR OUT OF RANGE'.
008110*
008120 01  RPT-MULTI-DETAIL-LINE.
009190         ELSE
009200             OPEN OUTPUT REJFILEO
009210         END-IF
009212         PERFORM 9600-CYCLE-START THRU 9600-EXIT
009220     END-IF
009230     OPEN OUTPUT REPFILE
009240     IF WS-CHKPT-RESTART-COUNT > ZERO
009910        AND (PRM-VAL-MAX-X(1:1) = '+' OR PRM-VAL-MAX-X(1:1) = '-')
009920         MOVE PRM-VAL-MIN TO WS-VAL-MIN
009930         MOVE PRM-VAL-MAX TO WS-VAL-MAX
009932         MOVE PRM-VAL-MIN TO WS-PRM-VAL-MIN
009934         MOVE PRM-VAL-MAX TO WS-PRM-VAL-MAX
009940     END-IF
009950     CLOSE PARMFILE.
009960 1100-EXIT.
011020 2200-WRITE-REJECT.
011030     MOVE VAL1-TEXT TO RPT-REJ-VAL1-ED
011040     MOVE VAL2-TEXT TO RPT-REJ-VAL2-ED
011041     IF WS-REJ-CUR-REASON = 'DU'
011042         MOVE 'DUPLICATE TRANSACTION REF' TO RPT-REJ-NOTE-ED
011043     ELSE
011044         MOVE 'NOT NUMERIC OR OUT OF RANGE' TO RPT-REJ-NOTE-ED
011045     END-IF
011050     MOVE RPT-REJECT-LINE TO REPORT-REC
011060     PERFORM 2400-PUT-REPORT-LINE THRU 2400-EXIT
011070     IF NOT BATCH-SPOOLING
011260         IF BATCH-SPOOLING
011270             MOVE REJO-REC TO REJOTMP-REC
011280             WRITE REJOTMP-REC
011282             PERFORM 4815-SPOOL-RET-REJECT THRU 4815-EXIT
011290         ELSE
011300             WRITE REJO-REC
011310         END-IF
011320     END-IF
011322     IF WS-REJ-CUR-REASON = 'DU'
011324         DISPLAY 'TEST001 - ENTRY REJECTED - DUPLICATE '
011326                 'REFERENCE ' TR-TRAN-REF ': ('
011328                 VAL1-TEXT ',' VAL2-TEXT ')'
011330     ELSE
011332         DISPLAY 'TEST001 - ENTRY REJECTED - NOT NUMERIC OR '
011334                 'OUT OF RANGE: (' VAL1-TEXT ',' VAL2-TEXT ')'
011336     END-IF.
011350 2200-EXIT.
011360     EXIT.
011370*
013090         GO TO 4000-EXIT
013100     END-IF
013110     PERFORM 4450-LOAD-BATCH-CTL THRU 4450-EXIT
013112     PERFORM 4440-LOAD-SOURCE-MASTER THRU 4440-EXIT
013120     MOVE 'N' TO WS-EOF-SW
013130     MOVE ZERO TO WS-SET-USED
013140     MOVE ZERO TO WS-CUR-SET
013540             GO TO 4000-EXIT
013550         END-IF
013560     END-IF
013562     PERFORM 4280-OPEN-TRAN-REF THRU 4280-EXIT
013564     PERFORM 4800-OPEN-RET-WORK THRU 4800-EXIT
013570     PERFORM 4100-READ-TRAN THRU 4100-EXIT
013580     PERFORM 4200-PROCESS-TRAN-REC THRU 4200-EXIT
013590         UNTIL END-OF-TRANFILE
013600     IF SET-IS-OPEN
013610         PERFORM 4240-REFUSE-OPEN-SET THRU 4240-EXIT
013620     END-IF
013621     PERFORM 4289-CLOSE-TRAN-REF THRU 4289-EXIT
013622     IF WS-DUP-COUNT > ZERO OR WS-TREF-BACKOUT-COUNT > ZERO
013623         DISPLAY 'TEST001 - DUPLICATE REFERENCES REJECTED: '
013624                 WS-DUP-COUNT ' BACKED OUT WITH REFUSED SETS: '
013625                 WS-TREF-BACKOUT-COUNT
013626     END-IF
013628     PERFORM 4850-WRITE-RETURN-FILES THRU 4850-EXIT
013630*    AN OVERFLOWING FILE CANNOT DISOWN THE SETS ALREADY COPIED
013632*    TO THE REAL OUTPUTS - THEY STAY ACCEPTED AND THEIR DATES
013634*    RECORDED; THE UNPROCESSED REMAINDER COUNTS AS ONE REFUSAL
014650         END-IF
014660     END-IF
014670     MOVE ZERO TO WS-REJ-CUR-AGE
014672     PERFORM 4281-CHECK-TRAN-REF THRU 4281-EXIT
014674     IF TRAN-REF-IS-DUP
014676         SET ENTRY-IS-INVALID TO TRUE
014678         MOVE 'DU' TO WS-REJ-CUR-REASON
014680         ADD 1 TO WS-DUP-COUNT
014682     ELSE
014684         PERFORM 2100-VALIDATE-ENTRY THRU 2100-EXIT
014686     END-IF
014690     IF ENTRY-IS-VALID
014700         PERFORM 2050-COMPUTE-AVERAGE THRU 2050-EXIT
014710         PERFORM 2000-WRITE-DETAIL THRU 2000-EXIT
014720         ADD 1 TO WS-SET-PROC-COUNT(WS-CUR-SET)
014730         ADD RES TO WS-SET-TOTAL(WS-CUR-SET)
014732         PERFORM 4282-RECORD-TRAN-REF THRU 4282-EXIT
014740     ELSE
014750         PERFORM 2200-WRITE-REJECT THRU 2200-EXIT
014760         ADD 1 TO WS-SET-REJ-COUNT(WS-CUR-SET)
014970*----------------------------------------------------------------
014980* A HEADER OPENS A LIVE SET: TABLE ENTRY, SPOOL FILES, SOURCE
014990* CONTEXT. THE FIRST SET'S DATE IDENTIFIES THE WHOLE TRANFILE
015000* ON THE CHECKPOINT. A SOURCE THE MASTER DOES NOT ALLOW REFUSES
015002* THE SET AT ONCE, SO ITS DETAILS ARE CONSUMED UNPROCESSED.
015010*----------------------------------------------------------------
015020 4220-OPEN-LIVE-SET.
015030     PERFORM 4420-OPEN-NEW-SET THRU 4420-EXIT
015100     END-IF
015110     MOVE TH-SOURCE-SYS TO WS-SET-SOURCE(WS-CUR-SET)
015120     MOVE TH-SOURCE-SYS TO WS-TRAN-SOURCE-SYS
015122     PERFORM 4430-APPLY-SOURCE-RULES THRU 4430-EXIT
015130     IF WS-CUR-SET = 1
015140         MOVE WS-SET-HDR-DATE(1) TO WS-TRAN-HDR-DATE
015150     END-IF
015230     OPEN OUTPUT IFACETMP
015240     OPEN OUTPUT AUDTMP
015250     OPEN OUTPUT REJOTMP
015252     OPEN OUTPUT REFTMP
015254     OPEN OUTPUT RETTMP
015260     SET SPILLS-ARE-OPEN TO TRUE.
015270 4225-EXIT.
015280     EXIT.
015450     MOVE 'N' TO WS-SET-OPEN-SW
015460     MOVE 'N' TO WS-SPOOL-SW
015470     MOVE WS-CUR-SET TO WS-SET-SUB
015472     PERFORM 4470-GRADE-ONE-SET THRU 4470-EXIT
015474     PERFORM 4810-WRITE-RET-SET THRU 4810-EXIT
015476     IF WS-SET-OK-SW(WS-CUR-SET) = 'Y'
015478         PERFORM 4260-ACCEPT-SET THRU 4260-EXIT
015510     ELSE
015520         PERFORM 4270-DISCARD-SPILLS THRU 4270-EXIT
015530     END-IF.
015670         ADD 1 TO WS-REF-SET-COUNT
015672         MOVE WS-CUR-SET TO WS-SET-SUB
015674         PERFORM 4475-DISPLAY-SET-REFUSAL THRU 4475-EXIT
015676         PERFORM 4810-WRITE-RET-SET THRU 4810-EXIT
015680     END-IF
015690     PERFORM 4270-DISCARD-SPILLS THRU 4270-EXIT
015700     MOVE 'N' TO WS-SET-OPEN-SW.
016030         CLOSE IFACETMP
016040         CLOSE AUDTMP
016050         CLOSE REJOTMP
016052         CLOSE REFTMP
016054         CLOSE RETTMP
016056         MOVE 'N' TO WS-SPILL-OPEN-SW
016058     END-IF
016060     PERFORM 4261-COPY-REPTMP THRU 4261-EXIT
016090     PERFORM 4264-COPY-IFACETMP THRU 4264-EXIT
016100     PERFORM 4267-COPY-AUDTMP THRU 4267-EXIT
016110     PERFORM 4271-COPY-REJOTMP THRU 4271-EXIT
016112     PERFORM 4820-COPY-RETTMP THRU 4820-EXIT
016120     ADD WS-SET-PROC-COUNT(WS-CUR-SET) TO WS-REC-COUNT
016130     ADD WS-SET-TOTAL(WS-CUR-SET) TO WS-GRAND-TOTAL
016140     ADD WS-SET-REJ-COUNT(WS-CUR-SET) TO WS-REJECT-COUNT
017360         CLOSE IFACETMP
017370         CLOSE AUDTMP
017380         CLOSE REJOTMP
017382         CLOSE REFTMP
017384         CLOSE RETTMP
017386         MOVE 'N' TO WS-SPILL-OPEN-SW
017388         PERFORM 4285-BACKOUT-TRAN-REFS THRU 4285-EXIT
017400     END-IF.
017410 4270-EXIT.
017420     EXIT.
017430*
017431*----------------------------------------------------------------
017432* TRANSACTION REFERENCE HISTORY PARAGRAPHS. TRANREF IS HELD OPEN
017433* I-O FOR THE PROCESSING LOOP; A FIRST RUN CREATES IT EMPTY.
017434*----------------------------------------------------------------
017435 4280-OPEN-TRAN-REF.
017436     OPEN I-O TRANREF
017437     IF WS-TREF-STATUS = '35'
017438         OPEN OUTPUT TRANREF
017439         CLOSE TRANREF
017440         OPEN I-O TRANREF
017441     END-IF
017442     IF WS-TREF-STATUS NOT = '00'
017443         DISPLAY 'TEST001 - TRANREF COULD NOT BE OPENED - STATUS '
017444                 WS-TREF-STATUS ' - DUPLICATE CHECK SKIPPED'
017445         GO TO 4280-EXIT
017446     END-IF
017447     SET TRANREF-IS-OPEN TO TRUE.
017448 4280-EXIT.
017449     EXIT.
017450*
017451*----------------------------------------------------------------
017452* LOOK THE DETAIL'S REFERENCE UP UNDER ITS SET'S SOURCE. ON A
017453* CHECKPOINT RESTART, A HIT STAMPED WITH THE RESUMED RUN'S ID AND
017454* CARRYING THIS SET'S BATCH DATE AND THIS VERY RECORD NUMBER WAS
017455* WRITTEN BY THAT RUN, SO IT STANDS; ANY OTHER HIT - INCLUDING
017456* THE SAME RECORD OF A TRANFILE SENT AGAIN - IS A REPEAT OF A
017457* REFERENCE ALREADY PROCESSED.
017458*----------------------------------------------------------------
017459 4281-CHECK-TRAN-REF.
017460     MOVE 'N' TO WS-TREF-DUP-SW
017461     MOVE 'N' TO WS-TREF-OWN-SW
017462     COMPUTE WS-TREF-REC-NUM = WS-BATCH-REC-NUM + 1
017463     IF TR-TRAN-REF = SPACES OR NOT TRANREF-IS-OPEN
017464         GO TO 4281-EXIT
017465     END-IF
017466     MOVE WS-TRAN-SOURCE-SYS TO TREF-SOURCE-SYS
017467     MOVE TR-TRAN-REF TO TREF-TRAN-REF
017468     READ TRANREF
017469         INVALID KEY
017470             GO TO 4281-EXIT
017471     END-READ
017472     IF WS-CHKPT-RESTART-COUNT > ZERO
017473        AND TREF-RUN-ID = WS-TREF-RUN-ID
017474        AND TREF-BATCH-DATE = WS-SET-HDR-DATE(WS-CUR-SET)
017475        AND TREF-REC-NUM = WS-TREF-REC-NUM
017476         SET TRAN-REF-IS-OWN TO TRUE
017477     ELSE
017478         SET TRAN-REF-IS-DUP TO TRUE
017479     END-IF.
017480 4281-EXIT.
017481     EXIT.
017482*
017483*----------------------------------------------------------------
017484* A PROCESSED DETAIL'S REFERENCE GOES ON TRANREF AT ONCE, SO A
017485* REPEAT LATER IN THE SAME SET IS CAUGHT TOO, AND ON REFTMP SO
017486* IT CAN BE BACKED OUT IF THE SET IS REFUSED. ONLY AN ENTRY THIS
017487* RUN CREATED IS SPOOLED; A RESTART REPROCESSING ITS OWN RECORD
017488* LEAVES THE ENTRY AS IT STANDS AND SPOOLS IT AGAIN, SINCE A SET
017489* BEGUN AFTER THE CHECKPOINT STARTS A FRESH REFTMP.
017490*----------------------------------------------------------------
017491 4282-RECORD-TRAN-REF.
017492     IF TR-TRAN-REF = SPACES OR NOT TRANREF-IS-OPEN
017493         GO TO 4282-EXIT
017494     END-IF
017495     MOVE WS-TRAN-SOURCE-SYS TO TREF-SOURCE-SYS
017496     MOVE TR-TRAN-REF TO TREF-TRAN-REF
017497     MOVE WS-SET-HDR-DATE(WS-CUR-SET) TO TREF-BATCH-DATE
017498     MOVE WS-TREF-REC-NUM TO TREF-REC-NUM
017499     MOVE WS-RUN-DATE TO TREF-PROC-DATE
017500     MOVE WS-TREF-RUN-ID TO TREF-RUN-ID
017501     IF TRAN-REF-IS-OWN
017502         PERFORM 4283-SPOOL-TRAN-REF THRU 4283-EXIT
017503         GO TO 4282-EXIT
017504     END-IF
017505     WRITE TREF-REC
017506         INVALID KEY
017507             CONTINUE
017508         NOT INVALID KEY
017509             PERFORM 4283-SPOOL-TRAN-REF THRU 4283-EXIT
017510     END-WRITE.
017511 4282-EXIT.
017512     EXIT.
017513*
017514 4283-SPOOL-TRAN-REF.
017515     IF SPILLS-ARE-OPEN
017516         MOVE TREF-REC TO REFTMP-REC
017517         WRITE REFTMP-REC
017518     END-IF.
017519 4283-EXIT.
017520     EXIT.
017521*
017522*----------------------------------------------------------------
017523* BACK A REFUSED SET'S REFERENCES OUT OF TRANREF SO THE UPSTREAM
017524* CAN RESEND THEM. AN ENTRY IS ONLY DELETED WHILE IT STILL
017525* BELONGS TO THE RECORD AND THE RUN THAT SPOOLED IT.
017526*----------------------------------------------------------------
017527 4285-BACKOUT-TRAN-REFS.
017528     IF NOT TRANREF-IS-OPEN
017529         GO TO 4285-EXIT
017530     END-IF
017531     MOVE 'N' TO WS-GCOPY-EOF-SW
017532     OPEN INPUT REFTMP
017533     IF WS-FTMP-STATUS = '35'
017534         GO TO 4285-EXIT
017535     END-IF
017536     PERFORM 4286-READ-REFTMP THRU 4286-EXIT
017537     PERFORM 4287-DROP-TRAN-REF THRU 4287-EXIT
017538         UNTIL END-OF-GCOPY-INPUT
017539     CLOSE REFTMP.
017540 4285-EXIT.
017541     EXIT.
017542*
017543 4286-READ-REFTMP.
017544     READ REFTMP
017545         AT END
017546             SET END-OF-GCOPY-INPUT TO TRUE
017547     END-READ.
017548 4286-EXIT.
017549     EXIT.
017550*
017551 4287-DROP-TRAN-REF.
017552     MOVE REFTMP-REC TO WS-TREF-SAVE
017553     MOVE WS-TRS-KEY TO TREF-KEY
017554     READ TRANREF
017555         INVALID KEY
017556             CONTINUE
017557         NOT INVALID KEY
017558             IF TREF-BATCH-DATE = WS-TRS-BATCH-DATE
017559                AND TREF-REC-NUM = WS-TRS-REC-NUM
017560                AND TREF-RUN-ID = WS-TRS-RUN-ID
017561                 DELETE TRANREF RECORD
017562                 ADD 1 TO WS-TREF-BACKOUT-COUNT
017563             END-IF
017564     END-READ
017565     PERFORM 4286-READ-REFTMP THRU 4286-EXIT.
017566 4287-EXIT.
017567     EXIT.
017568*
017569 4289-CLOSE-TRAN-REF.
017570     IF TRANREF-IS-OPEN
017571         CLOSE TRANREF
017572         MOVE 'N' TO WS-TREF-OPEN-SW
017573     END-IF.
017574 4289-EXIT.
017575     EXIT.
017576*
017577*----------------------------------------------------------------
017578* CHECKPOINT/RESTART PARAGRAPHS - KEEP TRACK OF HOW FAR INTO
017579* TRANFILE A BATCH RUN HAS GOTTEN SO AN ABENDED RUN CAN RESUME
017580* PAST WORK A PRIOR RUN ALREADY COMPLETED.
017581*----------------------------------------------------------------
017582 4050-LOAD-CHECKPOINT.
017583     MOVE ZERO TO WS-CHKPT-RESTART-COUNT
017584     MOVE ZERO TO WS-CHKPT-RESTART-DATE
017585     MOVE WS-RUN-ID TO WS-TREF-RUN-ID
017586     PERFORM 4060-OPEN-CHECKPOINT THRU 4060-EXIT
017587     MOVE 1 TO WS-CHKPT-RK
017588     READ CHKPTFIL
017589         INVALID KEY
017590             CONTINUE
017591         NOT INVALID KEY
017592             IF CHKPT-COUNT NUMERIC
017593                 MOVE CHKPT-COUNT TO WS-CHKPT-RESTART-COUNT
017600             END-IF
017610             IF CHKPT-BATCH-DATE NUMERIC
017620                 MOVE CHKPT-BATCH-DATE
017630                     TO WS-CHKPT-RESTART-DATE
017640             END-IF
017642             IF WS-CHKPT-RESTART-COUNT > ZERO
017644                AND CHKPT-RUN-ID NOT = SPACES
017646                 MOVE CHKPT-RUN-ID TO WS-TREF-RUN-ID
017648             END-IF
017650     END-READ.
017660 4050-EXIT.
017670     EXIT.
018160         MOVE 'OK' TO WS-SET-REASON(WS-CUR-SET)
018170         MOVE 'N' TO WS-SET-TRL-SW(WS-CUR-SET)
018180         MOVE CHKPT-SET-SOURCE TO WS-TRAN-SOURCE-SYS
018182         PERFORM 4430-APPLY-SOURCE-RULES THRU 4430-EXIT
018190         SET SET-IS-OPEN TO TRUE
018200         OPEN EXTEND REPTMP
018202         IF WS-RTMP-STATUS = '35'
018232         IF WS-JTMP-STATUS = '35'
018234             OPEN OUTPUT REJOTMP
018236         END-IF
018237         OPEN EXTEND REFTMP
018238         IF WS-FTMP-STATUS = '35'
018239             OPEN OUTPUT REFTMP
018240         END-IF
018241         OPEN EXTEND RETTMP
018242         IF WS-QTMP-STATUS = '35'
018243             OPEN OUTPUT RETTMP
018244         END-IF
018245         SET SPILLS-ARE-OPEN TO TRUE
018250         SET BATCH-SPOOLING TO TRUE
018260     END-IF.
018270 4055-EXIT.
018950     MOVE WS-BCTL-TABLE TO CHKPT-BCTL-TABLE
018960     MOVE WS-SRC-USED TO CHKPT-SRC-USED
018970     MOVE WS-SRC-TABLE TO CHKPT-SRC-TABLE
018972     MOVE WS-TREF-RUN-ID TO CHKPT-RUN-ID
018980     MOVE 1 TO WS-CHKPT-RK
018990     WRITE CHKPT-REC
019000         INVALID KEY
019520     EXIT.
019530*
019540 4320-PROCESS-REJ-REC.
019541     IF REJ-IS-CORRECTED AND REJ-REASON = 'DU'
019542         DISPLAY 'TEST001 - DUPLICATE REFERENCE REJECT NOT '
019543                 'RECYCLED - KEPT OPEN: ' REJ-IMAGE
019544         SET REJ-IS-OPEN TO TRUE
019545     END-IF
019550     IF REJ-IS-CORRECTED
019560         IF CALC-WEIGHTED
019570             MOVE REJ-IMAGE(1:5) TO VAL1-TEXT
020090 4420-EXIT.
020100     EXIT.
020110*
020111*----------------------------------------------------------------
020112* LOOK THE OPENING SET'S SOURCE UP ON THE SOURCE MASTER. AN
020113* UNKNOWN, RETIRED OR SUSPENDED SOURCE, OR ONE THAT DOES NOT
020114* ALLOW THIS RUN'S CALCULATION MODE, REFUSES THE SET; OTHERWISE
020115* THE SOURCE'S OWN RANGE GOVERNS ITS DETAILS. A SET WITH NO
020116* SOURCE IS THE UNNAMED FEED, MASTERED UNDER 'UNNAMED '.
020117*----------------------------------------------------------------
020118 4430-APPLY-SOURCE-RULES.
020119     MOVE WS-PRM-VAL-MIN TO WS-VAL-MIN
020120     MOVE WS-PRM-VAL-MAX TO WS-VAL-MAX
020121     MOVE 'N' TO WS-SM-HIT-SW
020122     IF WS-TRAN-SOURCE-SYS = SPACES
020123         MOVE 'UNNAMED ' TO WS-SM-FIND-SRC
020124     ELSE
020125         MOVE WS-TRAN-SOURCE-SYS TO WS-SM-FIND-SRC
020126     END-IF
020127     IF WS-SM-USED > ZERO
020128         PERFORM 4432-MATCH-SOURCE-MASTER THRU 4432-EXIT
020129             VARYING WS-SM-SUB FROM 1 BY 1
020130             UNTIL WS-SM-SUB > WS-SM-USED
020131                OR SRCM-SOURCE-FOUND
020132     END-IF
020133     EVALUATE TRUE
020134         WHEN NOT SRCM-SOURCE-FOUND
020135             MOVE 'N' TO WS-SET-OK-SW(WS-CUR-SET)
020136             MOVE 'US' TO WS-SET-REASON(WS-CUR-SET)
020137         WHEN SRCM-IS-SUSPENDED
020138             MOVE 'N' TO WS-SET-OK-SW(WS-CUR-SET)
020139             MOVE 'SS' TO WS-SET-REASON(WS-CUR-SET)
020140         WHEN NOT SRCM-IS-ACTIVE
020141             MOVE 'N' TO WS-SET-OK-SW(WS-CUR-SET)
020142             MOVE 'US' TO WS-SET-REASON(WS-CUR-SET)
020143         WHEN WS-SM-CUR-CALC = 'E' AND CALC-WEIGHTED
020144         WHEN WS-SM-CUR-CALC = 'W' AND CALC-EQUAL
020145             MOVE 'N' TO WS-SET-OK-SW(WS-CUR-SET)
020146             MOVE 'CM' TO WS-SET-REASON(WS-CUR-SET)
020147         WHEN OTHER
020148             MOVE WS-SM-CUR-MIN TO WS-VAL-MIN
020149             MOVE WS-SM-CUR-MAX TO WS-VAL-MAX
020150     END-EVALUATE.
020151 4430-EXIT.
020152     EXIT.
020153*
020154 4432-MATCH-SOURCE-MASTER.
020155     IF WS-SM-SRC(WS-SM-SUB) = WS-SM-FIND-SRC
020156         MOVE WS-SM-STATUS(WS-SM-SUB) TO WS-SM-CUR-STATUS
020157         MOVE WS-SM-CALC-MODE(WS-SM-SUB) TO WS-SM-CUR-CALC
020158         MOVE WS-SM-VAL-MIN(WS-SM-SUB) TO WS-SM-CUR-MIN
020159         MOVE WS-SM-VAL-MAX(WS-SM-SUB) TO WS-SM-CUR-MAX
020160         SET SRCM-SOURCE-FOUND TO TRUE
020161     END-IF.
020162 4432-EXIT.
020163     EXIT.
020164*
020165*----------------------------------------------------------------
020166* LOAD THE SOURCE SYSTEM MASTER. A MALFORMED RANGE ON A ROW
020167* TAKES THE PARMFILE RANGE. WITHOUT SRCMAST NO SOURCE IS KNOWN
020168* AND EVERY SET IS REFUSED.
020169*----------------------------------------------------------------
020170 4440-LOAD-SOURCE-MASTER.
020171     MOVE ZERO TO WS-SM-USED
020172     MOVE 'N' TO WS-SRCM-EOF-SW
020173     OPEN INPUT SRCMAST
020174     IF WS-SRCM-STATUS = '35'
020175         DISPLAY 'TEST001 - SRCMAST NOT FOUND - EVERY BATCH '
020176                 'SET WILL BE REFUSED AS AN UNKNOWN SOURCE'
020177         GO TO 4440-EXIT
020178     END-IF
020179     PERFORM 4442-READ-SRCMAST THRU 4442-EXIT
020180     PERFORM 4444-LOAD-SRCM-ENTRY THRU 4444-EXIT
020181         UNTIL END-OF-SRCMAST
020182     CLOSE SRCMAST.
020183 4440-EXIT.
020184     EXIT.
020185*
020186 4442-READ-SRCMAST.
020187     READ SRCMAST
020188         AT END
020189             SET END-OF-SRCMAST TO TRUE
020190     END-READ.
020191 4442-EXIT.
020192     EXIT.
020193*
020194 4444-LOAD-SRCM-ENTRY.
020195     IF SRCM-SOURCE-SYS = SPACES
020196         GO TO 4444-NEXT
020197     END-IF
020198     IF WS-SM-USED NOT < 20
020199         DISPLAY 'TEST001 - SRCMAST TABLE FULL - SOURCE '
020200                 SRCM-SOURCE-SYS ' NOT LOADED'
020201         GO TO 4444-NEXT
020202     END-IF
020203     ADD 1 TO WS-SM-USED
020204     MOVE SRCM-SOURCE-SYS TO WS-SM-SRC(WS-SM-USED)
020205     MOVE SRCM-STATUS TO WS-SM-STATUS(WS-SM-USED)
020206     MOVE SRCM-CALC-MODE TO WS-SM-CALC-MODE(WS-SM-USED)
020207     IF SRCM-VAL-MIN-X(2:4) NUMERIC
020208        AND SRCM-VAL-MAX-X(2:4) NUMERIC
020209        AND (SRCM-VAL-MIN-X(1:1) = '+'
020210             OR SRCM-VAL-MIN-X(1:1) = '-')
020211        AND (SRCM-VAL-MAX-X(1:1) = '+'
020212             OR SRCM-VAL-MAX-X(1:1) = '-')
020213         MOVE SRCM-VAL-MIN TO WS-SM-VAL-MIN(WS-SM-USED)
020214         MOVE SRCM-VAL-MAX TO WS-SM-VAL-MAX(WS-SM-USED)
020215     ELSE
020216         MOVE WS-PRM-VAL-MIN TO WS-SM-VAL-MIN(WS-SM-USED)
020217         MOVE WS-PRM-VAL-MAX TO WS-SM-VAL-MAX(WS-SM-USED)
020218     END-IF.
020219 4444-NEXT.
020220     PERFORM 4442-READ-SRCMAST THRU 4442-EXIT.
020221 4444-EXIT.
020222     EXIT.
020223*
020224*----------------------------------------------------------------
020225* LOAD THE PER-SOURCE BATCH CONTROL TABLE. A LEGACY RECORD FROM
020226* BEFORE SOURCE KEYING - THE DATE SITTING IN THE SOURCE COLUMNS
020227* WITH NOTHING BEHIND IT - BECOMES THE DATE FOR AN UNNAMED
020228* SOURCE SO A FEED THAT SENDS NO SOURCE SYSTEM KEEPS ITS CHECK.
020229*----------------------------------------------------------------
020230 4450-LOAD-BATCH-CTL.
020231     MOVE ZERO TO WS-BCTL-USED
020232     MOVE 'N' TO WS-BCTL-EOF-SW
020233     OPEN INPUT BATCHCTL
020234     IF WS-BCTL-STATUS = '35'
020235         GO TO 4450-EXIT
020240     END-IF
020250     PERFORM 4452-READ-BATCHCTL THRU 4452-EXIT
020260     PERFORM 4454-LOAD-BCTL-ENTRY THRU 4454-EXIT
021570             DISPLAY 'TEST001 - BATCH SET ' WS-SET-SUB
021580                     ' REFUSED - HASH TOTAL DOES NOT MATCH '
021590                     'TRAILER'
021591         WHEN 'US'
021592             DISPLAY 'TEST001 - BATCH SET ' WS-SET-SUB
021593                     ' REFUSED - SOURCE '
021594                     WS-SET-SOURCE(WS-SET-SUB)
021595                     ' UNKNOWN OR RETIRED ON SRCMAST'
021596         WHEN 'SS'
021597             DISPLAY 'TEST001 - BATCH SET ' WS-SET-SUB
021598                     ' REFUSED - SOURCE '
021599                     WS-SET-SOURCE(WS-SET-SUB)
021600                     ' SUSPENDED ON SRCMAST'
021601         WHEN 'CM'
021602             DISPLAY 'TEST001 - BATCH SET ' WS-SET-SUB
021603                     ' REFUSED - CALCULATION MODE NOT '
021604                     'ALLOWED FOR SOURCE '
021605                     WS-SET-SOURCE(WS-SET-SUB)
021606     END-EVALUATE.
021610 4475-EXIT.
021620     EXIT.
021630*
021640*----------------------------------------------------------------
021650* POST ONE SOURCE/DATE PAIR INTO THE IN-MEMORY BATCHCTL TABLE.
021652* ONLY A SET FROM A SOURCE ON SRCMAST IS EVER ACCEPTED, SO A
021654* NEW SLOT IS ALWAYS A MASTERED FEED'S FIRST ACCEPTED BATCH.
021660*----------------------------------------------------------------
021670 4480-POST-SOURCE-DATE.
021680     MOVE 'N' TO WS-BCTL-HIT-SW
022620 4650-EXIT.
022630     EXIT.
022640*
022641*----------------------------------------------------------------
022642* RETURN FILE PARAGRAPHS. RETWORK RUNS THE LENGTH OF THE BATCH:
022643* A FRESH RUN STARTS IT EMPTY, A RESTART EXTENDS WHAT THE ABENDED
022644* RUN LEFT.
022645*----------------------------------------------------------------
022646 4800-OPEN-RET-WORK.
022647     IF WS-CHKPT-RESTART-COUNT > ZERO
022648         OPEN EXTEND RETWORK
022649         IF WS-RETW-STATUS = '35'
022650             OPEN OUTPUT RETWORK
022651         END-IF
022652     ELSE
022653         OPEN OUTPUT RETWORK
022654     END-IF
022655     SET RETWORK-IS-OPEN TO TRUE.
022656 4800-EXIT.
022657     EXIT.
022658*
022659*----------------------------------------------------------------
022660* ONE LINE PER SET AS IT CLOSES. A REFUSED SET POSTED NOTHING,
022661* SO ITS ACCEPTED AND REJECTED COUNTS GO BACK AS ZERO; WHAT WAS
022662* READ AND THE HASH COMPUTED OVER IT ARE STILL GIVEN NEXT TO THE
022663* TRAILER'S OWN FIGURES SO THE UPSTREAM CAN SEE THE DIFFERENCE.
022664*----------------------------------------------------------------
022665 4810-WRITE-RET-SET.
022666     IF NOT RETWORK-IS-OPEN
022667         GO TO 4810-EXIT
022668     END-IF
022669     IF WS-SET-SOURCE(WS-CUR-SET) = SPACES
022670         MOVE 'UNNAMED ' TO RET-S-SOURCE
022671     ELSE
022672         MOVE WS-SET-SOURCE(WS-CUR-SET) TO RET-S-SOURCE
022673     END-IF
022674     MOVE WS-CUR-SET TO RET-S-SET-NUM
022675     MOVE WS-SET-HDR-DATE(WS-CUR-SET) TO RET-S-BATCH-DATE
022676     MOVE WS-SET-REASON(WS-CUR-SET) TO RET-S-REASON
022677     MOVE WS-SET-ACT-COUNT(WS-CUR-SET) TO RET-S-ACT-COUNT
022678     MOVE WS-SET-ACT-HASH(WS-CUR-SET) TO RET-S-ACT-HASH
022679     MOVE WS-SET-EXP-COUNT(WS-CUR-SET) TO RET-S-EXP-COUNT
022680     MOVE WS-SET-EXP-HASH(WS-CUR-SET) TO RET-S-EXP-HASH
022681     IF WS-SET-OK-SW(WS-CUR-SET) = 'Y'
022682         MOVE 'ACCEPTED' TO RET-S-DISP
022683         MOVE WS-SET-PROC-COUNT(WS-CUR-SET) TO RET-S-PROC-COUNT
022684         MOVE WS-SET-REJ-COUNT(WS-CUR-SET) TO RET-S-REJ-COUNT
022685     ELSE
022686         MOVE 'REFUSED ' TO RET-S-DISP
022687         MOVE ZERO TO RET-S-PROC-COUNT
022688         MOVE ZERO TO RET-S-REJ-COUNT
022689     END-IF
022690     MOVE RET-SET-LINE TO RETW-REC
022691     WRITE RETW-REC.
022692 4810-EXIT.
022693     EXIT.
022694*
022695*----------------------------------------------------------------
022696* A REJECTED TRANFILE DETAIL OF THE OPEN SET, WITH ITS REASON
022697* AND THE RECORD EXACTLY AS THE UPSTREAM SENT IT.
022698*----------------------------------------------------------------
022699 4815-SPOOL-RET-REJECT.
022700     IF WS-TRAN-SOURCE-SYS = SPACES
022701         MOVE 'UNNAMED ' TO RET-R-SOURCE
022702     ELSE
022703         MOVE WS-TRAN-SOURCE-SYS TO RET-R-SOURCE
022704     END-IF
022705     MOVE WS-CUR-SET TO RET-R-SET-NUM
022706     MOVE WS-SET-HDR-DATE(WS-CUR-SET) TO RET-R-BATCH-DATE
022707     COMPUTE RET-R-REC-NUM = WS-BATCH-REC-NUM + 1
022708     MOVE WS-REJ-CUR-REASON TO RET-R-REASON
022709     MOVE TRAN-REC TO RET-R-IMAGE
022710     MOVE RET-REJ-LINE TO RETTMP-REC
022711     WRITE RETTMP-REC.
022712 4815-EXIT.
022713     EXIT.
022714*
022715 4820-COPY-RETTMP.
022716     IF NOT RETWORK-IS-OPEN
022717         GO TO 4820-EXIT
022718     END-IF
022719     MOVE 'N' TO WS-GCOPY-EOF-SW
022720     OPEN INPUT RETTMP
022721     IF WS-QTMP-STATUS = '35'
022722         GO TO 4820-EXIT
022723     END-IF
022724     PERFORM 4822-READ-RETTMP THRU 4822-EXIT
022725     PERFORM 4824-PUT-RETTMP THRU 4824-EXIT
022726         UNTIL END-OF-GCOPY-INPUT
022727     CLOSE RETTMP.
022728 4820-EXIT.
022729     EXIT.
022730*
022731 4822-READ-RETTMP.
022732     READ RETTMP
022733         AT END
022734             SET END-OF-GCOPY-INPUT TO TRUE
022735     END-READ.
022736 4822-EXIT.
022737     EXIT.
022738*
022739 4824-PUT-RETTMP.
022740     MOVE RETTMP-REC TO RETW-REC
022741     WRITE RETW-REC
022742     PERFORM 4822-READ-RETTMP THRU 4822-EXIT.
022743 4824-EXIT.
022744     EXIT.
022745*
022746*----------------------------------------------------------------
022747* SPLIT RETWORK BY SOURCE: ONE PASS TO LIST THE SOURCES THAT
022748* SENT A SET, THEN ONE PASS PER SOURCE TO WRITE ITS RETFILE.
022749*----------------------------------------------------------------
022750 4850-WRITE-RETURN-FILES.
022751     IF NOT RETWORK-IS-OPEN
022752         GO TO 4850-EXIT
022753     END-IF
022754     CLOSE RETWORK
022755     MOVE 'N' TO WS-RETW-OPEN-SW
022756     MOVE ZERO TO WS-RSRC-USED
022757     MOVE 'N' TO WS-GCOPY-EOF-SW
022758     OPEN INPUT RETWORK
022759     IF WS-RETW-STATUS NOT = '00'
022760         GO TO 4850-EXIT
022761     END-IF
022762     PERFORM 4852-READ-RETWORK THRU 4852-EXIT
022763     PERFORM 4854-NOTE-RET-SOURCE THRU 4854-EXIT
022764         UNTIL END-OF-GCOPY-INPUT
022765     CLOSE RETWORK
022766     PERFORM 4860-WRITE-ONE-RETFILE THRU 4860-EXIT
022767         VARYING WS-RSRC-SUB FROM 1 BY 1
022768         UNTIL WS-RSRC-SUB > WS-RSRC-USED
022769     IF WS-RETF-COUNT > ZERO
022770         DISPLAY 'TEST001 - RETURN FILES WRITTEN: ' WS-RETF-COUNT
022771     END-IF.
022772 4850-EXIT.
022773     EXIT.
022774*
022775 4852-READ-RETWORK.
022776     READ RETWORK
022777         AT END
022778             SET END-OF-GCOPY-INPUT TO TRUE
022779     END-READ.
022780 4852-EXIT.
022781     EXIT.
022782*
022783 4854-NOTE-RET-SOURCE.
022784     IF NOT RETW-IS-SET
022785         GO TO 4854-NEXT
022786     END-IF
022787     MOVE 'N' TO WS-RSRC-HIT-SW
022788     PERFORM 4856-MATCH-RET-SOURCE THRU 4856-EXIT
022789         VARYING WS-RSRC-SUB FROM 1 BY 1
022790         UNTIL WS-RSRC-SUB > WS-RSRC-USED
022791            OR RET-SOURCE-FOUND
022792     IF NOT RET-SOURCE-FOUND AND WS-RSRC-USED < 50
022793         ADD 1 TO WS-RSRC-USED
022794         MOVE RETW-SOURCE-SYS TO WS-RSRC-NAME(WS-RSRC-USED)
022795     END-IF.
022796 4854-NEXT.
022797     PERFORM 4852-READ-RETWORK THRU 4852-EXIT.
022798 4854-EXIT.
022799     EXIT.
022800*
022801 4856-MATCH-RET-SOURCE.
022802     IF WS-RSRC-NAME(WS-RSRC-SUB) = RETW-SOURCE-SYS
022803         SET RET-SOURCE-FOUND TO TRUE
022804     END-IF.
022805 4856-EXIT.
022806     EXIT.
022807*
022808 4860-WRITE-ONE-RETFILE.
022809     MOVE WS-RSRC-NAME(WS-RSRC-SUB) TO WS-RET-SOURCE
022810     MOVE SPACES TO WS-RETFILE-NAME
022811     STRING 'RETFILE.' DELIMITED BY SIZE
022812            WS-RET-SOURCE DELIMITED BY SPACE
022813            '.' DELIMITED BY SIZE
022814            WS-RUN-ID DELIMITED BY SIZE
022815         INTO WS-RETFILE-NAME
022816     END-STRING
022817     OPEN OUTPUT RETFILE
022818     IF WS-RETF-STATUS NOT = '00'
022819         DISPLAY 'TEST001 - RETURN FILE ' WS-RETFILE-NAME
022820                 ' COULD NOT BE OPENED - STATUS ' WS-RETF-STATUS
022821         GO TO 4860-EXIT
022822     END-IF
022823     MOVE ZERO TO WS-RETF-SETS
022824     MOVE ZERO TO WS-RETF-REJS
022825     MOVE ZERO TO WS-RETF-PROC
022826     MOVE ZERO TO WS-RETF-HASH
022827     MOVE ZERO TO WS-RET-LAST-SSET
022828     MOVE ZERO TO WS-RET-LAST-RSET
022829     MOVE ZERO TO WS-RET-LAST-REC
022830     MOVE WS-RET-SOURCE TO RET-H-SOURCE
022831     MOVE WS-RUN-ID TO RET-H-RUN-ID
022832     MOVE WS-RUN-DATE TO RET-H-RUN-DATE
022833     MOVE RET-HDR-LINE TO RETF-REC
022834     WRITE RETF-REC
022835     MOVE 1 TO WS-RETF-RECS
022836     MOVE 'N' TO WS-GCOPY-EOF-SW
022837     OPEN INPUT RETWORK
022838     PERFORM 4852-READ-RETWORK THRU 4852-EXIT
022839     PERFORM 4862-PUT-RET-LINE THRU 4862-EXIT
022840         UNTIL END-OF-GCOPY-INPUT
022841     CLOSE RETWORK
022842     ADD 1 TO WS-RETF-RECS
022843     MOVE WS-RET-SOURCE TO RET-T-SOURCE
022844     MOVE WS-RETF-SETS TO RET-T-SETS
022845     MOVE WS-RETF-REJS TO RET-T-REJS
022846     MOVE WS-RETF-RECS TO RET-T-RECS
022847     MOVE WS-RETF-PROC TO RET-T-PROC
022848     MOVE WS-RETF-HASH TO RET-T-HASH
022849     MOVE RET-TRL-LINE TO RETF-REC
022850     WRITE RETF-REC
022851     CLOSE RETFILE
022852     ADD 1 TO WS-RETF-COUNT.
022853 4860-EXIT.
022854     EXIT.
022855*
022856*----------------------------------------------------------------
022857* COPY ONE RETWORK LINE OF THE CURRENT SOURCE, SKIPPING THOSE A
022858* RESTART WROTE A SECOND TIME, AND ADD IT TO THE TRAILER TOTALS.
022859*----------------------------------------------------------------
022860 4862-PUT-RET-LINE.
022861     IF RETW-SOURCE-SYS NOT = WS-RET-SOURCE
022862         GO TO 4862-NEXT
022863     END-IF
022864     IF RETW-IS-SET
022865         IF RETW-SET-NUM NOT > WS-RET-LAST-SSET
022866             GO TO 4862-NEXT
022867         END-IF
022868         MOVE RETW-SET-NUM TO WS-RET-LAST-SSET
022869         ADD 1 TO WS-RETF-SETS
022870         ADD RETW-PROC-COUNT TO WS-RETF-PROC
022871         ADD RETW-ACT-HASH TO WS-RETF-HASH
022872     ELSE
022873         IF RETW-SET-NUM < WS-RET-LAST-RSET
022874            OR (RETW-SET-NUM = WS-RET-LAST-RSET
022875                AND RETW-REC-NUM NOT > WS-RET-LAST-REC)
022876             GO TO 4862-NEXT
022877         END-IF
022878         MOVE RETW-SET-NUM TO WS-RET-LAST-RSET
022879         MOVE RETW-REC-NUM TO WS-RET-LAST-REC
022880         ADD 1 TO WS-RETF-REJS
022881     END-IF
022882     MOVE RETW-REC TO RETF-REC
022883     WRITE RETF-REC
022884     ADD 1 TO WS-RETF-RECS.
022885 4862-NEXT.
022886     PERFORM 4852-READ-RETWORK THRU 4852-EXIT.
022887 4862-EXIT.
022888     EXIT.
022889*
022890*----------------------------------------------------------------
022891* MULTI-VALUE MODE (RUN-MODE M) - PROMPTS FOR A COUNT, THEN
022892* THAT MANY VALUES, AND AVERAGES ALL OF THEM.
022893*----------------------------------------------------------------
022894 5000-MULTI-PROCESS.
022895     MOVE ZERO TO WS-MV-COUNT
022896     SET ENTRY-IS-VALID TO TRUE
022897     DISPLAY 'TEST001 - ENTER COUNT OF VALUES ('
022898       WS-MV-MIN-COUNT '-' WS-MV-MAX-COUNT '): '
022899     ACCEPT WS-MV-COUNT-TEXT
022900     IF WS-MV-COUNT-TEXT(2:1) = SPACE
022901        AND WS-MV-COUNT-TEXT(1:1) NUMERIC
022902         MOVE WS-MV-COUNT-TEXT(1:1) TO WS-MV-COUNT-TEXT(2:1)
022903         MOVE '0' TO WS-MV-COUNT-TEXT(1:1)
022904     END-IF
022905     IF WS-MV-COUNT-TEXT NOT NUMERIC
022906         SET ENTRY-IS-INVALID TO TRUE
022907     ELSE
022908         MOVE WS-MV-COUNT-TEXT TO WS-MV-COUNT
022909         IF WS-MV-COUNT < WS-MV-MIN-COUNT
022910            OR WS-MV-COUNT > WS-MV-MAX-COUNT
022911             SET ENTRY-IS-INVALID TO TRUE
022912         END-IF
022913     END-IF
022914     IF ENTRY-IS-VALID
022915         PERFORM 5100-ACCEPT-ONE-VALUE THRU 5100-EXIT
022916             VARYING WS-MV-SUB FROM 1 BY 1
022920             UNTIL WS-MV-SUB > WS-MV-COUNT
022930         PERFORM 5200-VALIDATE-MULTI THRU 5200-EXIT
022940     END-IF
025790     END-IF
025800     MOVE STAT-LINE TO RUNH-REC
025810     WRITE RUNH-REC
025811     IF RUN-MODE-BATCH AND WS-SET-USED > ZERO
025812         PERFORM 9110-WRITE-SET-HISTORY THRU 9110-EXIT
025813             VARYING WS-SET-SUB FROM 1 BY 1
025814             UNTIL WS-SET-SUB > WS-SET-USED
025815     END-IF
025820     CLOSE RUNHIST
025822     PERFORM 9650-CYCLE-FINISH THRU 9650-EXIT
025830     MOVE WS-RETURN-CODE TO RETURN-CODE.
025840 9000-EXIT.
025850     EXIT.
025870*----------------------------------------------------------------
025880* ONE STATFILE LINE PER HEADER/TRAILER SET SO THE SCHEDULER CAN
025890* SEE WHICH SETS OF THE RUN WERE ACCEPTED AND WHICH REFUSED.
025892* THE SAME LINES FOLLOW THE RUN'S STATUS LINE ONTO RUNHIST.
025900*----------------------------------------------------------------
025910 9100-WRITE-SET-STATUS.
025911     PERFORM 9105-FORMAT-SET-LINE THRU 9105-EXIT
025912     MOVE STAT-SET-LINE TO STAT-REC
025913     WRITE STAT-REC.
025914 9100-EXIT.
025915     EXIT.
025916*
025917 9105-FORMAT-SET-LINE.
025920     MOVE WS-AUD-DATE TO STAT-SET-DATE-ED
025930     MOVE WS-AUD-TIME TO STAT-SET-TIME-ED
025940     MOVE WS-SET-SUB TO STAT-SET-NUM-ED
026080     END-EVALUATE
026090     MOVE WS-SET-REASON(WS-SET-SUB) TO STAT-SET-REASON-ED
026100     MOVE WS-SET-PROC-COUNT(WS-SET-SUB) TO STAT-SET-PROC-ED
026110     MOVE WS-SET-REJ-COUNT(WS-SET-SUB) TO STAT-SET-REJ-ED.
026112 9105-EXIT.
026114     EXIT.
026116*
026118 9110-WRITE-SET-HISTORY.
026120     PERFORM 9105-FORMAT-SET-LINE THRU 9105-EXIT
026122     MOVE STAT-SET-LINE TO RUNH-REC
026124     WRITE RUNH-REC.
026140 9110-EXIT.
026150     EXIT.
026160*
026170*----------------------------------------------------------------
027000     PERFORM 9525-READ-IFC-COPY THRU 9525-EXIT.
027010 9527-EXIT.
027020     EXIT.
027030*
027040*----------------------------------------------------------------
027050* DAILY CYCLE - OPEN THE RUN'S CYCLECTL RECORD WITH STEP 1
027060* STARTED. A CYCLECTL THAT CANNOT BE OPENED IS REPORTED BUT DOES
027070* NOT STOP THE RUN; THE LATER STEPS WILL THEN REFUSE THE RUN
027080* UNTIL AN OPERATOR OVERRIDES.
027090*----------------------------------------------------------------
027100 9600-CYCLE-START.
027110     OPEN I-O CYCLECTL
027120     IF WS-CYC-STATUS = '35'
027130         OPEN OUTPUT CYCLECTL
027140         CLOSE CYCLECTL
027150         OPEN I-O CYCLECTL
027160     END-IF
027170     IF WS-CYC-STATUS NOT = '00'
027180         DISPLAY 'TEST001 - CYCLECTL OPEN FAILED - STATUS '
027190                 WS-CYC-STATUS ' - RUN ' WS-RUN-ID ' NOT RECORDED'
027200         GO TO 9600-EXIT
027210     END-IF
027220     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
027230     ACCEPT WS-CYC-TIME FROM TIME
027240     INITIALIZE CYC-REC
027250     MOVE WS-RUN-ID TO CYC-RUN-ID
027260     MOVE WS-RUN-ID-DATE TO CYC-RUN-DATE
027270     SET CYC-STEP-RUNNING(WS-CYC-STEP) TO TRUE
027280     MOVE 'N' TO CYC-STEP-OVRD(WS-CYC-STEP)
027290     MOVE WS-CYC-DATE TO CYC-STEP-START-DATE(WS-CYC-STEP)
027300     MOVE WS-CYC-TIME TO CYC-STEP-START-TIME(WS-CYC-STEP)
027310     WRITE CYC-REC
027320         INVALID KEY
027330             REWRITE CYC-REC
027340     END-WRITE
027350     CLOSE CYCLECTL
027360     SET CYCLE-STEP-STARTED TO TRUE.
027370 9600-EXIT.
027380     EXIT.
027390*
027400*----------------------------------------------------------------
027410* DAILY CYCLE - CLOSE STEP 1 WITH THE RUN'S RETURN CODE.
027420*----------------------------------------------------------------
027430 9650-CYCLE-FINISH.
027440     IF NOT CYCLE-STEP-STARTED
027450         GO TO 9650-EXIT
027460     END-IF
027470     OPEN I-O CYCLECTL
027480     IF WS-CYC-STATUS NOT = '00'
027490         DISPLAY 'TEST001 - CYCLECTL OPEN FAILED - STATUS '
027500                 WS-CYC-STATUS ' - RUN ' WS-RUN-ID ' NOT RECORDED'
027510         GO TO 9650-EXIT
027520     END-IF
027530     MOVE WS-RUN-ID TO CYC-RUN-ID
027540     READ CYCLECTL
027550         INVALID KEY
027560             CLOSE CYCLECTL
027570             GO TO 9650-EXIT
027580     END-READ
027590     ACCEPT WS-CYC-DATE FROM DATE YYYYMMDD
027600     ACCEPT WS-CYC-TIME FROM TIME
027610     IF STAT-DISP-ED = 'FAILED  '
027620         SET CYC-STEP-FAILED(WS-CYC-STEP) TO TRUE
027630     ELSE
027640         SET CYC-STEP-DONE(WS-CYC-STEP) TO TRUE
027650     END-IF
027660     MOVE WS-CYC-DATE TO CYC-STEP-END-DATE(WS-CYC-STEP)
027670     MOVE WS-CYC-TIME TO CYC-STEP-END-TIME(WS-CYC-STEP)
027680     MOVE WS-RETURN-CODE TO CYC-STEP-RC(WS-CYC-STEP)
027690     REWRITE CYC-REC
027700     CLOSE CYCLECTL.
027710 9650-EXIT.
027720     EXIT.
