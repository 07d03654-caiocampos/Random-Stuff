000010 IDENTIFICATION      DIVISION.
000020 PROGRAM-ID.         TEST015.
000030 AUTHOR.             CAIO CAMPOS.
000040 DATE-WRITTEN        14/10/2026.
000050 DATE-COMPILED.
000060*----------------------------------------------------------------
000070* TEST015 - PARTNER ACKNOWLEDGEMENT INTAKE.
000080*
000090* READS THE ACKNOWLEDGEMENTS OUR US PARTNER RETURNS FOR THE
000100* EXTRACTS TEST009 SENDS THEM (ACKFILE) AND MATCHES EACH ONE TO
000110* ITS TRANSMISSION ON THE REGISTER (XMITREG) BY THE RUN ID OF
000120* THE EXTRACTED DATA - THE LATEST TRANSMISSION OF THAT RUN ID
000130* STILL PENDING, OR THE LATEST ONE WHEN ALL ARE ALREADY
000140* ACKNOWLEDGED. THE COUNT AND HASH TOTAL THE PARTNER RECEIVED
000150* ARE PROVED AGAINST WHAT WE SENT, AND EVERY RECORD THE PARTNER
000160* REJECTED IS LISTED NEXT TO OUR RESMAST DETAIL FOR IT: THE
000170* N-TH DETAIL OF THE EXTRACTED DAY FOR A RESMAST EXTRACT, OR THE
000180* N-TH DETAIL POSTED FROM THE FIRST ONE CARRYING THE RUN ID FOR
000190* AN IFACEFILE EXTRACT (A DETAIL SINCE REWRITTEN BY TEST012
000200* CARRIES TEST012'S RUN ID AND IS FLAGGED AS ADJUSTED). THE
000210* REGISTER IS THEN REWRITTEN WITH EACH TRANSMISSION'S
000220* ACKNOWLEDGEMENT STATUS AND DATE:
000230*     PENDING   NOTHING RECEIVED YET
000240*     ACCEPTED  PARTNER LOADED EVERY RECORD
000250*     PARTIAL   PARTNER LOADED THE FILE BUT REJECTED RECORDS
000260*     REJECTED  PARTNER REJECTED THE WHOLE FILE
000270*     MISMATCH  PARTNER'S COUNT OR HASH DIFFERS FROM OURS
000280* AND EVERY TRANSMISSION STILL PENDING MORE THAN THE ALLOWED
000290* DAYS AFTER IT WAS SENT IS LISTED AS OVERDUE. EVERYTHING GOES
000300* TO ACKRPT; THE RUN ENDS WITH RETURN CODE 4 WHEN ANYTHING
000310* NEEDS FOLLOWING UP.
000320* ACKFILE IS PIPE DELIMITED WITH A PERIOD DECIMAL POINT, THE
000330* SAME CONVENTIONS AS THE EXTFILE IT ANSWERS:
000340*     A|RUN ID|COUNT (8 DIGITS)|HASH (+999999999.99)|STATUS
000350*       (A ACCEPTED, P PARTIAL, R REJECTED)|LOAD DATE (YYYYMMDD)
000360*     R|RECORD NUMBER (8 DIGITS)|REASON CODE|REASON TEXT
000370* EACH R LINE BELONGS TO THE A LINE BEFORE IT. THE RECORD
000380* NUMBER COUNTS THE EXTFILE DETAIL RECORDS FROM 1.
000390* CONTROLLED BY A SINGLE ACKPARMS CARD:
000400*     COLS  1- 3  DAYS A TRANSMISSION MAY STAY UNACKNOWLEDGED
000410*                 (DEFAULT 003)
000420*     COL   4     FILLER
000430*     COLS  5-12  AS-OF DATE (YYYYMMDD, DEFAULT = TODAY)
000440*----------------------------------------------------------------
000450* MODIFICATION HISTORY
000460*----------------------------------------------------------------
000470* 14/10/2026 CC  INITIAL VERSION.
000480*----------------------------------------------------------------
000490 ENVIRONMENT         DIVISION.
000500*
000510 CONFIGURATION       SECTION.
000520 SPECIAL-NAMES.      DECIMAL-POINT IS COMMA.
000530*
000540 INPUT-OUTPUT        SECTION.
000550 FILE-CONTROL.
000560     SELECT          ACKPARMS   ASSIGN TO "ACKPARMS"
000570                                ORGANIZATION IS LINE SEQUENTIAL
000580                                FILE STATUS  IS WS-APRM-STATUS.
000590     SELECT          ACKFILE    ASSIGN TO "ACKFILE"
000600                                ORGANIZATION IS LINE SEQUENTIAL
000610                                FILE STATUS  IS WS-ACK-STATUS.
000620     SELECT          XMITREG    ASSIGN TO "XMITREG"
000630                                ORGANIZATION IS LINE SEQUENTIAL
000640                                FILE STATUS  IS WS-XMIT-STATUS.
000650     SELECT          XMITTMP    ASSIGN TO "XMITTMP"
000660                                ORGANIZATION IS LINE SEQUENTIAL
000670                                FILE STATUS  IS WS-XTMP-STATUS.
000680     SELECT          RESMAST    ASSIGN TO "RESMAST"
000690                                ORGANIZATION IS INDEXED
000700                                ACCESS MODE  IS DYNAMIC
000710                                RECORD KEY   IS RM-KEY
000720                                FILE STATUS  IS WS-RESM-STATUS.
000730     SELECT          ACKRPT     ASSIGN TO "ACKRPT"
000740                                ORGANIZATION IS LINE SEQUENTIAL.
000750*
000760 DATA                DIVISION.
000770 FILE                SECTION.
000780 FD  ACKPARMS.
000790 01  APRM-REC.
000800     05 APRM-DAYS-X           PIC X(03).
000810     05 FILLER                PIC X(01).
000820     05 APRM-ASOF-DATE-X      PIC X(08).
000830*
000840 FD  ACKFILE.
000850 01  ACK-REC                  PIC X(120).
000860*
000870 FD  XMITREG.
000880 01  XMIT-REC                 PIC X(120).
000890*
000900 FD  XMITTMP.
000910 01  XMITTMP-REC              PIC X(120).
000920*
000930 FD  RESMAST.
000940 01  RESMAST-REC.
000950     05 RM-KEY.
000960         10 RM-RUN-DATE       PIC 9(08).
000970         10 RM-SEQ            PIC 9(06).
000980     05 RM-REC-TYPE           PIC X(01).
000990         88 RM-IS-SUMMARY     VALUE 'S'.
001000         88 RM-IS-PAIR        VALUE '1'.
001010         88 RM-IS-MULTI       VALUE '2'.
001020         88 RM-IS-ROLLUP      VALUE 'M'.
001030         88 RM-IS-REVERSAL    VALUE 'R'.
001040     05 RM-VAL1               PIC S9(4) SIGN LEADING SEPARATE.
001050     05 RM-VAL2               PIC S9(4) SIGN LEADING SEPARATE.
001060     05 RM-RES                PIC S9(4)V99 SIGN LEADING SEPARATE.
001070     05 RM-DAY-COUNT          PIC 9(06).
001080     05 RM-DAY-TOTAL          PIC S9(9)V99 SIGN LEADING
001090                               SEPARATE.
001100     05 RM-WGT1               PIC X(03).
001110     05 RM-WGT2               PIC X(03).
001120     05 RM-RUN-ID             PIC X(16).
001130     05 RM-SOURCE-SYS         PIC X(08).
001140     05 FILLER                PIC X(04).
001150*
001160 FD  ACKRPT.
001170 01  ACKRPT-REC               PIC X(120).
001180*
001190 WORKING-STORAGE     SECTION.
001200 77  WS-APRM-STATUS           PIC X(02) VALUE SPACES.
001210 77  WS-ACK-STATUS            PIC X(02) VALUE SPACES.
001220 77  WS-XMIT-STATUS           PIC X(02) VALUE SPACES.
001230 77  WS-XTMP-STATUS           PIC X(02) VALUE SPACES.
001240 77  WS-RESM-STATUS           PIC X(02) VALUE SPACES.
001250*
001260 77  WS-ACK-EOF-SW            PIC X(01) VALUE 'N'.
001270     88 END-OF-ACKFILE        VALUE 'Y'.
001280 77  WS-XMIT-EOF-SW           PIC X(01) VALUE 'N'.
001290     88 END-OF-REGISTER       VALUE 'Y'.
001300 77  WS-XTMP-EOF-SW           PIC X(01) VALUE 'N'.
001310     88 END-OF-XMITTMP        VALUE 'Y'.
001320 77  WS-RESM-OPEN-SW          PIC X(01) VALUE 'N'.
001330     88 RESMAST-IS-OPEN       VALUE 'Y'.
001340 77  WS-REG-CHG-SW            PIC X(01) VALUE 'N'.
001350     88 REGISTER-CHANGED      VALUE 'Y'.
001360*
001370 77  WS-RUN-DATE              PIC 9(08) VALUE ZERO.
001380 77  WS-ASOF-DATE             PIC 9(08) VALUE ZERO.
001390 77  WS-ASOF-SERIAL           PIC 9(07) COMP VALUE ZERO.
001400 77  WS-OVERDUE-DAYS          PIC 9(03) VALUE 003.
001410 77  WS-AGE-DAYS              PIC 9(05) VALUE ZERO.
001420 77  WS-DEL-NAME              PIC X(26) VALUE SPACES.
001430*
001440*----------------------------------------------------------------
001450* ONE ACKFILE LINE, SPLIT ON ITS PIPES.
001460*----------------------------------------------------------------
001470 01  WS-ACK-LINE              PIC X(120) VALUE SPACES.
001480 77  WS-AKF-TYPE              PIC X(04) VALUE SPACES.
001490 77  WS-AKF-1                 PIC X(40) VALUE SPACES.
001500 77  WS-AKF-2                 PIC X(40) VALUE SPACES.
001510 77  WS-AKF-3                 PIC X(40) VALUE SPACES.
001520 77  WS-AKF-4                 PIC X(40) VALUE SPACES.
001530 77  WS-AKF-5                 PIC X(40) VALUE SPACES.
001540 77  WS-ACK-LINES             PIC 9(06) VALUE ZERO.
001550 77  WS-BAD-LINES             PIC 9(05) VALUE ZERO.
001560 77  WS-BAD-TEXT              PIC X(30) VALUE SPACES.
001570*
001580*----------------------------------------------------------------
001590* A HASH TOTAL AS TEXT - SIGN, NINE INTEGER DIGITS, DECIMAL
001600* POINT (PERIOD FROM THE PARTNER, COMMA ON OUR REGISTER) AND
001610* TWO DECIMALS.
001620*----------------------------------------------------------------
001630 01  WS-HASH-TEXT             PIC X(13) VALUE SPACES.
001640 01  WS-HASH-TEXT-R REDEFINES WS-HASH-TEXT.
001650     05 WS-HT-SIGN            PIC X(01).
001660     05 WS-HT-INT             PIC X(09).
001670     05 WS-HT-INT-9 REDEFINES WS-HT-INT
001680                              PIC 9(09).
001690     05 WS-HT-POINT           PIC X(01).
001700     05 WS-HT-DEC             PIC X(02).
001710     05 WS-HT-DEC-9 REDEFINES WS-HT-DEC
001720                              PIC 9(02).
001730 77  WS-HASH-VALUE            PIC S9(9)V99 COMP-3 VALUE ZERO.
001740 77  WS-HASH-OK-SW            PIC X(01) VALUE 'N'.
001750     88 HASH-IS-VALID         VALUE 'Y'.
001760*
001770*----------------------------------------------------------------
001780* A REGISTER LINE AS TEST009 WRITES IT. LINES WRITTEN BEFORE THE
001790* REGISTER CARRIED AN ACKNOWLEDGEMENT STATUS HAVE IT BLANK,
001800* WHICH READS AS PENDING.
001810*----------------------------------------------------------------
001820 01  WS-XREG-LINE             PIC X(120) VALUE SPACES.
001830 01  WS-XREG-LINE-R REDEFINES WS-XREG-LINE.
001840     05 XR-DATE               PIC X(08).
001850     05 XR-DATE-9 REDEFINES XR-DATE
001860                              PIC 9(08).
001870     05 FILLER                PIC X(01).
001880     05 XR-TIME               PIC X(08).
001890     05 FILLER                PIC X(01).
001900     05 XR-SRC                PIC X(16).
001910     05 FILLER                PIC X(01).
001920     05 XR-RUN-ID             PIC X(16).
001930     05 FILLER                PIC X(08).
001940     05 XR-COUNT              PIC X(08).
001950     05 XR-COUNT-9 REDEFINES XR-COUNT
001960                              PIC 9(08).
001970     05 FILLER                PIC X(07).
001980     05 XR-HASH               PIC X(13).
001990     05 XR-ACK-TAG            PIC X(06).
002000     05 XR-ACK-STATUS         PIC X(08).
002010         88 XR-ACK-PENDING    VALUE SPACES 'PENDING '.
002020     05 FILLER                PIC X(01).
002030     05 XR-ACK-DATE           PIC X(08).
002040     05 FILLER                PIC X(10).
002050 77  WS-XREG-LINE-NUM         PIC 9(07) COMP VALUE ZERO.
002060*
002070*----------------------------------------------------------------
002080* THE ACKNOWLEDGEMENTS ON THIS ACKFILE, EACH WITH THE REGISTER
002090* LINE IT MATCHED (ZERO = NONE) AND WHAT WE SENT ON IT.
002100*----------------------------------------------------------------
002110 77  WS-ACK-MAX               PIC 9(03) COMP VALUE 200.
002120 77  WS-ACK-USED              PIC 9(03) COMP VALUE ZERO.
002130 77  WS-ACK-SUB               PIC 9(03) COMP VALUE ZERO.
002140 77  WS-ACK-CUR               PIC 9(03) COMP VALUE ZERO.
002150 77  WS-ACK-HIT               PIC 9(03) COMP VALUE ZERO.
002160 01  WS-ACK-TABLE.
002170     05 WS-ACK-ENTRY          OCCURS 200 TIMES.
002180         10 WS-ACK-RUN-ID     PIC X(16).
002190         10 WS-ACK-COUNT      PIC 9(08).
002200         10 WS-ACK-HASH       PIC S9(9)V99 COMP-3.
002210         10 WS-ACK-PSTAT      PIC X(01).
002220         10 WS-ACK-DATE       PIC 9(08).
002230         10 WS-ACK-REJ-COUNT  PIC 9(05).
002240         10 WS-ACK-XLINE      PIC 9(07) COMP.
002250         10 WS-ACK-PEND-SW    PIC X(01).
002260         10 WS-ACK-X-DATE     PIC X(08).
002270         10 WS-ACK-X-TIME     PIC X(08).
002280         10 WS-ACK-X-SRC      PIC X(16).
002290         10 WS-ACK-X-COUNT    PIC 9(08).
002300         10 WS-ACK-X-HASH     PIC S9(9)V99 COMP-3.
002310         10 WS-ACK-X-PREV     PIC X(08).
002320         10 WS-ACK-RESULT     PIC X(08).
002330*
002340*----------------------------------------------------------------
002350* THE RECORDS THE PARTNER REJECTED, EACH TIED TO ITS
002360* ACKNOWLEDGEMENT.
002370*----------------------------------------------------------------
002380 77  WS-REJ-MAX               PIC 9(04) COMP VALUE 2000.
002390 77  WS-REJ-USED              PIC 9(04) COMP VALUE ZERO.
002400 77  WS-REJ-SUB               PIC 9(04) COMP VALUE ZERO.
002410 01  WS-REJ-TABLE.
002420     05 WS-REJ-ENTRY          OCCURS 2000 TIMES.
002430         10 WS-REJ-ACK        PIC 9(03) COMP.
002440         10 WS-REJ-REC-NUM    PIC 9(08).
002450         10 WS-REJ-CODE       PIC X(04).
002460         10 WS-REJ-TEXT       PIC X(30).
002470*
002480*----------------------------------------------------------------
002490* RESMAST DETAIL LOOKUP FOR A PARTNER-REJECTED RECORD.
002500*----------------------------------------------------------------
002510 77  WS-FIND-DATE             PIC 9(08) VALUE ZERO.
002520 77  WS-FIND-RUN-ID           PIC X(16) VALUE SPACES.
002530 77  WS-FIND-NTH              PIC 9(08) VALUE ZERO.
002540 77  WS-FIND-COUNT            PIC 9(08) VALUE ZERO.
002550 77  WS-DAY-EOF-SW            PIC X(01) VALUE 'N'.
002560     88 END-OF-RESMAST-DAY    VALUE 'Y'.
002570 77  WS-DET-HIT-SW            PIC X(01) VALUE 'N'.
002580     88 DETAIL-FOUND          VALUE 'Y'.
002590 77  WS-COUNT-ON-SW           PIC X(01) VALUE 'N'.
002600     88 COUNT-STARTED         VALUE 'Y'.
002610*
002620 77  WS-TOT-MATCHED           PIC 9(04) VALUE ZERO.
002630 77  WS-TOT-ACCEPTED          PIC 9(04) VALUE ZERO.
002640 77  WS-TOT-PARTIAL           PIC 9(04) VALUE ZERO.
002650 77  WS-TOT-REJECTED          PIC 9(04) VALUE ZERO.
002660 77  WS-TOT-MISMATCH          PIC 9(04) VALUE ZERO.
002670 77  WS-TOT-UNMATCHED         PIC 9(04) VALUE ZERO.
002680 77  WS-TOT-REJ-RECS          PIC 9(06) VALUE ZERO.
002690 77  WS-TOT-OVERDUE           PIC 9(05) VALUE ZERO.
002700*
002710*----------------------------------------------------------------
002720* GREGORIAN SERIAL DAY NUMBERS FOR THE AGE OF A TRANSMISSION.
002730*----------------------------------------------------------------
002740 01  WS-SD-DATE.
002750     05 WS-SD-CCYY            PIC 9(04).
002760     05 WS-SD-MM              PIC 9(02).
002770     05 WS-SD-DD              PIC 9(02).
002780 77  WS-SD-YR                 PIC 9(04) COMP VALUE ZERO.
002790 77  WS-SD-MO                 PIC 9(02) COMP VALUE ZERO.
002800 77  WS-SD-T1                 PIC 9(07) COMP VALUE ZERO.
002810 77  WS-SD-T2                 PIC 9(07) COMP VALUE ZERO.
002820 77  WS-SD-T3                 PIC 9(07) COMP VALUE ZERO.
002830 77  WS-SD-T4                 PIC 9(07) COMP VALUE ZERO.
002840 77  WS-SD-SERIAL             PIC 9(07) COMP VALUE ZERO.
002850*
002860*----------------------------------------------------------------
002870* ACKRPT LINE LAYOUTS.
002880*----------------------------------------------------------------
002890 01  ACKR-HEADER-LINE.
002900     05 FILLER                PIC X(48)
002910      VALUE 'TEST015 - PARTNER ACKNOWLEDGEMENT RECONCILIATION'.
002920     05 FILLER                PIC X(11) VALUE ' RUN DATE: '.
002930     05 ACKR-HDR-DATE-ED      PIC 9(08).
002940*
002950 01  ACKR-CRIT-LINE.
002960     05 FILLER                PIC X(07) VALUE 'AS OF: '.
002970     05 ACKR-CRIT-ASOF-ED     PIC 9(08).
002980     05 FILLER                PIC X(16) VALUE ' OVERDUE AFTER: '.
002990     05 ACKR-CRIT-DAYS-ED     PIC ZZ9.
003000     05 FILLER                PIC X(05) VALUE ' DAYS'.
003010*
003020 01  ACKR-SECTION-LINE.
003030     05 ACKR-SECT-TEXT-ED     PIC X(60).
003040*
003050 01  ACKR-ACK-COL-LINE.
003060     05 FILLER                PIC X(17) VALUE 'RUN ID'.
003070     05 FILLER                PIC X(09) VALUE 'SENT'.
003080     05 FILLER                PIC X(09) VALUE 'OUR CNT'.
003090     05 FILLER                PIC X(14) VALUE 'OUR HASH'.
003100     05 FILLER                PIC X(09) VALUE 'PTNR CNT'.
003110     05 FILLER                PIC X(14) VALUE 'PTNR HASH'.
003120     05 FILLER                PIC X(02) VALUE 'S'.
003130     05 FILLER                PIC X(09) VALUE 'RESULT'.
003140     05 FILLER                PIC X(04) VALUE 'NOTE'.
003150*
003160 01  ACKR-ACK-LINE.
003170     05 ACKR-ACK-RUNID-ED     PIC X(16).
003180     05 FILLER                PIC X(01) VALUE SPACE.
003190     05 ACKR-ACK-SENT-ED      PIC X(08).
003200     05 FILLER                PIC X(01) VALUE SPACE.
003210     05 ACKR-ACK-OCNT-ED      PIC ZZZZZZZ9.
003220     05 FILLER                PIC X(01) VALUE SPACE.
003230     05 ACKR-ACK-OHASH-ED     PIC -(9)9,99.
003240     05 FILLER                PIC X(01) VALUE SPACE.
003250     05 ACKR-ACK-PCNT-ED      PIC ZZZZZZZ9.
003260     05 FILLER                PIC X(01) VALUE SPACE.
003270     05 ACKR-ACK-PHASH-ED     PIC -(9)9,99.
003280     05 FILLER                PIC X(01) VALUE SPACE.
003290     05 ACKR-ACK-PSTAT-ED     PIC X(01).
003300     05 FILLER                PIC X(01) VALUE SPACE.
003310     05 ACKR-ACK-RESULT-ED    PIC X(08).
003320     05 FILLER                PIC X(01) VALUE SPACE.
003330     05 ACKR-ACK-NOTE-ED      PIC X(30).
003340*
003350 01  ACKR-REJ-LINE.
003360     05 FILLER                PIC X(04) VALUE SPACES.
003370     05 FILLER                PIC X(24)
003380      VALUE 'PARTNER REJECTED RECORD '.
003390     05 ACKR-REJ-NUM-ED       PIC ZZZZZZZ9.
003400     05 FILLER                PIC X(08) VALUE ' REASON '.
003410     05 ACKR-REJ-CODE-ED      PIC X(04).
003420     05 FILLER                PIC X(01) VALUE SPACE.
003430     05 ACKR-REJ-TEXT-ED      PIC X(30).
003440*
003450 01  ACKR-DET-LINE.
003460     05 FILLER                PIC X(06) VALUE SPACES.
003470     05 FILLER                PIC X(08) VALUE 'RESMAST '.
003480     05 ACKR-DET-DATE-ED      PIC 9(08).
003490     05 FILLER                PIC X(01) VALUE '/'.
003500     05 ACKR-DET-SEQ-ED       PIC 9(06).
003510     05 FILLER                PIC X(06) VALUE ' TYPE '.
003520     05 ACKR-DET-TYPE-ED      PIC X(01).
003530     05 FILLER                PIC X(06) VALUE ' VAL1 '.
003540     05 ACKR-DET-VAL1-ED      PIC -(4)9.
003550     05 FILLER                PIC X(06) VALUE ' VAL2 '.
003560     05 ACKR-DET-VAL2-ED      PIC -(4)9.
003570     05 FILLER                PIC X(05) VALUE ' RES '.
003580     05 ACKR-DET-RES-ED       PIC -(4)9,99.
003590     05 FILLER                PIC X(05) VALUE ' SRC '.
003600     05 ACKR-DET-SRC-ED       PIC X(08).
003610     05 FILLER                PIC X(01) VALUE SPACE.
003620     05 ACKR-DET-NOTE-ED      PIC X(30).
003630*
003640 01  ACKR-NODET-LINE.
003650     05 FILLER                PIC X(06) VALUE SPACES.
003660     05 ACKR-NODET-TEXT-ED    PIC X(50).
003670*
003680 01  ACKR-OVD-COL-LINE.
003690     05 FILLER                PIC X(09) VALUE 'SENT'.
003700     05 FILLER                PIC X(09) VALUE 'TIME'.
003710     05 FILLER                PIC X(17) VALUE 'SOURCE'.
003720     05 FILLER                PIC X(17) VALUE 'RUN ID'.
003730     05 FILLER                PIC X(09) VALUE 'COUNT'.
003740     05 FILLER                PIC X(03) VALUE 'AGE'.
003750*
003760 01  ACKR-OVD-LINE.
003770     05 ACKR-OVD-DATE-ED      PIC X(08).
003780     05 FILLER                PIC X(01) VALUE SPACE.
003790     05 ACKR-OVD-TIME-ED      PIC X(08).
003800     05 FILLER                PIC X(01) VALUE SPACE.
003810     05 ACKR-OVD-SRC-ED       PIC X(16).
003820     05 FILLER                PIC X(01) VALUE SPACE.
003830     05 ACKR-OVD-RUNID-ED     PIC X(16).
003840     05 FILLER                PIC X(01) VALUE SPACE.
003850     05 ACKR-OVD-COUNT-ED     PIC X(08).
003860     05 FILLER                PIC X(01) VALUE SPACE.
003870     05 ACKR-OVD-AGE-ED       PIC ZZZZ9.
003880     05 FILLER                PIC X(05) VALUE ' DAYS'.
003890*
003900 01  ACKR-TRAILER-LINE.
003910     05 FILLER                PIC X(06) VALUE 'ACKS: '.
003920     05 ACKR-TRL-ACKS-ED      PIC ZZZ9.
003930     05 FILLER                PIC X(10) VALUE ' MATCHED: '.
003940     05 ACKR-TRL-MATCH-ED     PIC ZZZ9.
003950     05 FILLER                PIC X(11) VALUE ' ACCEPTED: '.
003960     05 ACKR-TRL-ACC-ED       PIC ZZZ9.
003970     05 FILLER                PIC X(10) VALUE ' PARTIAL: '.
003980     05 ACKR-TRL-PART-ED      PIC ZZZ9.
003990     05 FILLER                PIC X(11) VALUE ' REJECTED: '.
004000     05 ACKR-TRL-REJ-ED       PIC ZZZ9.
004010     05 FILLER                PIC X(11) VALUE ' MISMATCH: '.
004020     05 ACKR-TRL-MISM-ED      PIC ZZZ9.
004030     05 FILLER                PIC X(12) VALUE ' UNMATCHED: '.
004040     05 ACKR-TRL-UNM-ED       PIC ZZZ9.
004050*
004060 01  ACKR-TRAILER-LINE-2.
004070     05 FILLER                PIC X(29)
004080      VALUE 'RECORDS REJECTED BY PARTNER: '.
004090     05 ACKR-TRL-RECS-ED      PIC ZZZZZ9.
004100     05 FILLER                PIC X(10) VALUE ' OVERDUE: '.
004110     05 ACKR-TRL-OVD-ED       PIC ZZZZ9.
004120     05 FILLER                PIC X(16) VALUE ' BAD ACK LINES: '.
004130     05 ACKR-TRL-BAD-ED       PIC ZZZZ9.
004140*
004150*
004160*
004170 PROCEDURE           DIVISION.
004180 0000-MAINLINE.
004190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004200     PERFORM 2000-LOAD-ACKS THRU 2000-EXIT.
004210     PERFORM 3000-MATCH-REGISTER THRU 3000-EXIT.
004220     PERFORM 4000-RECONCILE-ACKS THRU 4000-EXIT.
004230     PERFORM 5000-UPDATE-REGISTER THRU 5000-EXIT.
004240     PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT.
004250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004260     STOP RUN.
004270*
004280 1000-INITIALIZE.
004290     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
004300     PERFORM 1100-LOAD-PARMS THRU 1100-EXIT
004310     MOVE WS-ASOF-DATE TO WS-SD-DATE
004320     PERFORM 8200-SERIAL-DAY THRU 8200-EXIT
004330     MOVE WS-SD-SERIAL TO WS-ASOF-SERIAL
004340     OPEN OUTPUT ACKRPT
004350     MOVE WS-RUN-DATE TO ACKR-HDR-DATE-ED
004360     MOVE ACKR-HEADER-LINE TO ACKRPT-REC
004370     WRITE ACKRPT-REC
004380     MOVE WS-ASOF-DATE TO ACKR-CRIT-ASOF-ED
004390     MOVE WS-OVERDUE-DAYS TO ACKR-CRIT-DAYS-ED
004400     MOVE ACKR-CRIT-LINE TO ACKRPT-REC
004410     WRITE ACKRPT-REC.
004420 1000-EXIT.
004430     EXIT.
004440*
004450*----------------------------------------------------------------
004460* READ AND EDIT-CHECK THE PARAMETER CARD. A FIELD THAT FAILS
004470* ITS EDIT KEEPS ITS DEFAULT.
004480*----------------------------------------------------------------
004490 1100-LOAD-PARMS.
004500     MOVE WS-RUN-DATE TO WS-ASOF-DATE
004510     OPEN INPUT ACKPARMS
004520     IF WS-APRM-STATUS = '35'
004530         GO TO 1100-EXIT
004540     END-IF
004550     READ ACKPARMS
004560         AT END
004570             CLOSE ACKPARMS
004580             GO TO 1100-EXIT
004590     END-READ
004600     IF APRM-DAYS-X NUMERIC
004610         MOVE APRM-DAYS-X TO WS-OVERDUE-DAYS
004620     END-IF
004630     IF APRM-ASOF-DATE-X NUMERIC
004640        AND APRM-ASOF-DATE-X NOT = '00000000'
004650         MOVE APRM-ASOF-DATE-X TO WS-ASOF-DATE
004660     END-IF
004670     CLOSE ACKPARMS.
004680 1100-EXIT.
004690     EXIT.
004700*
004710*----------------------------------------------------------------
004720* LOAD THE ACKNOWLEDGEMENTS AND THEIR REJECTED RECORDS. A LINE
004730* THAT FAILS ITS EDITS IS SHOWN ON THE CONSOLE AND SKIPPED; THE
004740* R LINES OF A SKIPPED A LINE GO WITH IT.
004750*----------------------------------------------------------------
004760 2000-LOAD-ACKS.
004770     OPEN INPUT ACKFILE
004780     IF WS-ACK-STATUS = '35'
004790         DISPLAY 'TEST015 - ACKFILE NOT FOUND - NO '
004800                 'ACKNOWLEDGEMENTS TO MATCH'
004810         GO TO 2000-EXIT
004820     END-IF
004830     MOVE ZERO TO WS-ACK-CUR
004840     PERFORM 2100-READ-ACKFILE THRU 2100-EXIT
004850     PERFORM 2200-LOAD-ACK-LINE THRU 2200-EXIT
004860         UNTIL END-OF-ACKFILE
004870     CLOSE ACKFILE.
004880 2000-EXIT.
004890     EXIT.
004900*
004910 2100-READ-ACKFILE.
004920     READ ACKFILE INTO WS-ACK-LINE
004930         AT END
004940             SET END-OF-ACKFILE TO TRUE
004950     END-READ.
004960 2100-EXIT.
004970     EXIT.
004980*
004990 2200-LOAD-ACK-LINE.
005000     ADD 1 TO WS-ACK-LINES
005010     IF WS-ACK-LINE = SPACES
005020         GO TO 2200-NEXT
005030     END-IF
005040     MOVE SPACES TO WS-AKF-TYPE WS-AKF-1 WS-AKF-2 WS-AKF-3
005050                    WS-AKF-4 WS-AKF-5
005060     MOVE SPACES TO WS-BAD-TEXT
005070     UNSTRING WS-ACK-LINE DELIMITED BY '|'
005080         INTO WS-AKF-TYPE WS-AKF-1 WS-AKF-2 WS-AKF-3
005090              WS-AKF-4 WS-AKF-5
005100     END-UNSTRING
005110     EVALUATE WS-AKF-TYPE
005120         WHEN 'A   '
005130             PERFORM 2300-LOAD-ACK-HEADER THRU 2300-EXIT
005140         WHEN 'R   '
005150             PERFORM 2400-LOAD-ACK-REJECT THRU 2400-EXIT
005160         WHEN OTHER
005162             MOVE 'UNKNOWN LINE TYPE' TO WS-BAD-TEXT
005164             MOVE ZERO TO WS-ACK-CUR
005180     END-EVALUATE
005190     IF WS-BAD-TEXT NOT = SPACES
005200         ADD 1 TO WS-BAD-LINES
005210         DISPLAY 'TEST015 - ACKFILE LINE ' WS-ACK-LINES
005220                 ' SKIPPED - ' WS-BAD-TEXT
005230     END-IF.
005240 2200-NEXT.
005250     PERFORM 2100-READ-ACKFILE THRU 2100-EXIT.
005260 2200-EXIT.
005270     EXIT.
005280*
005290 2300-LOAD-ACK-HEADER.
005300     MOVE ZERO TO WS-ACK-CUR
005310     MOVE WS-AKF-3(1:13) TO WS-HASH-TEXT
005320     PERFORM 2500-PARSE-HASH THRU 2500-EXIT
005330     EVALUATE TRUE
005340         WHEN WS-AKF-1 = SPACES
005350             MOVE 'RUN ID MISSING' TO WS-BAD-TEXT
005360         WHEN WS-AKF-2(1:8) NOT NUMERIC
005370          OR WS-AKF-2(9:32) NOT = SPACES
005380             MOVE 'COUNT NOT NUMERIC' TO WS-BAD-TEXT
005390         WHEN NOT HASH-IS-VALID
005400          OR WS-AKF-3(14:27) NOT = SPACES
005410             MOVE 'HASH TOTAL MALFORMED' TO WS-BAD-TEXT
005420         WHEN WS-AKF-4 NOT = 'A' AND WS-AKF-4 NOT = 'P'
005430          AND WS-AKF-4 NOT = 'R'
005440             MOVE 'STATUS NOT A, P OR R' TO WS-BAD-TEXT
005450         WHEN WS-ACK-USED NOT < WS-ACK-MAX
005460             MOVE 'ACKNOWLEDGEMENT TABLE FULL' TO WS-BAD-TEXT
005470     END-EVALUATE
005480     IF WS-BAD-TEXT NOT = SPACES
005490         GO TO 2300-EXIT
005500     END-IF
005510     ADD 1 TO WS-ACK-USED
005520     MOVE WS-ACK-USED TO WS-ACK-CUR
005530     MOVE WS-AKF-1(1:16) TO WS-ACK-RUN-ID(WS-ACK-CUR)
005540     MOVE WS-AKF-2(1:8) TO WS-ACK-COUNT(WS-ACK-CUR)
005550     MOVE WS-HASH-VALUE TO WS-ACK-HASH(WS-ACK-CUR)
005560     MOVE WS-AKF-4(1:1) TO WS-ACK-PSTAT(WS-ACK-CUR)
005570     IF WS-AKF-5(1:8) NUMERIC
005580        AND WS-AKF-5(1:8) NOT = '00000000'
005590         MOVE WS-AKF-5(1:8) TO WS-ACK-DATE(WS-ACK-CUR)
005600     ELSE
005610         MOVE WS-RUN-DATE TO WS-ACK-DATE(WS-ACK-CUR)
005620     END-IF
005630     MOVE ZERO TO WS-ACK-REJ-COUNT(WS-ACK-CUR)
005640     MOVE ZERO TO WS-ACK-XLINE(WS-ACK-CUR)
005650     MOVE 'N' TO WS-ACK-PEND-SW(WS-ACK-CUR)
005660     MOVE SPACES TO WS-ACK-X-DATE(WS-ACK-CUR)
005670     MOVE SPACES TO WS-ACK-X-TIME(WS-ACK-CUR)
005680     MOVE SPACES TO WS-ACK-X-SRC(WS-ACK-CUR)
005690     MOVE ZERO TO WS-ACK-X-COUNT(WS-ACK-CUR)
005700     MOVE ZERO TO WS-ACK-X-HASH(WS-ACK-CUR)
005710     MOVE SPACES TO WS-ACK-X-PREV(WS-ACK-CUR)
005720     MOVE SPACES TO WS-ACK-RESULT(WS-ACK-CUR).
005730 2300-EXIT.
005740     EXIT.
005750*
005760 2400-LOAD-ACK-REJECT.
005770     EVALUATE TRUE
005780         WHEN WS-ACK-CUR = ZERO
005790             MOVE 'NO VALID A LINE BEFORE IT' TO WS-BAD-TEXT
005800         WHEN WS-AKF-1(1:8) NOT NUMERIC
005810          OR WS-AKF-1(9:32) NOT = SPACES
005820          OR WS-AKF-1(1:8) = '00000000'
005830             MOVE 'RECORD NUMBER NOT NUMERIC' TO WS-BAD-TEXT
005840         WHEN WS-REJ-USED NOT < WS-REJ-MAX
005850             MOVE 'REJECTED RECORD TABLE FULL' TO WS-BAD-TEXT
005860     END-EVALUATE
005870     IF WS-BAD-TEXT NOT = SPACES
005880         GO TO 2400-EXIT
005890     END-IF
005900     ADD 1 TO WS-REJ-USED
005910     MOVE WS-ACK-CUR TO WS-REJ-ACK(WS-REJ-USED)
005920     MOVE WS-AKF-1(1:8) TO WS-REJ-REC-NUM(WS-REJ-USED)
005930     MOVE WS-AKF-2(1:4) TO WS-REJ-CODE(WS-REJ-USED)
005940     MOVE WS-AKF-3(1:30) TO WS-REJ-TEXT(WS-REJ-USED)
005950     ADD 1 TO WS-ACK-REJ-COUNT(WS-ACK-CUR).
005960 2400-EXIT.
005970     EXIT.
005980*
005990*----------------------------------------------------------------
006000* WS-HASH-TEXT INTO WS-HASH-VALUE. EITHER DECIMAL POINT IS
006010* TAKEN SO THE SAME EDIT SERVES THE PARTNER'S FILE AND OUR
006020* REGISTER.
006030*----------------------------------------------------------------
006040 2500-PARSE-HASH.
006050     MOVE 'N' TO WS-HASH-OK-SW
006060     MOVE ZERO TO WS-HASH-VALUE
006070     IF (WS-HT-SIGN NOT = '+' AND WS-HT-SIGN NOT = '-')
006080        OR WS-HT-INT NOT NUMERIC
006090        OR (WS-HT-POINT NOT = '.' AND WS-HT-POINT NOT = ',')
006100        OR WS-HT-DEC NOT NUMERIC
006110         GO TO 2500-EXIT
006120     END-IF
006130     COMPUTE WS-HASH-VALUE = WS-HT-INT-9 + (WS-HT-DEC-9 / 100)
006140     IF WS-HT-SIGN = '-'
006150         COMPUTE WS-HASH-VALUE = ZERO - WS-HASH-VALUE
006160     END-IF
006170     SET HASH-IS-VALID TO TRUE.
006180 2500-EXIT.
006190     EXIT.
006200*
006210*----------------------------------------------------------------
006220* FIRST PASS OF THE REGISTER - FIND EACH ACKNOWLEDGEMENT'S
006230* TRANSMISSION. A PENDING LINE ALWAYS BEATS AN ACKNOWLEDGED
006240* ONE; AMONG EQUALS THE LATER LINE WINS.
006250*----------------------------------------------------------------
006260 3000-MATCH-REGISTER.
006270     IF WS-ACK-USED = ZERO
006280         GO TO 3000-EXIT
006290     END-IF
006300     OPEN INPUT XMITREG
006310     IF WS-XMIT-STATUS = '35'
006320         DISPLAY 'TEST015 - XMITREG NOT FOUND - NOTHING WAS '
006330                 'SENT TO MATCH'
006340         GO TO 3000-EXIT
006350     END-IF
006360     MOVE ZERO TO WS-XREG-LINE-NUM
006370     MOVE 'N' TO WS-XMIT-EOF-SW
006380     PERFORM 3100-READ-XMITREG THRU 3100-EXIT
006390     PERFORM 3200-SCAN-XMIT-LINE THRU 3200-EXIT
006400         UNTIL END-OF-REGISTER
006410     CLOSE XMITREG.
006420 3000-EXIT.
006430     EXIT.
006440*
006450 3100-READ-XMITREG.
006460     READ XMITREG INTO WS-XREG-LINE
006470         AT END
006480             SET END-OF-REGISTER TO TRUE
006490     END-READ.
006500 3100-EXIT.
006510     EXIT.
006520*
006530 3200-SCAN-XMIT-LINE.
006540     ADD 1 TO WS-XREG-LINE-NUM
006550     IF XR-RUN-ID NOT = SPACES
006560         PERFORM 3300-MATCH-ONE-ACK THRU 3300-EXIT
006570             VARYING WS-ACK-SUB FROM 1 BY 1
006580             UNTIL WS-ACK-SUB > WS-ACK-USED
006590     END-IF
006600     PERFORM 3100-READ-XMITREG THRU 3100-EXIT.
006610 3200-EXIT.
006620     EXIT.
006630*
006640 3300-MATCH-ONE-ACK.
006650     IF XR-RUN-ID NOT = WS-ACK-RUN-ID(WS-ACK-SUB)
006660         GO TO 3300-EXIT
006670     END-IF
006680     IF XR-ACK-PENDING
006690         MOVE 'Y' TO WS-ACK-PEND-SW(WS-ACK-SUB)
006700     ELSE
006710         IF WS-ACK-PEND-SW(WS-ACK-SUB) = 'Y'
006720             GO TO 3300-EXIT
006730         END-IF
006740     END-IF
006750     MOVE WS-XREG-LINE-NUM TO WS-ACK-XLINE(WS-ACK-SUB)
006760     MOVE XR-DATE TO WS-ACK-X-DATE(WS-ACK-SUB)
006770     MOVE XR-TIME TO WS-ACK-X-TIME(WS-ACK-SUB)
006780     MOVE XR-SRC TO WS-ACK-X-SRC(WS-ACK-SUB)
006790     IF XR-COUNT NUMERIC
006800         MOVE XR-COUNT-9 TO WS-ACK-X-COUNT(WS-ACK-SUB)
006810     ELSE
006820         MOVE ZERO TO WS-ACK-X-COUNT(WS-ACK-SUB)
006830     END-IF
006840     MOVE XR-HASH TO WS-HASH-TEXT
006850     PERFORM 2500-PARSE-HASH THRU 2500-EXIT
006860     MOVE WS-HASH-VALUE TO WS-ACK-X-HASH(WS-ACK-SUB)
006870     MOVE XR-ACK-STATUS TO WS-ACK-X-PREV(WS-ACK-SUB).
006880 3300-EXIT.
006890     EXIT.
006900*
006910*----------------------------------------------------------------
006920* GRADE AND REPORT EACH ACKNOWLEDGEMENT, WITH THE RECORDS THE
006930* PARTNER REJECTED UNDER IT.
006940*----------------------------------------------------------------
006950 4000-RECONCILE-ACKS.
006960     MOVE 'ACKNOWLEDGEMENTS RECEIVED' TO ACKR-SECT-TEXT-ED
006970     MOVE ACKR-SECTION-LINE TO ACKRPT-REC
006980     WRITE ACKRPT-REC
006990     IF WS-ACK-USED = ZERO
007000         MOVE '    NONE' TO ACKR-SECT-TEXT-ED
007010         MOVE ACKR-SECTION-LINE TO ACKRPT-REC
007020         WRITE ACKRPT-REC
007030         GO TO 4000-EXIT
007040     END-IF
007050     MOVE ACKR-ACK-COL-LINE TO ACKRPT-REC
007060     WRITE ACKRPT-REC
007070     OPEN INPUT RESMAST
007080     IF WS-RESM-STATUS = '00'
007090         SET RESMAST-IS-OPEN TO TRUE
007100     ELSE
007110         DISPLAY 'TEST015 - RESMAST OPEN FAILED - STATUS '
007120                 WS-RESM-STATUS ' - DETAILS NOT SHOWN'
007130     END-IF
007140     PERFORM 4100-RECONCILE-ONE-ACK THRU 4100-EXIT
007150         VARYING WS-ACK-SUB FROM 1 BY 1
007160         UNTIL WS-ACK-SUB > WS-ACK-USED
007170     IF RESMAST-IS-OPEN
007180         CLOSE RESMAST
007190     END-IF.
007200 4000-EXIT.
007210     EXIT.
007220*
007230 4100-RECONCILE-ONE-ACK.
007240     MOVE SPACES TO ACKR-ACK-NOTE-ED
007250     MOVE WS-ACK-RUN-ID(WS-ACK-SUB) TO ACKR-ACK-RUNID-ED
007260     MOVE WS-ACK-X-DATE(WS-ACK-SUB) TO ACKR-ACK-SENT-ED
007270     MOVE WS-ACK-X-COUNT(WS-ACK-SUB) TO ACKR-ACK-OCNT-ED
007280     MOVE WS-ACK-X-HASH(WS-ACK-SUB) TO ACKR-ACK-OHASH-ED
007290     MOVE WS-ACK-COUNT(WS-ACK-SUB) TO ACKR-ACK-PCNT-ED
007300     MOVE WS-ACK-HASH(WS-ACK-SUB) TO ACKR-ACK-PHASH-ED
007310     MOVE WS-ACK-PSTAT(WS-ACK-SUB) TO ACKR-ACK-PSTAT-ED
007320     EVALUATE TRUE
007330         WHEN WS-ACK-XLINE(WS-ACK-SUB) = ZERO
007340             MOVE 'NO XMIT ' TO WS-ACK-RESULT(WS-ACK-SUB)
007350             MOVE 'NO TRANSMISSION ON XMITREG'
007360                 TO ACKR-ACK-NOTE-ED
007370             ADD 1 TO WS-TOT-UNMATCHED
007380         WHEN WS-ACK-COUNT(WS-ACK-SUB)
007390                  NOT = WS-ACK-X-COUNT(WS-ACK-SUB)
007400          AND WS-ACK-HASH(WS-ACK-SUB)
007410                  NOT = WS-ACK-X-HASH(WS-ACK-SUB)
007420             MOVE 'MISMATCH' TO WS-ACK-RESULT(WS-ACK-SUB)
007430             MOVE 'COUNT AND HASH DIFFER' TO ACKR-ACK-NOTE-ED
007440         WHEN WS-ACK-COUNT(WS-ACK-SUB)
007450                  NOT = WS-ACK-X-COUNT(WS-ACK-SUB)
007460             MOVE 'MISMATCH' TO WS-ACK-RESULT(WS-ACK-SUB)
007470             MOVE 'COUNT DIFFERS' TO ACKR-ACK-NOTE-ED
007480         WHEN WS-ACK-HASH(WS-ACK-SUB)
007490                  NOT = WS-ACK-X-HASH(WS-ACK-SUB)
007500             MOVE 'MISMATCH' TO WS-ACK-RESULT(WS-ACK-SUB)
007510             MOVE 'HASH DIFFERS' TO ACKR-ACK-NOTE-ED
007520         WHEN WS-ACK-PSTAT(WS-ACK-SUB) = 'R'
007530             MOVE 'REJECTED' TO WS-ACK-RESULT(WS-ACK-SUB)
007540         WHEN WS-ACK-PSTAT(WS-ACK-SUB) = 'P'
007550          OR WS-ACK-REJ-COUNT(WS-ACK-SUB) > ZERO
007560             MOVE 'PARTIAL ' TO WS-ACK-RESULT(WS-ACK-SUB)
007570         WHEN OTHER
007580             MOVE 'ACCEPTED' TO WS-ACK-RESULT(WS-ACK-SUB)
007590     END-EVALUATE
007600     IF WS-ACK-XLINE(WS-ACK-SUB) NOT = ZERO
007610         ADD 1 TO WS-TOT-MATCHED
007620         SET REGISTER-CHANGED TO TRUE
007630         EVALUATE WS-ACK-RESULT(WS-ACK-SUB)
007640             WHEN 'MISMATCH'
007650                 ADD 1 TO WS-TOT-MISMATCH
007660             WHEN 'REJECTED'
007670                 ADD 1 TO WS-TOT-REJECTED
007680             WHEN 'PARTIAL '
007690                 ADD 1 TO WS-TOT-PARTIAL
007700             WHEN OTHER
007710                 ADD 1 TO WS-TOT-ACCEPTED
007720         END-EVALUATE
007730         IF WS-ACK-PEND-SW(WS-ACK-SUB) NOT = 'Y'
007740            AND ACKR-ACK-NOTE-ED = SPACES
007750             STRING 'PREVIOUSLY '             DELIMITED BY SIZE
007760                    WS-ACK-X-PREV(WS-ACK-SUB) DELIMITED BY SIZE
007770                 INTO ACKR-ACK-NOTE-ED
007780         END-IF
007790     END-IF
007800     MOVE WS-ACK-RESULT(WS-ACK-SUB) TO ACKR-ACK-RESULT-ED
007810     MOVE ACKR-ACK-LINE TO ACKRPT-REC
007820     WRITE ACKRPT-REC
007830     IF WS-ACK-RESULT(WS-ACK-SUB) NOT = 'ACCEPTED'
007840         DISPLAY 'TEST015 - RUN ' WS-ACK-RUN-ID(WS-ACK-SUB)
007850                 ' ACKNOWLEDGED ' WS-ACK-RESULT(WS-ACK-SUB)
007860     END-IF
007870     IF WS-ACK-REJ-COUNT(WS-ACK-SUB) > ZERO
007880         PERFORM 4200-LIST-REJECT THRU 4200-EXIT
007890             VARYING WS-REJ-SUB FROM 1 BY 1
007900             UNTIL WS-REJ-SUB > WS-REJ-USED
007910     END-IF.
007920 4100-EXIT.
007930     EXIT.
007940*
007950*----------------------------------------------------------------
007960* ONE PARTNER-REJECTED RECORD AND OUR RESMAST DETAIL FOR IT.
007970*----------------------------------------------------------------
007980 4200-LIST-REJECT.
007990     IF WS-REJ-ACK(WS-REJ-SUB) NOT = WS-ACK-SUB
008000         GO TO 4200-EXIT
008010     END-IF
008020     ADD 1 TO WS-TOT-REJ-RECS
008030     MOVE WS-REJ-REC-NUM(WS-REJ-SUB) TO ACKR-REJ-NUM-ED
008040     MOVE WS-REJ-CODE(WS-REJ-SUB) TO ACKR-REJ-CODE-ED
008050     MOVE WS-REJ-TEXT(WS-REJ-SUB) TO ACKR-REJ-TEXT-ED
008060     MOVE ACKR-REJ-LINE TO ACKRPT-REC
008070     WRITE ACKRPT-REC
008080     PERFORM 4300-FIND-DETAIL THRU 4300-EXIT
008090     IF NOT DETAIL-FOUND
008100         MOVE ACKR-NODET-LINE TO ACKRPT-REC
008110         WRITE ACKRPT-REC
008120         GO TO 4200-EXIT
008130     END-IF
008140     MOVE RM-RUN-DATE TO ACKR-DET-DATE-ED
008150     MOVE RM-SEQ TO ACKR-DET-SEQ-ED
008160     MOVE RM-REC-TYPE TO ACKR-DET-TYPE-ED
008170     MOVE RM-VAL1 TO ACKR-DET-VAL1-ED
008180     MOVE RM-VAL2 TO ACKR-DET-VAL2-ED
008190     MOVE RM-RES TO ACKR-DET-RES-ED
008200     MOVE RM-SOURCE-SYS TO ACKR-DET-SRC-ED
008210     MOVE SPACES TO ACKR-DET-NOTE-ED
008220     IF WS-FIND-RUN-ID NOT = SPACES
008230        AND RM-RUN-ID NOT = WS-FIND-RUN-ID
008240         STRING 'ADJUSTED BY RUN '        DELIMITED BY SIZE
008250                RM-RUN-ID                 DELIMITED BY SIZE
008260             INTO ACKR-DET-NOTE-ED
008270     END-IF
008280     MOVE ACKR-DET-LINE TO ACKRPT-REC
008290     WRITE ACKRPT-REC.
008300 4200-EXIT.
008310     EXIT.
008320*
008330*----------------------------------------------------------------
008340* LOCATE THE N-TH DETAIL OF THE TRANSMISSION. A RESMAST EXTRACT
008350* CARRIES ITS DAY IN THE REGISTER SOURCE AND COUNTS FROM THE
008360* DAY'S FIRST DETAIL; AN IFACEFILE EXTRACT POSTED UNDER THE RUN
008370* DATE IN ITS RUN ID AND COUNTS FROM THE FIRST DETAIL CARRYING
008380* THAT RUN ID.
008390*----------------------------------------------------------------
008400 4300-FIND-DETAIL.
008410     MOVE 'N' TO WS-DET-HIT-SW
008420     MOVE SPACES TO ACKR-NODET-TEXT-ED
008430     MOVE 'RESMAST - NO MATCHING DETAIL FOUND'
008440         TO ACKR-NODET-TEXT-ED
008450     IF NOT RESMAST-IS-OPEN
008460         MOVE 'RESMAST NOT AVAILABLE' TO ACKR-NODET-TEXT-ED
008470         GO TO 4300-EXIT
008480     END-IF
008490     MOVE ZERO TO WS-FIND-DATE
008500     MOVE SPACES TO WS-FIND-RUN-ID
008510     EVALUATE TRUE
008520         WHEN WS-ACK-X-SRC(WS-ACK-SUB)(1:8) = 'RESMAST '
008530          AND WS-ACK-X-SRC(WS-ACK-SUB)(9:8) NUMERIC
008540             MOVE WS-ACK-X-SRC(WS-ACK-SUB)(9:8) TO WS-FIND-DATE
008550         WHEN WS-ACK-RUN-ID(WS-ACK-SUB)(1:8) NUMERIC
008560             MOVE WS-ACK-RUN-ID(WS-ACK-SUB)(1:8) TO WS-FIND-DATE
008570             MOVE WS-ACK-RUN-ID(WS-ACK-SUB) TO WS-FIND-RUN-ID
008580     END-EVALUATE
008590     IF WS-FIND-DATE = ZERO
008600         GO TO 4300-EXIT
008610     END-IF
008620     MOVE WS-REJ-REC-NUM(WS-REJ-SUB) TO WS-FIND-NTH
008630     MOVE ZERO TO WS-FIND-COUNT
008640     MOVE 'N' TO WS-COUNT-ON-SW
008650     MOVE 'N' TO WS-DAY-EOF-SW
008660     MOVE WS-FIND-DATE TO RM-RUN-DATE
008670     MOVE 1 TO RM-SEQ
008680     START RESMAST KEY NOT < RM-KEY
008690         INVALID KEY
008700             GO TO 4300-EXIT
008710     END-START
008720     PERFORM 4310-READ-DAY-DETAIL THRU 4310-EXIT
008730     PERFORM 4320-COUNT-DETAIL THRU 4320-EXIT
008740         UNTIL END-OF-RESMAST-DAY OR DETAIL-FOUND.
008750 4300-EXIT.
008760     EXIT.
008770*
008780 4310-READ-DAY-DETAIL.
008790     READ RESMAST NEXT
008800         AT END
008810             SET END-OF-RESMAST-DAY TO TRUE
008820     END-READ
008830     IF NOT END-OF-RESMAST-DAY
008840        AND RM-RUN-DATE NOT = WS-FIND-DATE
008850         SET END-OF-RESMAST-DAY TO TRUE
008860     END-IF.
008870 4310-EXIT.
008880     EXIT.
008890*
008900 4320-COUNT-DETAIL.
008910     IF NOT COUNT-STARTED
008920        AND (WS-FIND-RUN-ID = SPACES
008930             OR RM-RUN-ID = WS-FIND-RUN-ID)
008940         SET COUNT-STARTED TO TRUE
008950     END-IF
008960     IF COUNT-STARTED
008970         ADD 1 TO WS-FIND-COUNT
008980         IF WS-FIND-COUNT = WS-FIND-NTH
008990             SET DETAIL-FOUND TO TRUE
009000             GO TO 4320-EXIT
009010         END-IF
009020     END-IF
009030     PERFORM 4310-READ-DAY-DETAIL THRU 4310-EXIT.
009040 4320-EXIT.
009050     EXIT.
009060*
009070*----------------------------------------------------------------
009080* SECOND PASS OF THE REGISTER - STAMP THE ACKNOWLEDGEMENT
009090* RESULTS ON THEIR LINES (VIA XMITTMP, THE WAY TEST006 REWRITES
009100* AUDITLOG) AND LIST EVERY TRANSMISSION STILL PENDING PAST THE
009110* ALLOWED DAYS. A TRANSMISSION WITHOUT A RUN ID (AN EMPTY
009120* EXTRACT) CANNOT BE ACKNOWLEDGED AND IS NOT CHASED.
009130*----------------------------------------------------------------
009140 5000-UPDATE-REGISTER.
009150     MOVE SPACES TO ACKR-SECT-TEXT-ED
009160     STRING 'TRANSMISSIONS NOT ACKNOWLEDGED AFTER '
009170                                       DELIMITED BY SIZE
009180            WS-OVERDUE-DAYS            DELIMITED BY SIZE
009190            ' DAYS'                    DELIMITED BY SIZE
009200         INTO ACKR-SECT-TEXT-ED
009210     MOVE ACKR-SECTION-LINE TO ACKRPT-REC
009220     WRITE ACKRPT-REC
009230     MOVE ACKR-OVD-COL-LINE TO ACKRPT-REC
009240     WRITE ACKRPT-REC
009250     OPEN INPUT XMITREG
009260     IF WS-XMIT-STATUS = '35'
009270         GO TO 5000-NONE
009280     END-IF
009290     IF REGISTER-CHANGED
009300         OPEN OUTPUT XMITTMP
009310     END-IF
009320     MOVE ZERO TO WS-XREG-LINE-NUM
009330     MOVE 'N' TO WS-XMIT-EOF-SW
009340     PERFORM 3100-READ-XMITREG THRU 3100-EXIT
009350     PERFORM 5100-STAMP-XMIT-LINE THRU 5100-EXIT
009360         UNTIL END-OF-REGISTER
009370     CLOSE XMITREG
009380     IF REGISTER-CHANGED
009390         CLOSE XMITTMP
009400         PERFORM 5200-REWRITE-REGISTER THRU 5200-EXIT
009410     END-IF.
009420 5000-NONE.
009430     IF WS-TOT-OVERDUE = ZERO
009440         MOVE '    NONE' TO ACKR-SECT-TEXT-ED
009450         MOVE ACKR-SECTION-LINE TO ACKRPT-REC
009460         WRITE ACKRPT-REC
009470     END-IF.
009480 5000-EXIT.
009490     EXIT.
009500*
009510 5100-STAMP-XMIT-LINE.
009520     ADD 1 TO WS-XREG-LINE-NUM
009530     MOVE ZERO TO WS-ACK-HIT
009540     PERFORM 5110-FIND-LINE-ACK THRU 5110-EXIT
009550         VARYING WS-ACK-SUB FROM 1 BY 1
009560         UNTIL WS-ACK-SUB > WS-ACK-USED
009570     IF WS-ACK-HIT NOT = ZERO
009580         MOVE ' ACK: ' TO XR-ACK-TAG
009590         MOVE WS-ACK-RESULT(WS-ACK-HIT) TO XR-ACK-STATUS
009600         MOVE WS-ACK-DATE(WS-ACK-HIT) TO XR-ACK-DATE
009610     ELSE
009620         IF XR-ACK-STATUS = SPACES
009630             MOVE ' ACK: ' TO XR-ACK-TAG
009640             MOVE 'PENDING ' TO XR-ACK-STATUS
009650         END-IF
009660     END-IF
009670     IF XR-ACK-PENDING
009680        AND XR-RUN-ID NOT = SPACES
009690        AND XR-DATE NUMERIC
009700         PERFORM 5120-CHECK-OVERDUE THRU 5120-EXIT
009710     END-IF
009720     IF REGISTER-CHANGED
009730         MOVE WS-XREG-LINE TO XMITTMP-REC
009740         WRITE XMITTMP-REC
009750     END-IF
009760     PERFORM 3100-READ-XMITREG THRU 3100-EXIT.
009770 5100-EXIT.
009780     EXIT.
009790*
009800 5110-FIND-LINE-ACK.
009810     IF WS-ACK-XLINE(WS-ACK-SUB) = WS-XREG-LINE-NUM
009820         MOVE WS-ACK-SUB TO WS-ACK-HIT
009830     END-IF.
009840 5110-EXIT.
009850     EXIT.
009860*
009870 5120-CHECK-OVERDUE.
009880     MOVE XR-DATE-9 TO WS-SD-DATE
009890     PERFORM 8200-SERIAL-DAY THRU 8200-EXIT
009900     IF WS-SD-SERIAL NOT < WS-ASOF-SERIAL
009910         GO TO 5120-EXIT
009920     END-IF
009930     COMPUTE WS-AGE-DAYS = WS-ASOF-SERIAL - WS-SD-SERIAL
009940     IF WS-AGE-DAYS NOT > WS-OVERDUE-DAYS
009950         GO TO 5120-EXIT
009960     END-IF
009970     ADD 1 TO WS-TOT-OVERDUE
009980     MOVE XR-DATE TO ACKR-OVD-DATE-ED
009990     MOVE XR-TIME TO ACKR-OVD-TIME-ED
010000     MOVE XR-SRC TO ACKR-OVD-SRC-ED
010010     MOVE XR-RUN-ID TO ACKR-OVD-RUNID-ED
010020     MOVE XR-COUNT TO ACKR-OVD-COUNT-ED
010030     MOVE WS-AGE-DAYS TO ACKR-OVD-AGE-ED
010040     MOVE ACKR-OVD-LINE TO ACKRPT-REC
010050     WRITE ACKRPT-REC.
010060 5120-EXIT.
010070     EXIT.
010080*
010090 5200-REWRITE-REGISTER.
010100     MOVE 'N' TO WS-XTMP-EOF-SW
010110     OPEN INPUT XMITTMP
010120     OPEN OUTPUT XMITREG
010130     PERFORM 5210-READ-XMITTMP THRU 5210-EXIT
010140     PERFORM 5220-COPY-XMIT-LINE THRU 5220-EXIT
010150         UNTIL END-OF-XMITTMP
010160     CLOSE XMITTMP
010170     CLOSE XMITREG
010180     MOVE 'XMITTMP' TO WS-DEL-NAME
010190     CALL 'CBL_DELETE_FILE' USING WS-DEL-NAME.
010200 5200-EXIT.
010210     EXIT.
010220*
010230 5210-READ-XMITTMP.
010240     READ XMITTMP
010250         AT END
010260             SET END-OF-XMITTMP TO TRUE
010270     END-READ.
010280 5210-EXIT.
010290     EXIT.
010300*
010310 5220-COPY-XMIT-LINE.
010320     MOVE XMITTMP-REC TO XMIT-REC
010330     WRITE XMIT-REC
010340     PERFORM 5210-READ-XMITTMP THRU 5210-EXIT.
010350 5220-EXIT.
010360     EXIT.
010370*
010380 8000-WRITE-TRAILER.
010390     MOVE WS-ACK-USED TO ACKR-TRL-ACKS-ED
010400     MOVE WS-TOT-MATCHED TO ACKR-TRL-MATCH-ED
010410     MOVE WS-TOT-ACCEPTED TO ACKR-TRL-ACC-ED
010420     MOVE WS-TOT-PARTIAL TO ACKR-TRL-PART-ED
010430     MOVE WS-TOT-REJECTED TO ACKR-TRL-REJ-ED
010440     MOVE WS-TOT-MISMATCH TO ACKR-TRL-MISM-ED
010450     MOVE WS-TOT-UNMATCHED TO ACKR-TRL-UNM-ED
010460     MOVE ACKR-TRAILER-LINE TO ACKRPT-REC
010470     WRITE ACKRPT-REC
010480     MOVE WS-TOT-REJ-RECS TO ACKR-TRL-RECS-ED
010490     MOVE WS-TOT-OVERDUE TO ACKR-TRL-OVD-ED
010500     MOVE WS-BAD-LINES TO ACKR-TRL-BAD-ED
010510     MOVE ACKR-TRAILER-LINE-2 TO ACKRPT-REC
010520     WRITE ACKRPT-REC.
010530 8000-EXIT.
010540     EXIT.
010550*
010560*----------------------------------------------------------------
010570* GREGORIAN SERIAL DAY NUMBER OF WS-SD-DATE INTO WS-SD-SERIAL.
010580* JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE PRIOR
010590* YEAR; EACH DIVISION IS TAKEN SEPARATELY SO THE FRACTIONS DO
010600* NOT ACCUMULATE.
010610*----------------------------------------------------------------
010620 8200-SERIAL-DAY.
010630     MOVE WS-SD-CCYY TO WS-SD-YR
010640     MOVE WS-SD-MM TO WS-SD-MO
010650     IF WS-SD-MO < 3
010660         ADD 12 TO WS-SD-MO
010670         SUBTRACT 1 FROM WS-SD-YR
010680     END-IF
010690     DIVIDE WS-SD-YR BY 4 GIVING WS-SD-T1
010700     DIVIDE WS-SD-YR BY 100 GIVING WS-SD-T2
010710     DIVIDE WS-SD-YR BY 400 GIVING WS-SD-T3
010720     COMPUTE WS-SD-T4 = 153 * (WS-SD-MO + 1)
010730     DIVIDE WS-SD-T4 BY 5 GIVING WS-SD-T4
010740     COMPUTE WS-SD-SERIAL = (365 * WS-SD-YR)
010750         + WS-SD-T1 - WS-SD-T2 + WS-SD-T3
010760         + WS-SD-T4 + WS-SD-DD.
010770 8200-EXIT.
010780     EXIT.
010790*
010800 9000-TERMINATE.
010810     CLOSE ACKRPT
010820     DISPLAY 'TEST015 - ACKNOWLEDGEMENTS: ' WS-ACK-USED
010830             ' MATCHED: ' WS-TOT-MATCHED
010840             ' OVERDUE TRANSMISSIONS: ' WS-TOT-OVERDUE
010850     IF WS-TOT-MISMATCH > ZERO OR WS-TOT-REJECTED > ZERO
010860        OR WS-TOT-PARTIAL > ZERO OR WS-TOT-UNMATCHED > ZERO
010870        OR WS-TOT-OVERDUE > ZERO OR WS-BAD-LINES > ZERO
010880         MOVE 4 TO RETURN-CODE
010890     ELSE
010900         MOVE ZERO TO RETURN-CODE
010910     END-IF.
010920 9000-EXIT.
010930     EXIT.
