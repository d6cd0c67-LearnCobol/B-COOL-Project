000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  OPSDIGST.
000030 AUTHOR.  B COOL TEAM.
000040 INSTALLATION.  B COOL DISTRIBUTION CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100*   DATE       INIT   DESCRIPTION
000110*   ---------  ----   ------------------------------------------
000120*   10/15/2026  DLH   ORIGINAL VERSION - MORNING OPERATIONS
000130*                     DIGEST.  THE LAST STEP OF THE NIGHT READS
000140*                     WHAT THE EARLIER STEPS LEFT BEHIND (THE
000150*                     'S' AUDIT SUMMARY, THE REJECTS TRAILER, THE
000160*                     SLA REPORT, THE WMS FEED AND THE RUN-
000170*                     HISTORY RECORD), PRINTS ONE PAGE WITH A
000180*                     GREEN/AMBER/RED STATUS PER STEP AND THE KEY
000190*                     COUNTS SIDE BY SIDE, AND WRITES AN ALERT
000200*                     FILE FOR THE EMAIL/PAGER GATEWAY NAMING
000210*                     EVERYTHING THAT NEEDS ACTION BEFORE THE
000220*                     07:00 RECEIVING SHIFT, SO THE ON-CALL
000230*                     ANALYST NO LONGER OPENS FIVE OUTPUTS.
000240*--------------------------------------------------------------
000250* FUNCTION: "TONIGHT" IS EVERYTHING STAMPED WITHIN THE NIGHT
000260*           WINDOW (CONTROL CARD, DEFAULT 12 HOURS) BEFORE THIS
000270*           STEP RUNS - THE STREAM RUNS WELL INSIDE IT AND THE
000280*           NIGHTS ARE A DAY APART, SO AN OUTPUT LEFT OVER FROM
000290*           AN EARLIER NIGHT IS NEVER MISTAKEN FOR TONIGHT'S.
000300*
000310*           STEP020  AUDITLOG - THE LATEST 'S' SUMMARY LINE OF
000320*                    THE NIGHT (LAYOUT IN THE AUDITREC COPYBOOK).
000330*                    GREEN = INBAL, AMBER = NOTRAIL, RED = OUTBAL
000340*                    OR NO SUMMARY AT ALL (RUN BYPASSED, REFUSED
000350*                    OR ABENDED).
000360*           STEP020  REJECTS - THE TRAILER MUST MATCH THE REJECT
000370*                    LINES ON THE FILE AND AT LEAST THE SUMMARY'S
000380*                    INVALID COUNT (A RESTART RUN'S TRAILER ALSO
000390*                    COVERS THE INTERRUPTED RUN'S REJECTS -
000400*                    AMBER).
000410*                    RED WHEN THEY DISAGREE, OR ON A REJECT SPIKE:
000420*                    THE NIGHT'S REJECT PERCENT OVER THE LIMIT, OR
000430*                    OVER THE SPIKE MULTIPLE OF THE AVERAGE OF THE
000440*                    SEVEN NIGHTS BEFORE IT ON THE RUN-HISTORY
000450*                    MASTER (THAT AVERAGE TAKEN AS NO LESS THAN
000460*                    1.0 PERCENT, SO A HANDFUL OF REJECTS AFTER A
000470*                    RUN OF CLEAN NIGHTS IS NOT A SPIKE).
000480*           STEP030  SLAREPT - THE SLA CONTROL LINE AT THE END OF
000490*                    THE LATEST GENERATION (LAYOUT IN THE SLACTLR
000500*                    COPYBOOK).  GREEN = NOTHING OVER THE SLA
000510*                    LINE, AMBER = SOME, OR NO REPORT TONIGHT,
000520*                    RED = MORE THAN THE BREACH THRESHOLD.
000530*           STEP040  WMSFILE - THE LATEST FEED GENERATION, RE-
000540*                    BALANCED HERE AGAINST ITS OWN TRAILER THE WAY
000550*                    WMSFEED DOES.  GREEN = BALANCED WITH DETAILS
000560*                    (CLEARED FOR THE TRANSFER), AMBER =
000570*                    NOTHING TO SEND, RED = NOT BUILT TONIGHT,
000580*                    EMPTY (REFUSED OR FAILED) OR OUT OF BALANCE.
000590*           STEP050  RUNHIST - GREEN = TONIGHT'S SUMMARY IS ON
000600*                    THE RUN-HISTORY MASTER, AMBER = IT IS NOT, OR
000610*                    THE MASTER WOULD NOT OPEN.
000620*
000630*           CONTROL CARD (SYSIN, OPTIONAL):
000640*             COL 1-3   REJECT-PERCENT LIMIT, WHOLE PERCENT
000650*                       (BLANK/ZERO = 005, AS RUNHIST)
000660*             COL 4-6   SPIKE MULTIPLE, PERCENT OF THE PRIOR
000670*                       SEVEN-NIGHT AVERAGE (BLANK/ZERO = 200)
000680*             COL 7-12  SLA BREACH THRESHOLD, RECORDS OVER THE
000690*                       SLA LINE (BLANK/ZERO = 000025)
000700*             COL 13-14 NIGHT WINDOW, HOURS (BLANK/ZERO = 12)
000710*             COL 15-80 UNUSED
000720*
000730*           ALERT FILE (ALERTFL, LRECL 80) FOR THE GATEWAY - ONE
000740*           'A' RECORD PER CONDITION, THEN ONE 'T' TRAILER, SO
000750*           A NIGHT WITH NOTHING TO RAISE STILL ENDS WITH A
000760*           TRAILER (NO TRAILER BY 06:30 IS THE GATEWAY'S OWN
000770*           ALARM THAT THE DIGEST NEVER RAN):
000780*             ALERT    COL 1     'A'
000790*                      COL 2-9   DIGEST RUN DATE YYYYMMDD
000800*                      COL 10-13 DIGEST RUN TIME HHMM
000810*                      COL 14-21 STEP ('STEP020' ...)
000820*                      COL 22-29 CONDITION:
000830*                                NORUN    NO CALENDAR SUMMARY
000840*                                OUTBAL   OUT OF BALANCE
000850*                                REJSPIKE REJECT SPIKE
000860*                                NOFEED   FEED NOT SENT
000870*                                SLAOVER  SLA BREACHES OVER THE
000880*                                         THRESHOLD
000890*                      COL 30-35 THE COUNT BEHIND IT
000900*                      COL 36-80 TEXT FOR THE PAGE
000910*             TRAILER  COL 1     'T'
000920*                      COL 2-13  DIGEST RUN DATE AND TIME
000930*                      COL 14-19 ALERT COUNT
000940*                      COL 20-24 OVERALL STATUS GREEN/AMBER/RED
000950*
000960*           RETURN CODES:  0 = ALL GREEN,  4 = SOMETHING AMBER,
000970*           8 = SOMETHING RED - THE ALERT FILE SAYS WHAT.
000980*--------------------------------------------------------------
000990
001000 ENVIRONMENT DIVISION.
001010 INPUT-OUTPUT SECTION.
001020 FILE-CONTROL.
001030     SELECT OPTIONAL CONTROL-FILE ASSIGN TO SYSIN
001040         ORGANIZATION IS LINE SEQUENTIAL.
001050
001060     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
001070         ORGANIZATION IS LINE SEQUENTIAL.
001080
001090     SELECT OPTIONAL REJECT-FILE ASSIGN TO REJECTS
001100         ORGANIZATION IS LINE SEQUENTIAL.
001110
001120     SELECT OPTIONAL SLA-REPORT-FILE ASSIGN TO SLAREPT
001130         ORGANIZATION IS LINE SEQUENTIAL.
001140
001150     SELECT OPTIONAL WMS-FILE ASSIGN TO WMSFILE
001160         ORGANIZATION IS LINE SEQUENTIAL.
001170
001180     SELECT RUN-HISTORY ASSIGN TO RUNHIST
001190         ORGANIZATION IS INDEXED
001200         ACCESS MODE IS DYNAMIC
001210         RECORD KEY IS RH-RUN-DATE
001220         FILE STATUS IS WS-HIST-STATUS.
001230
001240     SELECT REPORT-FILE ASSIGN TO REPORTFL
001250         ORGANIZATION IS LINE SEQUENTIAL.
001260
001270     SELECT ALERT-FILE ASSIGN TO ALERTFL
001280         ORGANIZATION IS LINE SEQUENTIAL.
001290
001300 DATA DIVISION.
001310 FILE SECTION.
001320*--------------------------------------------------------------
001330* CONTROL-FILE - ONE THRESHOLD CARD.
001340*--------------------------------------------------------------
001350 FD  CONTROL-FILE.
001360 01  CONTROL-RECORD.
001370     05  CTL-REJECT-PCT          PIC 9(03).
001380     05  CTL-REJECT-PCT-X REDEFINES CTL-REJECT-PCT
001390                                 PIC X(03).
001400     05  CTL-SPIKE-PCT           PIC 9(03).
001410     05  CTL-SPIKE-PCT-X REDEFINES CTL-SPIKE-PCT
001420                                 PIC X(03).
001430     05  CTL-SLA-LIMIT           PIC 9(06).
001440     05  CTL-SLA-LIMIT-X REDEFINES CTL-SLA-LIMIT
001450                                 PIC X(06).
001460     05  CTL-WINDOW-HOURS        PIC 9(02).
001470     05  CTL-WINDOW-HOURS-X REDEFINES CTL-WINDOW-HOURS
001480                                 PIC X(02).
001490     05  FILLER                  PIC X(66).
001500
001510*--------------------------------------------------------------
001520* AUDIT-FILE - THE AUDIT LOG CALENDAR APPENDS TO.  ONLY THE 'S'
001530* SUMMARY LINES WITH A NUMERIC RUN STAMP ARE LOOKED AT.
001540*--------------------------------------------------------------
001550 FD  AUDIT-FILE.
001560 01  AUDIT-RECORD                PIC X(150).
001570
001580*--------------------------------------------------------------
001590* REJECT-FILE - THE REJECTS CALENDAR WROTE, CLOSED OFF WITH A
001600* 'T' TRAILER CARRYING THE REJECT COUNT (CALENDAR'S LAYOUT).
001610*--------------------------------------------------------------
001620 FD  REJECT-FILE.
001630 01  REJECT-RECORD               PIC X(128).
001640 01  REJECT-TRAILER REDEFINES REJECT-RECORD.
001650     05  RJT-TRAILER-ID          PIC X(01).
001660     05  RJT-TRAILER-COUNT       PIC 9(06).
001670     05  FILLER                  PIC X(121).
001680
001690*--------------------------------------------------------------
001700* SLA-REPORT-FILE - THE LATEST SLAREPT GENERATION.  ONLY ITS
001710* SLA CONTROL LINE IS USED.
001720*--------------------------------------------------------------
001730 FD  SLA-REPORT-FILE.
001740 01  SLA-REPORT-RECORD           PIC X(132).
001750
001760*--------------------------------------------------------------
001770* WMS-FILE - THE LATEST WMS FEED GENERATION (WMSFEED'S LAYOUT:
001780* ONE HEADER, ONE DETAIL PER DUE DATE, ONE TRAILER).
001790*--------------------------------------------------------------
001800 FD  WMS-FILE.
001810 01  WMS-RECORD                  PIC X(80).
001820 01  WMS-HEADER REDEFINES WMS-RECORD.
001830     05  WMH-RECORD-TYPE         PIC X(01).
001840     05  WMH-RUN-DATE            PIC 9(08).
001850     05  WMH-RUN-TIME            PIC 9(04).
001860     05  FILLER                  PIC X(67).
001870 01  WMS-DETAIL REDEFINES WMS-RECORD.
001880     05  WMD-RECORD-TYPE         PIC X(01).
001890     05  WMD-RECEIPT-DATE        PIC 9(08).
001900     05  WMD-DUE-DATE            PIC 9(08).
001910     05  FILLER                  PIC X(63).
001920 01  WMS-TRAILER REDEFINES WMS-RECORD.
001930     05  WMT-RECORD-TYPE         PIC X(01).
001940     05  WMT-DETAIL-COUNT        PIC 9(06).
001950     05  WMT-HASH-TOTAL          PIC 9(12).
001960     05  FILLER                  PIC X(61).
001970
001980*--------------------------------------------------------------
001990* RUN-HISTORY - THE KEYED RUN-HISTORY MASTER RUNHIST KEEPS
002000* (VSAM KSDS, KEY = RUN DATE, LRECL 60).  READ ONLY.
002010*--------------------------------------------------------------
002020 FD  RUN-HISTORY.
002030 COPY RUNHISTR.
002040
002050 FD  REPORT-FILE.
002060 01  REPORT-LINE                 PIC X(132).
002070
002080*--------------------------------------------------------------
002090* ALERT-FILE - THE GATEWAY'S PICK-UP FILE (LAYOUT IN THE
002100* HEADER ABOVE).
002110*--------------------------------------------------------------
002120 FD  ALERT-FILE.
002130 01  ALERT-RECORD.
002140     05  ALR-RECORD-TYPE         PIC X(01).
002150     05  ALR-RUN-DATE            PIC 9(08).
002160     05  ALR-RUN-TIME            PIC 9(04).
002170     05  ALR-STEP-NAME           PIC X(08).
002180     05  ALR-CONDITION           PIC X(08).
002190     05  ALR-COUNT               PIC 9(06).
002200     05  ALR-TEXT                PIC X(45).
002210 01  ALERT-TRAILER REDEFINES ALERT-RECORD.
002220     05  ALT-RECORD-TYPE         PIC X(01).
002230     05  ALT-RUN-DATE            PIC 9(08).
002240     05  ALT-RUN-TIME            PIC 9(04).
002250     05  ALT-ALERT-COUNT         PIC 9(06).
002260     05  ALT-OVERALL-STATUS      PIC X(05).
002270     05  FILLER                  PIC X(56).
002280
002290 WORKING-STORAGE SECTION.
002300*--------------------------------------------------------------
002310* SWITCHES AND COUNTERS
002320*--------------------------------------------------------------
002330 77  WS-AUDIT-EOF-SW         PIC X(01) VALUE 'N'.
002340     88  WS-AUDIT-EOF                  VALUE 'Y'.
002350 77  WS-REJECT-EOF-SW        PIC X(01) VALUE 'N'.
002360     88  WS-REJECT-EOF                 VALUE 'Y'.
002370 77  WS-SLA-EOF-SW           PIC X(01) VALUE 'N'.
002380     88  WS-SLA-EOF                    VALUE 'Y'.
002390 77  WS-WMS-EOF-SW           PIC X(01) VALUE 'N'.
002400     88  WS-WMS-EOF                    VALUE 'Y'.
002410 77  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
002420     88  WS-HIST-EOF                   VALUE 'Y'.
002430 77  WS-HIST-STATUS          PIC X(02) VALUE SPACES.
002440 77  WS-HIST-OPEN-SW         PIC X(01) VALUE 'N'.
002450     88  WS-HIST-OPEN                  VALUE 'Y'.
002460 77  WS-COUNT-DISPLAY        PIC ZZZZZ9 VALUE SPACES.
002470 77  WS-COUNT-DISPLAY-2      PIC ZZZZZ9 VALUE SPACES.
002480 77  WS-COUNT-DISPLAY-3      PIC ZZZZZ9 VALUE SPACES.
002490 77  WS-PCT-DISPLAY          PIC ZZ9.9 VALUE SPACES.
002500 77  WS-PCT-DISPLAY-2        PIC ZZ9.9 VALUE SPACES.
002510 77  WS-HOURS-DISPLAY        PIC Z9 VALUE SPACES.
002520 77  WS-PRINT-WORK           PIC X(132) VALUE SPACES.
002530
002540*--------------------------------------------------------------
002550* THRESHOLDS OFF THE CONTROL CARD, WITH SHOP DEFAULTS.
002560*--------------------------------------------------------------
002570 77  WS-REJECT-PCT-LIMIT     PIC 9(03) VALUE 005.
002580 77  WS-SPIKE-PCT-LIMIT      PIC 9(03) VALUE 200.
002590 77  WS-SLA-LIMIT            PIC 9(06) VALUE 000025.
002600 77  WS-WINDOW-HOURS         PIC 9(02) VALUE 12.
002610
002620*--------------------------------------------------------------
002630* NIGHT WINDOW - RUN STAMPS AS MINUTES SINCE THE INTEGER-OF-
002640* DATE EPOCH, SO A WINDOW ACROSS MIDNIGHT NEEDS NO SPECIAL CASE.
002650* 7000-TEST-STAMP TAKES WS-STAMP-DATE/WS-STAMP-TIME AND SAYS
002660* WHETHER THEY FALL INSIDE THE WINDOW.
002670*--------------------------------------------------------------
002680 77  WS-NOW-MINUTES          PIC 9(11) VALUE ZEROS COMP.
002690 77  WS-WINDOW-MINUTES       PIC 9(05) VALUE ZEROS COMP.
002700 77  WS-STAMP-MINUTES        PIC 9(11) VALUE ZEROS COMP.
002710 77  WS-STAMP-DATE           PIC 9(08) VALUE ZEROS.
002720 77  WS-STAMP-TIME           PIC 9(04) VALUE ZEROS.
002730 77  WS-STAMP-HH             PIC 9(02) VALUE ZEROS.
002740 77  WS-STAMP-MM             PIC 9(02) VALUE ZEROS.
002750 77  WS-STAMP-SW             PIC X(01) VALUE 'N'.
002760     88  WS-STAMP-TONIGHT              VALUE 'Y'.
002770
002780*--------------------------------------------------------------
002790* AUDIT-LINE - THE FIXED AUDIT-LOG LAYOUT SHARED WITH CALENDAR.
002800*--------------------------------------------------------------
002810 COPY AUDITREC.
002820
002830*--------------------------------------------------------------
002840* TONIGHT'S CALENDAR SUMMARY - THE LATEST 'S' LINE INSIDE THE
002850* NIGHT WINDOW.
002860*--------------------------------------------------------------
002870 77  WS-SUM-FOUND-SW         PIC X(01) VALUE 'N'.
002880     88  WS-SUM-FOUND                  VALUE 'Y'.
002890 77  WS-SUM-RUN-DATE         PIC 9(08) VALUE ZEROS.
002900 77  WS-SUM-RUN-TIME         PIC 9(04) VALUE ZEROS.
002910 77  WS-SUM-OPERATOR         PIC X(08) VALUE SPACES.
002920 77  WS-SUM-STATUS           PIC X(07) VALUE SPACES.
002930 77  WS-SUM-READ             PIC 9(06) VALUE ZEROS.
002940 77  WS-SUM-VALID            PIC 9(06) VALUE ZEROS.
002950 77  WS-SUM-INVALID          PIC 9(06) VALUE ZEROS.
002960 77  WS-SUM-EXPECTED         PIC 9(06) VALUE ZEROS.
002970 77  WS-SUM-MSTRHIT          PIC 9(06) VALUE ZEROS.
002980
002990*--------------------------------------------------------------
003000* REJECTS FILE COUNTS
003010*--------------------------------------------------------------
003020 77  WS-REJ-LINES            PIC 9(06) VALUE ZEROS COMP.
003030 77  WS-REJ-TRAILER-SW       PIC X(01) VALUE 'N'.
003040     88  WS-REJ-TRAILER-FOUND          VALUE 'Y'.
003050 77  WS-REJ-TRAILER-COUNT    PIC 9(06) VALUE ZEROS.
003060 77  WS-REJ-CARRIED          PIC 9(06) VALUE ZEROS.
003070 77  WS-REJ-TOTAL            PIC 9(06) VALUE ZEROS.
003080
003090*--------------------------------------------------------------
003100* RUN-HISTORY - WHETHER TONIGHT WAS CAPTURED, AND THE SEVEN
003110* NIGHTS BEFORE IT (IN ASCENDING DATE ORDER, SHIFTED AS THE
003120* SEQUENTIAL PASS RUNS) FOR THE SPIKE BASELINE.
003130*--------------------------------------------------------------
003140 77  WS-HIST-CAPTURED-SW     PIC X(01) VALUE 'N'.
003150     88  WS-HIST-CAPTURED              VALUE 'Y'.
003160 77  WS-HIST-FOUND-TIME      PIC 9(04) VALUE ZEROS.
003170 77  WS-HIST-FOUND-SW        PIC X(01) VALUE 'N'.
003180     88  WS-HIST-DATE-FOUND            VALUE 'Y'.
003190 77  WS-PRIOR-COUNT          PIC 9(02) VALUE ZEROS COMP.
003200 77  WS-PRIOR-SUB            PIC 9(02) VALUE ZEROS COMP.
003210 01  WS-PRIOR-TABLE.
003220     05  WS-PRIOR-ENTRY OCCURS 7 TIMES.
003230         10  WS-PRIOR-READ       PIC 9(06).
003240         10  WS-PRIOR-VALID      PIC 9(06).
003250         10  WS-PRIOR-REJECT     PIC 9(06).
003260         10  WS-PRIOR-HITS       PIC 9(06).
003270 77  WS-PRIOR-TOT-READ       PIC 9(08) VALUE ZEROS.
003280 77  WS-PRIOR-TOT-VALID      PIC 9(08) VALUE ZEROS.
003290 77  WS-PRIOR-TOT-REJECT     PIC 9(08) VALUE ZEROS.
003300 77  WS-PRIOR-TOT-HITS       PIC 9(08) VALUE ZEROS.
003310 77  WS-PRIOR-AVG-READ       PIC 9(06) VALUE ZEROS.
003320 77  WS-PRIOR-AVG-VALID      PIC 9(06) VALUE ZEROS.
003330 77  WS-PRIOR-AVG-REJECT     PIC 9(06) VALUE ZEROS.
003340 77  WS-PRIOR-AVG-HITS       PIC 9(06) VALUE ZEROS.
003350
003360*--------------------------------------------------------------
003370* REJECT-SPIKE ARITHMETIC
003380*--------------------------------------------------------------
003390 77  WS-TONIGHT-PCT          PIC 9(03)V9 VALUE ZEROS.
003400 77  WS-PRIOR-PCT            PIC 9(03)V9 VALUE ZEROS.
003410 77  WS-BASE-PCT             PIC 9(03)V9 VALUE ZEROS.
003420 77  WS-SPIKE-LINE           PIC 9(05)V9 VALUE ZEROS.
003430 77  WS-SPIKE-SW             PIC X(01) VALUE 'N'.
003440     88  WS-REJECT-SPIKE               VALUE 'Y'.
003450
003460*--------------------------------------------------------------
003470* SLA REPORT - THE LAST SLA CONTROL LINE ON THE GENERATION.
003480* SLC-LINE-ID HOLDS ITS LITERAL UNTIL A LINE IS FOUND, AND ONLY
003490* A LINE CARRYING THE SAME LITERAL IS EVER MOVED OVER IT.
003500*--------------------------------------------------------------
003510 COPY SLACTLR.
003520 77  WS-SLA-FOUND-SW         PIC X(01) VALUE 'N'.
003530     88  WS-SLA-FOUND                  VALUE 'Y'.
003540 77  WS-SLA-OVER             PIC 9(06) VALUE ZEROS.
003550
003560*--------------------------------------------------------------
003570* WMS FEED REBALANCE - THE SAME COUNT AND HASH RULE WMSFEED
003580* USES ON ITS OWN FEED.
003590*--------------------------------------------------------------
003600 77  WS-WMS-RECORDS          PIC 9(06) VALUE ZEROS COMP.
003610 77  WS-WMS-HEADER-SW        PIC X(01) VALUE 'N'.
003620     88  WS-WMS-HEADER-FOUND           VALUE 'Y'.
003630 77  WS-WMS-RUN-DATE         PIC 9(08) VALUE ZEROS.
003640 77  WS-WMS-RUN-TIME         PIC 9(04) VALUE ZEROS.
003650 77  WS-WMS-DETAILS          PIC 9(06) VALUE ZEROS.
003660 77  WS-WMS-HASH             PIC 9(12) VALUE ZEROS.
003670 77  WS-WMS-TRAILER-SW       PIC X(01) VALUE 'N'.
003680     88  WS-WMS-TRAILER-FOUND          VALUE 'Y'.
003690 77  WS-WMS-TRAILER-COUNT    PIC 9(06) VALUE ZEROS.
003700 77  WS-WMS-TRAILER-HASH     PIC 9(12) VALUE ZEROS.
003710 77  WS-WMS-SENT             PIC 9(06) VALUE ZEROS.
003720
003730*--------------------------------------------------------------
003740* STATUS BY STEP - ONE ROW PER OUTPUT READ.  THE WORST STATUS
003750* ACROSS THE ROWS IS THE NIGHT'S OVERALL STATUS.
003760*--------------------------------------------------------------
003770 77  WS-ROW-AUDIT            PIC 9(01) VALUE 1 COMP.
003780 77  WS-ROW-REJECTS          PIC 9(01) VALUE 2 COMP.
003790 77  WS-ROW-SLA              PIC 9(01) VALUE 3 COMP.
003800 77  WS-ROW-WMS              PIC 9(01) VALUE 4 COMP.
003810 77  WS-ROW-HIST             PIC 9(01) VALUE 5 COMP.
003820 77  WS-ROW-SUB              PIC 9(01) VALUE ZEROS COMP.
003830 01  WS-STEP-TABLE.
003840     05  WS-STEP-ENTRY OCCURS 5 TIMES.
003850         10  STP-STEP-NAME       PIC X(07).
003860         10  STP-OUTPUT          PIC X(08).
003870         10  STP-STATUS          PIC X(05).
003880             88  STP-GREEN               VALUE 'GREEN'.
003890             88  STP-AMBER               VALUE 'AMBER'.
003900             88  STP-RED                 VALUE 'RED'.
003910         10  STP-DETAIL          PIC X(80).
003920 77  WS-OVERALL-STATUS       PIC X(05) VALUE 'GREEN'.
003930     88  WS-OVERALL-GREEN              VALUE 'GREEN'.
003940     88  WS-OVERALL-AMBER              VALUE 'AMBER'.
003950     88  WS-OVERALL-RED                VALUE 'RED'.
003960 77  WS-DETAIL-WORK          PIC X(80) VALUE SPACES.
003970
003980*--------------------------------------------------------------
003990* ALERTS - WRITTEN TO THE ALERT FILE AS THEY ARE RAISED AND
004000* KEPT FOR THE DIGEST'S ALERT LIST.  7200-RAISE-ALERT TAKES
004010* THE WS-ALERT-... FIELDS.
004020*--------------------------------------------------------------
004030 77  WS-ALERT-COUNT          PIC 9(02) VALUE ZEROS COMP.
004040 77  WS-ALERT-MAX            PIC 9(02) VALUE 10 COMP.
004050 77  WS-ALERT-SUB            PIC 9(02) VALUE ZEROS COMP.
004060 77  WS-ALERT-STEP           PIC X(08) VALUE SPACES.
004070 77  WS-ALERT-CONDITION      PIC X(08) VALUE SPACES.
004080 77  WS-ALERT-NUMBER         PIC 9(06) VALUE ZEROS.
004090 77  WS-ALERT-TEXT           PIC X(45) VALUE SPACES.
004100 01  WS-ALERT-TABLE.
004110     05  WS-ALERT-ENTRY OCCURS 10 TIMES.
004120         10  WS-ALT-STEP         PIC X(08).
004130         10  WS-ALT-CONDITION    PIC X(08).
004140         10  WS-ALT-TEXT         PIC X(45).
004150
004160*--------------------------------------------------------------
004170* DIGEST LINES
004180*--------------------------------------------------------------
004190 01  WS-STEP-LINE.
004200     05  FILLER              PIC X(01) VALUE SPACE.
004210     05  STL-STEP-NAME       PIC X(07).
004220     05  FILLER              PIC X(02) VALUE SPACES.
004230     05  STL-OUTPUT          PIC X(08).
004240     05  FILLER              PIC X(02) VALUE SPACES.
004250     05  STL-STATUS          PIC X(05).
004260     05  FILLER              PIC X(02) VALUE SPACES.
004270     05  STL-DETAIL          PIC X(80).
004280     05  FILLER              PIC X(25) VALUE SPACES.
004290
004300 01  WS-COUNT-LINE.
004310     05  FILLER              PIC X(01) VALUE SPACE.
004320     05  CNL-LABEL           PIC X(11).
004330     05  FILLER              PIC X(03) VALUE SPACES.
004340     05  CNL-READ            PIC ZZZZZ9.
004350     05  CNL-READ-X REDEFINES CNL-READ
004360                             PIC X(06).
004370     05  FILLER              PIC X(03) VALUE SPACES.
004380     05  CNL-VALID           PIC ZZZZZ9.
004390     05  CNL-VALID-X REDEFINES CNL-VALID
004400                             PIC X(06).
004410     05  FILLER              PIC X(03) VALUE SPACES.
004420     05  CNL-REJECT          PIC ZZZZZ9.
004430     05  CNL-REJECT-X REDEFINES CNL-REJECT
004440                             PIC X(06).
004450     05  FILLER              PIC X(03) VALUE SPACES.
004460     05  CNL-TRAILER         PIC ZZZZZ9.
004470     05  CNL-TRAILER-X REDEFINES CNL-TRAILER
004480                             PIC X(06).
004490     05  FILLER              PIC X(03) VALUE SPACES.
004500     05  CNL-REJ-PCT         PIC ZZ9.9.
004510     05  CNL-REJ-PCT-X REDEFINES CNL-REJ-PCT
004520                             PIC X(05).
004530     05  CNL-PCT-SIGN        PIC X(01).
004540     05  FILLER              PIC X(04) VALUE SPACES.
004550     05  CNL-HITS            PIC ZZZZZ9.
004560     05  CNL-HITS-X REDEFINES CNL-HITS
004570                             PIC X(06).
004580     05  FILLER              PIC X(03) VALUE SPACES.
004590     05  CNL-SLA-OVER        PIC ZZZZZ9.
004600     05  CNL-SLA-OVER-X REDEFINES CNL-SLA-OVER
004610                             PIC X(06).
004620     05  FILLER              PIC X(04) VALUE SPACES.
004630     05  CNL-FEED            PIC ZZZZZ9.
004640     05  CNL-FEED-X REDEFINES CNL-FEED
004650                             PIC X(06).
004660     05  FILLER              PIC X(46) VALUE SPACES.
004670
004680 01  WS-ALERT-LINE.
004690     05  FILLER              PIC X(01) VALUE SPACE.
004700     05  ALL-STEP-NAME       PIC X(08).
004710     05  FILLER              PIC X(02) VALUE SPACES.
004720     05  ALL-CONDITION       PIC X(08).
004730     05  FILLER              PIC X(02) VALUE SPACES.
004740     05  ALL-TEXT            PIC X(45).
004750     05  FILLER              PIC X(66) VALUE SPACES.
004760
004770*--------------------------------------------------------------
004780* REPORT-FILE PAGE-CONTROL WORKING STORAGE
004790*--------------------------------------------------------------
004800 77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS COMP.
004810 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS COMP.
004820 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 055 COMP.
004830 77  WS-PAGE-DISPLAY         PIC ZZ9    VALUE SPACES.
004840
004850*    YYYYMMDD
004860 01 CurrentDate.
004870    02  CurrentYear     PIC 9(4).
004880    02  CurrentMonth    PIC 99.
004890    02  CurrentDay      PIC 99.
004900 01 CurrentDateNum REDEFINES CurrentDate
004910                        PIC 9(8).
004920
004930*    HHMMSSss   s = S/100
004940 01 CurrentTime.
004950    02  CurrentHour     PIC 99.
004960    02  CurrentMinute   PIC 99.
004970    02  FILLER          PIC 9(4).
004980 77  WS-RUN-HHMM             PIC 9(04) VALUE ZEROS.
004990
005000*    A RUN STAMP EDITED MM/DD/YYYY HH:MM FOR THE DIGEST TEXT.
005010 01  WS-STAMP-EDIT.
005020     05  WSE-MONTH           PIC 9(02).
005030     05  FILLER              PIC X(01) VALUE '/'.
005040     05  WSE-DAY             PIC 9(02).
005050     05  FILLER              PIC X(01) VALUE '/'.
005060     05  WSE-YEAR            PIC 9(04).
005070     05  FILLER              PIC X(01) VALUE SPACE.
005080     05  WSE-HOUR            PIC 9(02).
005090     05  FILLER              PIC X(01) VALUE ':'.
005100     05  WSE-MINUTE          PIC 9(02).
005110
005120 PROCEDURE DIVISION.
005130*--------------------------------------------------------------
005140* 0000-MAINLINE - GATHER EVERY STEP'S OUTPUT, JUDGE EACH ONE,
005150* THEN PRINT THE DIGEST AND CLOSE THE ALERT FILE OFF.
005160*--------------------------------------------------------------
005170 0000-MAINLINE.
005180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005190     PERFORM 2000-READ-AUDIT-SUMMARY THRU 2000-EXIT.
005200     PERFORM 2100-JUDGE-SUMMARY THRU 2100-EXIT.
005210     PERFORM 2500-READ-REJECTS THRU 2500-EXIT.
005220     PERFORM 3000-READ-RUN-HISTORY THRU 3000-EXIT.
005230     PERFORM 3500-JUDGE-REJECTS THRU 3500-EXIT.
005240     PERFORM 4000-READ-SLA-REPORT THRU 4000-EXIT.
005250     PERFORM 4500-READ-WMS-FEED THRU 4500-EXIT.
005260     PERFORM 5000-PRINT-DIGEST THRU 5000-EXIT.
005270     PERFORM 8000-WRITE-ALERT-TRAILER THRU 8000-EXIT.
005280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
005290     EVALUATE TRUE
005300         WHEN WS-OVERALL-RED
005310             MOVE 8 TO RETURN-CODE
005320         WHEN WS-OVERALL-AMBER
005330             MOVE 4 TO RETURN-CODE
005340         WHEN OTHER
005350             MOVE 0 TO RETURN-CODE
005360     END-EVALUATE.
005370     STOP RUN.
005380 0000-EXIT.
005390     EXIT.
005400
005410*--------------------------------------------------------------
005420* 1000-INITIALIZE - THRESHOLD CARD, NIGHT WINDOW, STEP TABLE,
005430* REPORT AND ALERT FILE OPENS.
005440*--------------------------------------------------------------
005450 1000-INITIALIZE.
005460     ACCEPT CurrentDate FROM DATE YYYYMMDD.
005470     ACCEPT CurrentTime FROM TIME.
005480     COMPUTE WS-RUN-HHMM = CurrentHour * 100 + CurrentMinute.
005490     MOVE ZEROS TO CTL-REJECT-PCT CTL-SPIKE-PCT.
005500     MOVE ZEROS TO CTL-SLA-LIMIT CTL-WINDOW-HOURS.
005510     OPEN INPUT CONTROL-FILE.
005520     READ CONTROL-FILE
005530         AT END
005540             CONTINUE
005550     END-READ.
005560     CLOSE CONTROL-FILE.
005570     IF CTL-REJECT-PCT-X IS NUMERIC AND CTL-REJECT-PCT > ZEROS
005580         MOVE CTL-REJECT-PCT TO WS-REJECT-PCT-LIMIT
005590     END-IF.
005600     IF CTL-SPIKE-PCT-X IS NUMERIC AND CTL-SPIKE-PCT > ZEROS
005610         MOVE CTL-SPIKE-PCT TO WS-SPIKE-PCT-LIMIT
005620     END-IF.
005630     IF CTL-SLA-LIMIT-X IS NUMERIC AND CTL-SLA-LIMIT > ZEROS
005640         MOVE CTL-SLA-LIMIT TO WS-SLA-LIMIT
005650     END-IF.
005660     IF CTL-WINDOW-HOURS-X IS NUMERIC
005670             AND CTL-WINDOW-HOURS > ZEROS
005680         MOVE CTL-WINDOW-HOURS TO WS-WINDOW-HOURS
005690     END-IF.
005700     COMPUTE WS-NOW-MINUTES =
005710         FUNCTION INTEGER-OF-DATE(CurrentDateNum) * 1440
005720         + CurrentHour * 60 + CurrentMinute.
005730     COMPUTE WS-WINDOW-MINUTES = WS-WINDOW-HOURS * 60.
005740     MOVE SPACES TO WS-STEP-TABLE.
005750     MOVE 'STEP020'  TO STP-STEP-NAME(WS-ROW-AUDIT).
005760     MOVE 'AUDITLOG' TO STP-OUTPUT(WS-ROW-AUDIT).
005770     MOVE 'STEP020'  TO STP-STEP-NAME(WS-ROW-REJECTS).
005780     MOVE 'REJECTS'  TO STP-OUTPUT(WS-ROW-REJECTS).
005790     MOVE 'STEP030'  TO STP-STEP-NAME(WS-ROW-SLA).
005800     MOVE 'SLAREPT'  TO STP-OUTPUT(WS-ROW-SLA).
005810     MOVE 'STEP040'  TO STP-STEP-NAME(WS-ROW-WMS).
005820     MOVE 'WMSFILE'  TO STP-OUTPUT(WS-ROW-WMS).
005830     MOVE 'STEP050'  TO STP-STEP-NAME(WS-ROW-HIST).
005840     MOVE 'RUNHIST'  TO STP-OUTPUT(WS-ROW-HIST).
005850     MOVE SPACES TO WS-ALERT-TABLE.
005860     OPEN OUTPUT REPORT-FILE.
005870     OPEN OUTPUT ALERT-FILE.
005880     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
005890 1000-EXIT.
005900     EXIT.
005910
005920*--------------------------------------------------------------
005930* 2000-READ-AUDIT-SUMMARY - ONE PASS OVER THE AUDIT LOG KEEPING
005940* THE LAST 'S' SUMMARY LINE STAMPED INSIDE THE NIGHT WINDOW.  A
005950* RERUN THE SAME NIGHT WRITES A LATER SUMMARY, AND THE LATEST
005960* STANDS, THE SAME RULE RUNHIST USES.
005970*--------------------------------------------------------------
005980 2000-READ-AUDIT-SUMMARY.
005990     OPEN INPUT AUDIT-FILE.
006000     PERFORM 2010-READ-AUDIT THRU 2010-EXIT.
006010     PERFORM 2020-TEST-ONE-LINE THRU 2020-EXIT
006020         UNTIL WS-AUDIT-EOF.
006030     CLOSE AUDIT-FILE.
006040 2000-EXIT.
006050     EXIT.
006060
006070 2010-READ-AUDIT.
006080     READ AUDIT-FILE
006090         AT END
006100             SET WS-AUDIT-EOF TO TRUE
006110     END-READ.
006120 2010-EXIT.
006130     EXIT.
006140
006150 2020-TEST-ONE-LINE.
006160     MOVE AUDIT-RECORD TO AUDIT-LINE.
006170     IF AUD-TYPE-SUMMARY AND AUD-RUN-DATE-X IS NUMERIC
006180             AND AUD-RUN-TIME IS NUMERIC
006190         MOVE AUD-RUN-DATE TO WS-STAMP-DATE
006200         MOVE AUD-RUN-TIME TO WS-STAMP-TIME
006210         PERFORM 7000-TEST-STAMP THRU 7000-EXIT
006220         IF WS-STAMP-TONIGHT
006230             PERFORM 2030-KEEP-SUMMARY THRU 2030-EXIT
006240         END-IF
006250     END-IF.
006260     PERFORM 2010-READ-AUDIT THRU 2010-EXIT.
006270 2020-EXIT.
006280     EXIT.
006290
006300 2030-KEEP-SUMMARY.
006310     SET WS-SUM-FOUND TO TRUE.
006320     MOVE AUD-RUN-DATE    TO WS-SUM-RUN-DATE.
006330     MOVE AUD-RUN-TIME    TO WS-SUM-RUN-TIME.
006340     MOVE AUD-OPERATOR-ID TO WS-SUM-OPERATOR.
006350     MOVE AUD-STATUS      TO WS-SUM-STATUS.
006360     MOVE ZEROS TO WS-SUM-READ WS-SUM-VALID WS-SUM-INVALID.
006370     MOVE ZEROS TO WS-SUM-EXPECTED WS-SUM-MSTRHIT.
006380     IF AUD-SUM-READ IS NUMERIC
006390         MOVE AUD-SUM-READ TO WS-SUM-READ
006400     END-IF.
006410     IF AUD-SUM-VALID IS NUMERIC
006420         MOVE AUD-SUM-VALID TO WS-SUM-VALID
006430     END-IF.
006440     IF AUD-SUM-INVALID IS NUMERIC
006450         MOVE AUD-SUM-INVALID TO WS-SUM-INVALID
006460     END-IF.
006470     IF AUD-SUM-EXPECTED IS NUMERIC
006480         MOVE AUD-SUM-EXPECTED TO WS-SUM-EXPECTED
006490     END-IF.
006500     IF AUD-SUM-MSTRHIT IS NUMERIC
006510         MOVE AUD-SUM-MSTRHIT TO WS-SUM-MSTRHIT
006520     END-IF.
006530 2030-EXIT.
006540     EXIT.
006550
006560*--------------------------------------------------------------
006570* 2100-JUDGE-SUMMARY - STEP020'S BALANCE RESULT.  NO SUMMARY IN
006580* THE WINDOW MEANS CALENDAR NEVER FINISHED A BATCH PASS TONIGHT.
006590*--------------------------------------------------------------
006600 2100-JUDGE-SUMMARY.
006610     MOVE WS-ROW-AUDIT TO WS-ROW-SUB.
006620     MOVE WS-WINDOW-HOURS TO WS-HOURS-DISPLAY.
006630     IF NOT WS-SUM-FOUND
006640         MOVE 'RED' TO STP-STATUS(WS-ROW-SUB)
006650         MOVE SPACES TO WS-DETAIL-WORK
006660         STRING 'NO CALENDAR SUMMARY IN THE LAST '
006670             DELIMITED BY SIZE
006680             WS-HOURS-DISPLAY DELIMITED BY SIZE
006690             ' HOURS - BYPASSED, REFUSED OR ABENDED'
006700             DELIMITED BY SIZE
006710             INTO WS-DETAIL-WORK
006720         MOVE WS-DETAIL-WORK TO STP-DETAIL(WS-ROW-SUB)
006730         MOVE 'STEP020' TO WS-ALERT-STEP
006740         MOVE 'NORUN' TO WS-ALERT-CONDITION
006750         MOVE ZEROS TO WS-ALERT-NUMBER
006760         MOVE 'NO CALENDAR RUN TONIGHT - NO DUE DATES'
006770             TO WS-ALERT-TEXT
006780         PERFORM 7200-RAISE-ALERT THRU 7200-EXIT
006790         GO TO 2100-EXIT
006800     END-IF.
006810     MOVE WS-SUM-READ TO WS-COUNT-DISPLAY.
006820     MOVE WS-SUM-EXPECTED TO WS-COUNT-DISPLAY-2.
006830     MOVE SPACES TO WS-DETAIL-WORK.
006840     EVALUATE WS-SUM-STATUS
006850         WHEN 'INBAL'
006860             MOVE 'GREEN' TO STP-STATUS(WS-ROW-SUB)
006870             STRING 'IN BALANCE - ' DELIMITED BY SIZE
006880                 WS-COUNT-DISPLAY DELIMITED BY SIZE
006890                 ' READ, TRAILER ' DELIMITED BY SIZE
006900                 WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
006910                 INTO WS-DETAIL-WORK
006920         WHEN 'NOTRAIL'
006930             MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
006940             STRING 'NO DATEIN TRAILER - ' DELIMITED BY SIZE
006950                 WS-COUNT-DISPLAY DELIMITED BY SIZE
006960                 ' READ, NOT RECONCILED' DELIMITED BY SIZE
006970                 INTO WS-DETAIL-WORK
006980         WHEN 'OUTBAL'
006990             MOVE 'RED' TO STP-STATUS(WS-ROW-SUB)
007000             STRING 'OUT OF BALANCE - ' DELIMITED BY SIZE
007010                 WS-COUNT-DISPLAY DELIMITED BY SIZE
007020                 ' READ, TRAILER ' DELIMITED BY SIZE
007030                 WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
007040                 INTO WS-DETAIL-WORK
007050             MOVE 'STEP020' TO WS-ALERT-STEP
007060             MOVE 'OUTBAL' TO WS-ALERT-CONDITION
007070             MOVE WS-SUM-READ TO WS-ALERT-NUMBER
007080             MOVE 'DATEIN OUT OF BALANCE WITH ITS TRAILER'
007090                 TO WS-ALERT-TEXT
007100             PERFORM 7200-RAISE-ALERT THRU 7200-EXIT
007110         WHEN OTHER
007120             MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
007130             STRING 'BALANCE RESULT ' DELIMITED BY SIZE
007140                 WS-SUM-STATUS DELIMITED BY SIZE
007150                 ' NOT RECOGNIZED' DELIMITED BY SIZE
007160                 INTO WS-DETAIL-WORK
007170     END-EVALUATE.
007180     MOVE WS-DETAIL-WORK TO STP-DETAIL(WS-ROW-SUB).
007190 2100-EXIT.
007200     EXIT.
007210
007220*--------------------------------------------------------------
007230* 2500-READ-REJECTS - COUNTS THE REJECT LINES AND PICKS UP THE
007240* TRAILER.  A 'T' IN COLUMN 1 IS THE TRAILER ONLY WHEN ITS
007250* COUNT IS NUMERIC, THE SAME TEST CALENDAR MAKES.
007260*--------------------------------------------------------------
007270 2500-READ-REJECTS.
007280     OPEN INPUT REJECT-FILE.
007290     PERFORM 2510-READ-REJECT THRU 2510-EXIT.
007300     PERFORM 2520-COUNT-ONE-REJECT THRU 2520-EXIT
007310         UNTIL WS-REJECT-EOF.
007320     CLOSE REJECT-FILE.
007330 2500-EXIT.
007340     EXIT.
007350
007360 2510-READ-REJECT.
007370     READ REJECT-FILE
007380         AT END
007390             SET WS-REJECT-EOF TO TRUE
007400     END-READ.
007410 2510-EXIT.
007420     EXIT.
007430
007440 2520-COUNT-ONE-REJECT.
007450     IF RJT-TRAILER-ID = 'T' AND RJT-TRAILER-COUNT IS NUMERIC
007460         SET WS-REJ-TRAILER-FOUND TO TRUE
007470         MOVE RJT-TRAILER-COUNT TO WS-REJ-TRAILER-COUNT
007480     ELSE
007490         ADD 1 TO WS-REJ-LINES
007500     END-IF.
007510     PERFORM 2510-READ-REJECT THRU 2510-EXIT.
007520 2520-EXIT.
007530     EXIT.
007540
007550*--------------------------------------------------------------
007560* 3000-READ-RUN-HISTORY - SEQUENTIAL PASS OVER THE MASTER IN
007570* KEY ORDER.  TONIGHT'S RUN DATE SAYS WHETHER STEP050 CAPTURED
007580* THE NIGHT; THE SEVEN DATES BEFORE IT ARE THE SPIKE BASELINE.
007590*--------------------------------------------------------------
007600 3000-READ-RUN-HISTORY.
007610     MOVE WS-ROW-HIST TO WS-ROW-SUB.
007620     OPEN INPUT RUN-HISTORY.
007630     IF WS-HIST-STATUS = '00' OR '05'
007640         SET WS-HIST-OPEN TO TRUE
007650     ELSE
007660         MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
007670         MOVE SPACES TO WS-DETAIL-WORK
007680         STRING 'RUN-HISTORY MASTER WOULD NOT OPEN, STATUS '
007690             DELIMITED BY SIZE
007700             WS-HIST-STATUS DELIMITED BY SIZE
007710             ' - NO SPIKE BASELINE' DELIMITED BY SIZE
007720             INTO WS-DETAIL-WORK
007730         MOVE WS-DETAIL-WORK TO STP-DETAIL(WS-ROW-SUB)
007740         GO TO 3000-EXIT
007750     END-IF.
007760     MOVE ZEROS TO WS-PRIOR-TABLE.
007770     MOVE ZEROS TO RH-RUN-DATE.
007780     START RUN-HISTORY KEY NOT < RH-RUN-DATE
007790         INVALID KEY
007800             SET WS-HIST-EOF TO TRUE
007810     END-START.
007820     IF NOT WS-HIST-EOF
007830         PERFORM 3010-READ-NEXT-HISTORY THRU 3010-EXIT
007840         PERFORM 3020-TAKE-ONE-NIGHT THRU 3020-EXIT
007850             UNTIL WS-HIST-EOF
007860     END-IF.
007870     CLOSE RUN-HISTORY.
007880     PERFORM 3100-AVERAGE-PRIOR-NIGHTS THRU 3100-EXIT.
007890     PERFORM 3200-JUDGE-HISTORY THRU 3200-EXIT.
007900 3000-EXIT.
007910     EXIT.
007920
007930 3010-READ-NEXT-HISTORY.
007940     READ RUN-HISTORY NEXT RECORD
007950         AT END
007960             SET WS-HIST-EOF TO TRUE
007970     END-READ.
007980     IF NOT WS-HIST-EOF AND WS-HIST-STATUS NOT = '00'
007990         SET WS-HIST-EOF TO TRUE
008000     END-IF.
008010 3010-EXIT.
008020     EXIT.
008030
008040*--------------------------------------------------------------
008050* 3020-TAKE-ONE-NIGHT - TONIGHT'S DATE IS NOTED, NOT AVERAGED.
008060* WITHOUT A SUMMARY TONIGHT EVERY NIGHT ON FILE IS "PRIOR".
008070* ANYTHING DATED AFTER TONIGHT CANNOT BE A BASELINE AND ENDS
008080* THE PASS.
008090*--------------------------------------------------------------
008100 3020-TAKE-ONE-NIGHT.
008110     IF WS-SUM-FOUND AND RH-RUN-DATE NOT < WS-SUM-RUN-DATE
008120         IF RH-RUN-DATE = WS-SUM-RUN-DATE
008130             SET WS-HIST-DATE-FOUND TO TRUE
008140             MOVE RH-RUN-TIME TO WS-HIST-FOUND-TIME
008150             IF RH-RUN-TIME = WS-SUM-RUN-TIME
008160                 SET WS-HIST-CAPTURED TO TRUE
008170             END-IF
008180         END-IF
008190         SET WS-HIST-EOF TO TRUE
008200         GO TO 3020-EXIT
008210     END-IF.
008220     IF WS-PRIOR-COUNT = 7
008230         MOVE 1 TO WS-PRIOR-SUB
008240         PERFORM 3030-SHIFT-ONE-SLOT THRU 3030-EXIT
008250             UNTIL WS-PRIOR-SUB > 6
008260         MOVE 6 TO WS-PRIOR-COUNT
008270     END-IF.
008280     ADD 1 TO WS-PRIOR-COUNT.
008290     MOVE RH-READ-COUNT   TO WS-PRIOR-READ(WS-PRIOR-COUNT).
008300     MOVE RH-VALID-COUNT  TO WS-PRIOR-VALID(WS-PRIOR-COUNT).
008310     MOVE RH-REJECT-COUNT TO WS-PRIOR-REJECT(WS-PRIOR-COUNT).
008320     MOVE RH-MASTER-HITS  TO WS-PRIOR-HITS(WS-PRIOR-COUNT).
008330     PERFORM 3010-READ-NEXT-HISTORY THRU 3010-EXIT.
008340 3020-EXIT.
008350     EXIT.
008360
008370 3030-SHIFT-ONE-SLOT.
008380     MOVE WS-PRIOR-ENTRY(WS-PRIOR-SUB + 1)
008390         TO WS-PRIOR-ENTRY(WS-PRIOR-SUB).
008400     ADD 1 TO WS-PRIOR-SUB.
008410 3030-EXIT.
008420     EXIT.
008430
008440*--------------------------------------------------------------
008450* 3100-AVERAGE-PRIOR-NIGHTS - PER-NIGHT AVERAGES FOR THE DIGEST
008460* AND THE PRIOR REJECT PERCENT (TOTAL REJECTS OVER TOTAL READ,
008470* SO A LIGHT NIGHT DOES NOT SWING IT).
008480*--------------------------------------------------------------
008490 3100-AVERAGE-PRIOR-NIGHTS.
008500     IF WS-PRIOR-COUNT = ZEROS
008510         GO TO 3100-EXIT
008520     END-IF.
008530     MOVE 1 TO WS-PRIOR-SUB.
008540     PERFORM 3110-SUM-ONE-NIGHT THRU 3110-EXIT
008550         UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT.
008560     COMPUTE WS-PRIOR-AVG-READ ROUNDED =
008570         WS-PRIOR-TOT-READ / WS-PRIOR-COUNT.
008580     COMPUTE WS-PRIOR-AVG-VALID ROUNDED =
008590         WS-PRIOR-TOT-VALID / WS-PRIOR-COUNT.
008600     COMPUTE WS-PRIOR-AVG-REJECT ROUNDED =
008610         WS-PRIOR-TOT-REJECT / WS-PRIOR-COUNT.
008620     COMPUTE WS-PRIOR-AVG-HITS ROUNDED =
008630         WS-PRIOR-TOT-HITS / WS-PRIOR-COUNT.
008640     IF WS-PRIOR-TOT-READ > ZEROS
008650         COMPUTE WS-PRIOR-PCT ROUNDED =
008660             WS-PRIOR-TOT-REJECT * 100 / WS-PRIOR-TOT-READ
008670     END-IF.
008680 3100-EXIT.
008690     EXIT.
008700
008710 3110-SUM-ONE-NIGHT.
008720     ADD WS-PRIOR-READ(WS-PRIOR-SUB)   TO WS-PRIOR-TOT-READ.
008730     ADD WS-PRIOR-VALID(WS-PRIOR-SUB)  TO WS-PRIOR-TOT-VALID.
008740     ADD WS-PRIOR-REJECT(WS-PRIOR-SUB) TO WS-PRIOR-TOT-REJECT.
008750     ADD WS-PRIOR-HITS(WS-PRIOR-SUB)   TO WS-PRIOR-TOT-HITS.
008760     ADD 1 TO WS-PRIOR-SUB.
008770 3110-EXIT.
008780     EXIT.
008790
008800*--------------------------------------------------------------
008810* 3200-JUDGE-HISTORY - STEP050'S ROW.
008820*--------------------------------------------------------------
008830 3200-JUDGE-HISTORY.
008840     MOVE SPACES TO WS-DETAIL-WORK.
008850     MOVE WS-PRIOR-COUNT TO WS-COUNT-DISPLAY.
008860     EVALUATE TRUE
008870         WHEN NOT WS-SUM-FOUND
008880             MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
008890             STRING 'NO SUMMARY TONIGHT TO CAPTURE - '
008900                 DELIMITED BY SIZE
008910                 WS-COUNT-DISPLAY DELIMITED BY SIZE
008920                 ' NIGHTS IN THE BASELINE' DELIMITED BY SIZE
008930                 INTO WS-DETAIL-WORK
008940         WHEN WS-HIST-CAPTURED
008950             MOVE 'GREEN' TO STP-STATUS(WS-ROW-SUB)
008960             STRING 'TONIGHT CAPTURED - ' DELIMITED BY SIZE
008970                 WS-COUNT-DISPLAY DELIMITED BY SIZE
008980                 ' NIGHTS IN THE BASELINE' DELIMITED BY SIZE
008990                 INTO WS-DETAIL-WORK
009000         WHEN WS-HIST-DATE-FOUND
009010             MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
009020             STRING 'MASTER HOLDS AN EARLIER RUN OF THE NIGHT'
009030                 DELIMITED BY SIZE
009040                 ' - TREND NOT UPDATED' DELIMITED BY SIZE
009050                 INTO WS-DETAIL-WORK
009060         WHEN OTHER
009070             MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
009080             MOVE 'TONIGHT NOT CAPTURED - TREND NOT UPDATED'
009090                 TO WS-DETAIL-WORK
009100     END-EVALUATE.
009110     MOVE WS-DETAIL-WORK TO STP-DETAIL(WS-ROW-SUB).
009120 3200-EXIT.
009130     EXIT.
009140
009150*--------------------------------------------------------------
009160* 3500-JUDGE-REJECTS - THE REJECTS TRAILER AGAINST THE FILE AND
009170* THE SUMMARY, THEN THE SPIKE TEST.  THE NIGHT'S REJECT TOTAL
009180* IS THE TRAILER'S WHEN THERE IS ONE (IT COVERS A RESTART'S
009190* INTERRUPTED RUN TOO), OTHERWISE THE SUMMARY'S.
009200*--------------------------------------------------------------
009210 3500-JUDGE-REJECTS.
009220     MOVE WS-ROW-REJECTS TO WS-ROW-SUB.
009230     MOVE SPACES TO WS-DETAIL-WORK.
009240     IF NOT WS-SUM-FOUND
009250         MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
009260         MOVE 'NOT CHECKED - NO CALENDAR SUMMARY TONIGHT'
009270             TO STP-DETAIL(WS-ROW-SUB)
009280         GO TO 3500-EXIT
009290     END-IF.
009300     MOVE WS-SUM-INVALID TO WS-REJ-TOTAL.
009310     MOVE WS-REJ-LINES TO WS-COUNT-DISPLAY.
009320     MOVE WS-REJ-TRAILER-COUNT TO WS-COUNT-DISPLAY-2.
009330     MOVE WS-SUM-INVALID TO WS-COUNT-DISPLAY-3.
009340     EVALUATE TRUE
009350         WHEN NOT WS-REJ-TRAILER-FOUND
009360             MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
009370             STRING 'NO TRAILER ON REJECTS - ' DELIMITED BY SIZE
009380                 WS-COUNT-DISPLAY DELIMITED BY SIZE
009390                 ' LINES ON FILE' DELIMITED BY SIZE
009400                 INTO WS-DETAIL-WORK
009410         WHEN WS-REJ-TRAILER-COUNT NOT = WS-REJ-LINES
009420                 OR WS-REJ-TRAILER-COUNT < WS-SUM-INVALID
009430             MOVE 'RED' TO STP-STATUS(WS-ROW-SUB)
009440             STRING 'OUT OF BALANCE - TRAILER ' DELIMITED BY SIZE
009450                 WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
009460                 ', LINES ' DELIMITED BY SIZE
009470                 WS-COUNT-DISPLAY DELIMITED BY SIZE
009480                 ', SUMMARY ' DELIMITED BY SIZE
009490                 WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
009500                 INTO WS-DETAIL-WORK
009510             MOVE 'STEP020' TO WS-ALERT-STEP
009520             MOVE 'OUTBAL' TO WS-ALERT-CONDITION
009530             MOVE WS-REJ-TRAILER-COUNT TO WS-ALERT-NUMBER
009540             MOVE 'REJECTS TRAILER DISAGREES WITH THE REJECTS'
009550                 TO WS-ALERT-TEXT
009560             PERFORM 7200-RAISE-ALERT THRU 7200-EXIT
009570         WHEN WS-REJ-TRAILER-COUNT > WS-SUM-INVALID
009580             MOVE WS-REJ-TRAILER-COUNT TO WS-REJ-TOTAL
009590             COMPUTE WS-REJ-CARRIED =
009600                 WS-REJ-TRAILER-COUNT - WS-SUM-INVALID
009610             MOVE WS-REJ-CARRIED TO WS-COUNT-DISPLAY-3
009620             MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
009630             STRING 'RESTART - TRAILER ' DELIMITED BY SIZE
009640                 WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
009650                 ' INCLUDES ' DELIMITED BY SIZE
009660                 WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
009670                 ' FROM THE INTERRUPTED RUN' DELIMITED BY SIZE
009680                 INTO WS-DETAIL-WORK
009690         WHEN OTHER
009700             MOVE 'GREEN' TO STP-STATUS(WS-ROW-SUB)
009710             STRING 'TRAILER AGREES - ' DELIMITED BY SIZE
009720                 WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
009730                 ' REJECTS' DELIMITED BY SIZE
009740                 INTO WS-DETAIL-WORK
009750     END-EVALUATE.
009760     MOVE WS-DETAIL-WORK TO STP-DETAIL(WS-ROW-SUB).
009770     PERFORM 3600-TEST-REJECT-SPIKE THRU 3600-EXIT.
009780 3500-EXIT.
009790     EXIT.
009800
009810*--------------------------------------------------------------
009820* 3600-TEST-REJECT-SPIKE - THE NIGHT'S REJECT PERCENT AGAINST
009830* THE FLAT LIMIT AND AGAINST THE SPIKE MULTIPLE OF THE PRIOR
009840* SEVEN-NIGHT PERCENT (FLOORED AT 1.0).  A SPIKE OVERRIDES A
009850* GREEN OR AMBER DETAIL ON THE ROW; A RED ONE STAYS AND THE
009860* SPIKE SHOWS ON THE ALERT LIST.
009870*--------------------------------------------------------------
009880 3600-TEST-REJECT-SPIKE.
009890     IF WS-SUM-READ = ZEROS
009900         GO TO 3600-EXIT
009910     END-IF.
009920     COMPUTE WS-TONIGHT-PCT ROUNDED =
009930         WS-REJ-TOTAL * 100 / WS-SUM-READ.
009940     IF WS-TONIGHT-PCT > WS-REJECT-PCT-LIMIT
009950         SET WS-REJECT-SPIKE TO TRUE
009960     END-IF.
009970     IF WS-PRIOR-COUNT > ZEROS
009980         MOVE WS-PRIOR-PCT TO WS-BASE-PCT
009990         IF WS-BASE-PCT < 1
010000             MOVE 1 TO WS-BASE-PCT
010010         END-IF
010020         COMPUTE WS-SPIKE-LINE ROUNDED =
010030             WS-BASE-PCT * WS-SPIKE-PCT-LIMIT / 100
010040         IF WS-TONIGHT-PCT > WS-SPIKE-LINE
010050             SET WS-REJECT-SPIKE TO TRUE
010060         END-IF
010070     END-IF.
010080     IF NOT WS-REJECT-SPIKE
010090         GO TO 3600-EXIT
010100     END-IF.
010110     MOVE WS-TONIGHT-PCT TO WS-PCT-DISPLAY.
010120     MOVE WS-PRIOR-PCT TO WS-PCT-DISPLAY-2.
010130     MOVE WS-REJECT-PCT-LIMIT TO WS-COUNT-DISPLAY.
010140     MOVE SPACES TO WS-ALERT-TEXT.
010150     STRING 'REJECT SPIKE ' DELIMITED BY SIZE
010160         WS-PCT-DISPLAY DELIMITED BY SIZE
010170         '% - PRIOR AVG ' DELIMITED BY SIZE
010180         WS-PCT-DISPLAY-2 DELIMITED BY SIZE
010190         '%' DELIMITED BY SIZE
010200         INTO WS-ALERT-TEXT.
010210     IF NOT STP-RED(WS-ROW-SUB)
010220         MOVE 'RED' TO STP-STATUS(WS-ROW-SUB)
010230         MOVE SPACES TO WS-DETAIL-WORK
010240         STRING 'REJECT SPIKE ' DELIMITED BY SIZE
010250             WS-PCT-DISPLAY DELIMITED BY SIZE
010260             '% - PRIOR AVG ' DELIMITED BY SIZE
010270             WS-PCT-DISPLAY-2 DELIMITED BY SIZE
010280             '%, LIMIT ' DELIMITED BY SIZE
010290             WS-COUNT-DISPLAY DELIMITED BY SIZE
010300             '%' DELIMITED BY SIZE
010310             INTO WS-DETAIL-WORK
010320         MOVE WS-DETAIL-WORK TO STP-DETAIL(WS-ROW-SUB)
010330     END-IF.
010340     MOVE 'STEP020' TO WS-ALERT-STEP.
010350     MOVE 'REJSPIKE' TO WS-ALERT-CONDITION.
010360     MOVE WS-REJ-TOTAL TO WS-ALERT-NUMBER.
010370     PERFORM 7200-RAISE-ALERT THRU 7200-EXIT.
010380 3600-EXIT.
010390     EXIT.
010400
010410*--------------------------------------------------------------
010420* 4000-READ-SLA-REPORT - PASSES THE LATEST SLAREPT GENERATION,
010430* KEEPING THE LAST SLA CONTROL LINE ON IT, AND JUDGES STEP030.
010440*--------------------------------------------------------------
010450 4000-READ-SLA-REPORT.
010460     OPEN INPUT SLA-REPORT-FILE.
010470     PERFORM 4010-READ-SLA-LINE THRU 4010-EXIT.
010480     PERFORM 4020-TEST-ONE-SLA-LINE THRU 4020-EXIT
010490         UNTIL WS-SLA-EOF.
010500     CLOSE SLA-REPORT-FILE.
010510     PERFORM 4100-JUDGE-SLA THRU 4100-EXIT.
010520 4000-EXIT.
010530     EXIT.
010540
010550 4010-READ-SLA-LINE.
010560     READ SLA-REPORT-FILE
010570         AT END
010580             SET WS-SLA-EOF TO TRUE
010590     END-READ.
010600 4010-EXIT.
010610     EXIT.
010620
010630 4020-TEST-ONE-SLA-LINE.
010640     IF SLA-REPORT-RECORD(1:17) = SLC-LINE-ID
010650         MOVE SLA-REPORT-RECORD TO SLA-CONTROL-LINE
010660         SET WS-SLA-FOUND TO TRUE
010670     END-IF.
010680     PERFORM 4010-READ-SLA-LINE THRU 4010-EXIT.
010690 4020-EXIT.
010700     EXIT.
010710
010720 4100-JUDGE-SLA.
010730     MOVE WS-ROW-SLA TO WS-ROW-SUB.
010740     MOVE SPACES TO WS-DETAIL-WORK.
010750     IF NOT WS-SLA-FOUND
010760             OR SLC-RUN-DATE-X IS NOT NUMERIC
010770             OR SLC-RUN-TIME IS NOT NUMERIC
010780             OR SLC-OVER-COUNT-X IS NOT NUMERIC
010790         MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
010800         MOVE 'NO SLA CONTROL LINE ON THE LATEST REPORT'
010810             TO STP-DETAIL(WS-ROW-SUB)
010820         GO TO 4100-EXIT
010830     END-IF.
010840     MOVE SLC-RUN-DATE TO WS-STAMP-DATE.
010850     MOVE SLC-RUN-TIME TO WS-STAMP-TIME.
010860     PERFORM 7000-TEST-STAMP THRU 7000-EXIT.
010870     IF NOT WS-STAMP-TONIGHT
010880         MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
010890         PERFORM 7100-EDIT-STAMP THRU 7100-EXIT
010900         STRING 'NOT PRODUCED TONIGHT - LATEST IS '
010910             DELIMITED BY SIZE
010920             WS-STAMP-EDIT DELIMITED BY SIZE
010930             INTO WS-DETAIL-WORK
010940         MOVE WS-DETAIL-WORK TO STP-DETAIL(WS-ROW-SUB)
010950         GO TO 4100-EXIT
010960     END-IF.
010970     MOVE SLC-OVER-COUNT TO WS-SLA-OVER.
010980     MOVE WS-SLA-OVER TO WS-COUNT-DISPLAY.
010990     MOVE WS-SLA-LIMIT TO WS-COUNT-DISPLAY-2.
011000     EVALUATE TRUE
011010         WHEN WS-SLA-OVER > WS-SLA-LIMIT
011020             MOVE 'RED' TO STP-STATUS(WS-ROW-SUB)
011030             STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
011040                 ' OVER THE SLA LINE - THRESHOLD '
011050                 DELIMITED BY SIZE
011060                 WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
011070                 INTO WS-DETAIL-WORK
011080             MOVE 'STEP030' TO WS-ALERT-STEP
011090             MOVE 'SLAOVER' TO WS-ALERT-CONDITION
011100             MOVE WS-SLA-OVER TO WS-ALERT-NUMBER
011110             MOVE 'SLA BREACHES OVER THE THRESHOLD - SEE SLAREPT'
011120                 TO WS-ALERT-TEXT
011130             PERFORM 7200-RAISE-ALERT THRU 7200-EXIT
011140         WHEN WS-SLA-OVER > ZEROS
011150             MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
011160             STRING WS-COUNT-DISPLAY DELIMITED BY SIZE
011170                 ' OVER THE SLA LINE - UNDER THRESHOLD '
011180                 DELIMITED BY SIZE
011190                 WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
011200                 INTO WS-DETAIL-WORK
011210         WHEN OTHER
011220             MOVE 'GREEN' TO STP-STATUS(WS-ROW-SUB)
011230             MOVE 'NOTHING OVER THE SLA LINE' TO WS-DETAIL-WORK
011240     END-EVALUATE.
011250     MOVE WS-DETAIL-WORK TO STP-DETAIL(WS-ROW-SUB).
011260 4100-EXIT.
011270     EXIT.
011280
011290*--------------------------------------------------------------
011300* 4500-READ-WMS-FEED - PASSES THE LATEST FEED GENERATION,
011310* RE-ADDING THE DETAILS AGAINST THE TRAILER, AND JUDGES STEP040.
011320*--------------------------------------------------------------
011330 4500-READ-WMS-FEED.
011340     OPEN INPUT WMS-FILE.
011350     PERFORM 4510-READ-WMS THRU 4510-EXIT.
011360     PERFORM 4520-CHECK-ONE-WMS THRU 4520-EXIT
011370         UNTIL WS-WMS-EOF.
011380     CLOSE WMS-FILE.
011390     PERFORM 4600-JUDGE-FEED THRU 4600-EXIT.
011400 4500-EXIT.
011410     EXIT.
011420
011430 4510-READ-WMS.
011440     READ WMS-FILE
011450         AT END
011460             SET WS-WMS-EOF TO TRUE
011470     END-READ.
011480 4510-EXIT.
011490     EXIT.
011500
011510 4520-CHECK-ONE-WMS.
011520     ADD 1 TO WS-WMS-RECORDS.
011530     EVALUATE WMD-RECORD-TYPE
011540         WHEN 'H'
011550             SET WS-WMS-HEADER-FOUND TO TRUE
011560             MOVE WMH-RUN-DATE TO WS-WMS-RUN-DATE
011570             MOVE WMH-RUN-TIME TO WS-WMS-RUN-TIME
011580         WHEN 'D'
011590             ADD 1 TO WS-WMS-DETAILS
011600             COMPUTE WS-WMS-HASH =
011610                 FUNCTION MOD(WS-WMS-HASH + WMD-DUE-DATE,
011620                 1000000000000)
011630         WHEN 'T'
011640             SET WS-WMS-TRAILER-FOUND TO TRUE
011650             MOVE WMT-DETAIL-COUNT TO WS-WMS-TRAILER-COUNT
011660             MOVE WMT-HASH-TOTAL TO WS-WMS-TRAILER-HASH
011670         WHEN OTHER
011680             CONTINUE
011690     END-EVALUATE.
011700     PERFORM 4510-READ-WMS THRU 4510-EXIT.
011710 4520-EXIT.
011720     EXIT.
011730
011740 4600-JUDGE-FEED.
011750     MOVE WS-ROW-WMS TO WS-ROW-SUB.
011760     MOVE SPACES TO WS-DETAIL-WORK.
011770     MOVE 'STEP040' TO WS-ALERT-STEP.
011780     MOVE 'NOFEED' TO WS-ALERT-CONDITION.
011790     MOVE ZEROS TO WS-ALERT-NUMBER.
011800     IF WS-WMS-RECORDS = ZEROS
011810         MOVE 'RED' TO STP-STATUS(WS-ROW-SUB)
011820         MOVE 'EMPTY GENERATION - REFUSED OR FAILED'
011830             TO STP-DETAIL(WS-ROW-SUB)
011840         MOVE 'WMS FEED EMPTY - NOTHING TO TRANSFER'
011850             TO WS-ALERT-TEXT
011860         PERFORM 7200-RAISE-ALERT THRU 7200-EXIT
011870         GO TO 4600-EXIT
011880     END-IF.
011890     MOVE WS-WMS-RUN-DATE TO WS-STAMP-DATE.
011900     MOVE WS-WMS-RUN-TIME TO WS-STAMP-TIME.
011910     IF WS-WMS-HEADER-FOUND
011920         PERFORM 7000-TEST-STAMP THRU 7000-EXIT
011930     ELSE
011940         MOVE 'N' TO WS-STAMP-SW
011950     END-IF.
011960     IF NOT WS-STAMP-TONIGHT
011970         MOVE 'RED' TO STP-STATUS(WS-ROW-SUB)
011980         IF WS-WMS-HEADER-FOUND
011990             PERFORM 7100-EDIT-STAMP THRU 7100-EXIT
012000             STRING 'NOT BUILT TONIGHT - LATEST IS '
012010                 DELIMITED BY SIZE
012020                 WS-STAMP-EDIT DELIMITED BY SIZE
012030                 INTO WS-DETAIL-WORK
012040         ELSE
012050             MOVE 'NO HEADER ON THE LATEST FEED' TO WS-DETAIL-WORK
012060         END-IF
012070         MOVE WS-DETAIL-WORK TO STP-DETAIL(WS-ROW-SUB)
012080         MOVE 'NO WMS FEED BUILT TONIGHT' TO WS-ALERT-TEXT
012090         PERFORM 7200-RAISE-ALERT THRU 7200-EXIT
012100         GO TO 4600-EXIT
012110     END-IF.
012120     MOVE WS-WMS-DETAILS TO WS-COUNT-DISPLAY.
012130     MOVE WS-WMS-TRAILER-COUNT TO WS-COUNT-DISPLAY-2.
012140     EVALUATE TRUE
012150         WHEN NOT WS-WMS-TRAILER-FOUND
012160                 OR WS-WMS-DETAILS NOT = WS-WMS-TRAILER-COUNT
012170                 OR WS-WMS-HASH NOT = WS-WMS-TRAILER-HASH
012180             MOVE 'RED' TO STP-STATUS(WS-ROW-SUB)
012190             STRING 'OUT OF BALANCE - ' DELIMITED BY SIZE
012200                 WS-COUNT-DISPLAY DELIMITED BY SIZE
012210                 ' DETAILS, TRAILER ' DELIMITED BY SIZE
012220                 WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
012230                 ' - DO NOT SEND' DELIMITED BY SIZE
012240                 INTO WS-DETAIL-WORK
012250             MOVE WS-WMS-DETAILS TO WS-ALERT-NUMBER
012260             MOVE 'WMS FEED OUT OF BALANCE - NOT SENT'
012270                 TO WS-ALERT-TEXT
012280             PERFORM 7200-RAISE-ALERT THRU 7200-EXIT
012290         WHEN WS-WMS-DETAILS = ZEROS
012300             MOVE 'AMBER' TO STP-STATUS(WS-ROW-SUB)
012310             MOVE 'NOTHING TO SEND - HEADER AND TRAILER ONLY'
012320                 TO WS-DETAIL-WORK
012330         WHEN OTHER
012340             MOVE WS-WMS-DETAILS TO WS-WMS-SENT
012350             MOVE 'GREEN' TO STP-STATUS(WS-ROW-SUB)
012360             STRING 'BALANCED - ' DELIMITED BY SIZE
012370                 WS-COUNT-DISPLAY DELIMITED BY SIZE
012380                 ' DUE DATES CLEARED FOR TRANSFER'
012390                 DELIMITED BY SIZE
012400                 INTO WS-DETAIL-WORK
012410     END-EVALUATE.
012420     MOVE WS-DETAIL-WORK TO STP-DETAIL(WS-ROW-SUB).
012430 4600-EXIT.
012440     EXIT.
012450
012460*--------------------------------------------------------------
012470* 5000-PRINT-DIGEST - THE ONE PAGE: NIGHT LINE, STATUS BY STEP,
012480* KEY COUNTS SIDE BY SIDE, ALERTS, THRESHOLDS.
012490*--------------------------------------------------------------
012500 5000-PRINT-DIGEST.
012510     MOVE 1 TO WS-ROW-SUB.
012520     PERFORM 5010-WORST-OF-ONE-ROW THRU 5010-EXIT
012530         UNTIL WS-ROW-SUB > 5.
012540     MOVE SPACES TO WS-PRINT-WORK.
012550     IF WS-SUM-FOUND
012560         MOVE WS-SUM-RUN-DATE TO WS-STAMP-DATE
012570         MOVE WS-SUM-RUN-TIME TO WS-STAMP-TIME
012580         PERFORM 7100-EDIT-STAMP THRU 7100-EXIT
012590         STRING ' CALENDAR RUN ' DELIMITED BY SIZE
012600             WS-STAMP-EDIT DELIMITED BY SIZE
012610             ' BY ' DELIMITED BY SIZE
012620             WS-SUM-OPERATOR DELIMITED BY SIZE
012630             '     OVERALL STATUS: ' DELIMITED BY SIZE
012640             WS-OVERALL-STATUS DELIMITED BY SIZE
012650             INTO WS-PRINT-WORK
012660     ELSE
012670         STRING ' NO CALENDAR RUN TONIGHT' DELIMITED BY SIZE
012680             '     OVERALL STATUS: ' DELIMITED BY SIZE
012690             WS-OVERALL-STATUS DELIMITED BY SIZE
012700             INTO WS-PRINT-WORK
012710     END-IF.
012720     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
012730     MOVE SPACES TO WS-PRINT-WORK.
012740     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
012750     MOVE '----- STATUS BY STEP -----' TO WS-PRINT-WORK.
012760     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
012770     MOVE ' STEP     OUTPUT    STATUS DETAIL' TO WS-PRINT-WORK.
012780     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
012790     MOVE 1 TO WS-ROW-SUB.
012800     PERFORM 5020-PRINT-ONE-ROW THRU 5020-EXIT
012810         UNTIL WS-ROW-SUB > 5.
012820     PERFORM 5100-PRINT-KEY-COUNTS THRU 5100-EXIT.
012830     PERFORM 5200-PRINT-ALERTS THRU 5200-EXIT.
012840     PERFORM 5300-PRINT-THRESHOLDS THRU 5300-EXIT.
012850 5000-EXIT.
012860     EXIT.
012870
012880 5010-WORST-OF-ONE-ROW.
012890     IF STP-RED(WS-ROW-SUB)
012900         SET WS-OVERALL-RED TO TRUE
012910     END-IF.
012920     IF STP-AMBER(WS-ROW-SUB) AND WS-OVERALL-GREEN
012930         SET WS-OVERALL-AMBER TO TRUE
012940     END-IF.
012950     ADD 1 TO WS-ROW-SUB.
012960 5010-EXIT.
012970     EXIT.
012980
012990 5020-PRINT-ONE-ROW.
013000     MOVE STP-STEP-NAME(WS-ROW-SUB) TO STL-STEP-NAME.
013010     MOVE STP-OUTPUT(WS-ROW-SUB)    TO STL-OUTPUT.
013020     MOVE STP-STATUS(WS-ROW-SUB)    TO STL-STATUS.
013030     MOVE STP-DETAIL(WS-ROW-SUB)    TO STL-DETAIL.
013040     MOVE WS-STEP-LINE TO WS-PRINT-WORK.
013050     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013060     ADD 1 TO WS-ROW-SUB.
013070 5020-EXIT.
013080     EXIT.
013090
013100*--------------------------------------------------------------
013110* 5100-PRINT-KEY-COUNTS - TONIGHT'S COUNTS FROM EVERY SOURCE ON
013120* ONE LINE, WITH THE PRIOR SEVEN-NIGHT AVERAGES FROM THE RUN-
013130* HISTORY MASTER UNDER THEM.  A SOURCE NOT ON HAND TONIGHT
013140* PRINTS AS '-'.
013150*--------------------------------------------------------------
013160 5100-PRINT-KEY-COUNTS.
013170     MOVE SPACES TO WS-PRINT-WORK.
013180     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013190     MOVE '----- KEY COUNTS -----' TO WS-PRINT-WORK.
013200     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013210     MOVE SPACES TO WS-PRINT-WORK.
013220     STRING '                 READ    VALID  REJECTS  TRAILER'
013230         DELIMITED BY SIZE
013240         '  REJ-PCT MSTR-HITS SLA-OVER FEED-SENT'
013250         DELIMITED BY SIZE
013260         INTO WS-PRINT-WORK.
013270     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013280     MOVE 'TONIGHT' TO CNL-LABEL.
013290     MOVE '%' TO CNL-PCT-SIGN.
013300     IF WS-SUM-FOUND
013310         MOVE WS-SUM-READ    TO CNL-READ
013320         MOVE WS-SUM-VALID   TO CNL-VALID
013330         MOVE WS-REJ-TOTAL   TO CNL-REJECT
013340         MOVE WS-TONIGHT-PCT TO CNL-REJ-PCT
013350         MOVE WS-SUM-MSTRHIT TO CNL-HITS
013360     ELSE
013370         MOVE '     -' TO CNL-READ-X CNL-VALID-X CNL-REJECT-X
013380         MOVE '     -' TO CNL-HITS-X
013390         MOVE '    -' TO CNL-REJ-PCT-X
013400         MOVE SPACE TO CNL-PCT-SIGN
013410     END-IF.
013420     IF WS-SUM-FOUND AND WS-REJ-TRAILER-FOUND
013430         MOVE WS-REJ-TRAILER-COUNT TO CNL-TRAILER
013440     ELSE
013450         MOVE '     -' TO CNL-TRAILER-X
013460     END-IF.
013470     IF STP-STATUS(WS-ROW-SLA) = 'GREEN' OR 'RED'
013480             OR WS-SLA-OVER > ZEROS
013490         MOVE WS-SLA-OVER TO CNL-SLA-OVER
013500     ELSE
013510         MOVE '     -' TO CNL-SLA-OVER-X
013520     END-IF.
013530     IF STP-GREEN(WS-ROW-WMS)
013540         MOVE WS-WMS-SENT TO CNL-FEED
013550     ELSE
013560         MOVE ZEROS TO CNL-FEED
013570     END-IF.
013580     MOVE WS-COUNT-LINE TO WS-PRINT-WORK.
013590     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013600     MOVE 'PRIOR AVG' TO CNL-LABEL.
013610     MOVE '     -' TO CNL-TRAILER-X CNL-SLA-OVER-X CNL-FEED-X.
013620     IF WS-PRIOR-COUNT > ZEROS
013630         MOVE WS-PRIOR-AVG-READ   TO CNL-READ
013640         MOVE WS-PRIOR-AVG-VALID  TO CNL-VALID
013650         MOVE WS-PRIOR-AVG-REJECT TO CNL-REJECT
013660         MOVE WS-PRIOR-PCT        TO CNL-REJ-PCT
013670         MOVE '%' TO CNL-PCT-SIGN
013680         MOVE WS-PRIOR-AVG-HITS   TO CNL-HITS
013690     ELSE
013700         MOVE '     -' TO CNL-READ-X CNL-VALID-X CNL-REJECT-X
013710         MOVE '     -' TO CNL-HITS-X
013720         MOVE '    -' TO CNL-REJ-PCT-X
013730         MOVE SPACE TO CNL-PCT-SIGN
013740     END-IF.
013750     MOVE WS-COUNT-LINE TO WS-PRINT-WORK.
013760     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013770     MOVE WS-PRIOR-COUNT TO WS-COUNT-DISPLAY.
013780     MOVE SPACES TO WS-PRINT-WORK.
013790     STRING ' PRIOR AVG = THE ' DELIMITED BY SIZE
013800         WS-COUNT-DISPLAY DELIMITED BY SIZE
013810         ' NIGHTS BEFORE TONIGHT ON THE RUN-HISTORY MASTER'
013820         DELIMITED BY SIZE
013830         INTO WS-PRINT-WORK.
013840     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013850 5100-EXIT.
013860     EXIT.
013870
013880*--------------------------------------------------------------
013890* 5200-PRINT-ALERTS - EVERYTHING WRITTEN TO THE ALERT FILE.
013900*--------------------------------------------------------------
013910 5200-PRINT-ALERTS.
013920     MOVE SPACES TO WS-PRINT-WORK.
013930     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013940     MOVE '----- ACTION BEFORE THE 07:00 RECEIVING SHIFT -----'
013950         TO WS-PRINT-WORK.
013960     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013970     IF WS-ALERT-COUNT = ZEROS
013980         MOVE ' NONE - NO ALERTS RAISED' TO WS-PRINT-WORK
013990         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
014000         GO TO 5200-EXIT
014010     END-IF.
014020     MOVE 1 TO WS-ALERT-SUB.
014030     PERFORM 5210-PRINT-ONE-ALERT THRU 5210-EXIT
014040         UNTIL WS-ALERT-SUB > WS-ALERT-COUNT.
014050 5200-EXIT.
014060     EXIT.
014070
014080 5210-PRINT-ONE-ALERT.
014090     MOVE WS-ALT-STEP(WS-ALERT-SUB)      TO ALL-STEP-NAME.
014100     MOVE WS-ALT-CONDITION(WS-ALERT-SUB) TO ALL-CONDITION.
014110     MOVE WS-ALT-TEXT(WS-ALERT-SUB)      TO ALL-TEXT.
014120     MOVE WS-ALERT-LINE TO WS-PRINT-WORK.
014130     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
014140     ADD 1 TO WS-ALERT-SUB.
014150 5210-EXIT.
014160     EXIT.
014170
014180*--------------------------------------------------------------
014190* 5300-PRINT-THRESHOLDS - THE LIMITS THE NIGHT WAS JUDGED BY.
014200*--------------------------------------------------------------
014210 5300-PRINT-THRESHOLDS.
014220     MOVE SPACES TO WS-PRINT-WORK.
014230     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
014240     MOVE WS-REJECT-PCT-LIMIT TO WS-COUNT-DISPLAY.
014250     MOVE WS-SPIKE-PCT-LIMIT TO WS-COUNT-DISPLAY-2.
014260     MOVE SPACES TO WS-PRINT-WORK.
014270     STRING ' THRESHOLDS: REJECT PCT ' DELIMITED BY SIZE
014280         WS-COUNT-DISPLAY DELIMITED BY SIZE
014290         '%   SPIKE ' DELIMITED BY SIZE
014300         WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
014310         '% OF PRIOR AVG' DELIMITED BY SIZE
014320         INTO WS-PRINT-WORK.
014330     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
014340     MOVE WS-SLA-LIMIT TO WS-COUNT-DISPLAY.
014350     MOVE WS-WINDOW-HOURS TO WS-HOURS-DISPLAY.
014360     MOVE SPACES TO WS-PRINT-WORK.
014370     STRING '             SLA BREACHES ' DELIMITED BY SIZE
014380         WS-COUNT-DISPLAY DELIMITED BY SIZE
014390         '   NIGHT WINDOW ' DELIMITED BY SIZE
014400         WS-HOURS-DISPLAY DELIMITED BY SIZE
014410         ' HOURS' DELIMITED BY SIZE
014420         INTO WS-PRINT-WORK.
014430     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
014440 5300-EXIT.
014450     EXIT.
014460
014470*--------------------------------------------------------------
014480* 6000-WRITE-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH A
014490* RUN-DATE/RUN-TIME HEADER, SAME STYLE AS CALENDAR'S REPORT.
014500*--------------------------------------------------------------
014510 6000-WRITE-REPORT-HEADING.
014520     ADD 1 TO WS-PAGE-COUNT.
014530     MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY.
014540     MOVE ZEROS TO WS-LINE-COUNT.
014550     MOVE SPACES TO REPORT-LINE.
014560     STRING "B COOL DISTRIBUTION CENTER" DELIMITED BY SIZE
014570         "   MORNING OPERATIONS DIGEST   PAGE " DELIMITED BY SIZE
014580         WS-PAGE-DISPLAY DELIMITED BY SIZE
014590         INTO REPORT-LINE.
014600     IF WS-PAGE-COUNT = 1
014610         WRITE REPORT-LINE
014620     ELSE
014630         WRITE REPORT-LINE AFTER ADVANCING PAGE
014640     END-IF.
014650     MOVE SPACES TO REPORT-LINE.
014660     STRING "RUN DATE: " DELIMITED BY SIZE
014670         CurrentMonth DELIMITED BY SIZE
014680         "/" DELIMITED BY SIZE
014690         CurrentDay DELIMITED BY SIZE
014700         "/" DELIMITED BY SIZE
014710         CurrentYear DELIMITED BY SIZE
014720         "   RUN TIME: " DELIMITED BY SIZE
014730         CurrentHour DELIMITED BY SIZE
014740         ":" DELIMITED BY SIZE
014750         CurrentMinute DELIMITED BY SIZE
014760         INTO REPORT-LINE.
014770     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
014780     MOVE SPACES TO REPORT-LINE.
014790     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
014800     ADD 3 TO WS-LINE-COUNT.
014810 6000-EXIT.
014820     EXIT.
014830
014840*--------------------------------------------------------------
014850* 6050-CHECK-PAGE-BREAK - STARTS A FRESH PAGE WHEN THE CURRENT
014860* PAGE HAS FILLED UP.
014870*--------------------------------------------------------------
014880 6050-CHECK-PAGE-BREAK.
014890     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
014900         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
014910     END-IF.
014920 6050-EXIT.
014930     EXIT.
014940
014950*--------------------------------------------------------------
014960* 6100-PRINT-ONE-LINE - WRITES WS-PRINT-WORK TO THE REPORT
014970* WITH PAGE CONTROL.
014980*--------------------------------------------------------------
014990 6100-PRINT-ONE-LINE.
015000     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
015010     MOVE WS-PRINT-WORK TO REPORT-LINE.
015020     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
015030     ADD 1 TO WS-LINE-COUNT.
015040 6100-EXIT.
015050     EXIT.
015060
015070*--------------------------------------------------------------
015080* 7000-TEST-STAMP - IS WS-STAMP-DATE/WS-STAMP-TIME INSIDE THE
015090* NIGHT WINDOW ENDING NOW?  A STAMP THAT IS NOT A DATE AND TIME
015100* IS NEVER TONIGHT.
015110*--------------------------------------------------------------
015120 7000-TEST-STAMP.
015130     MOVE 'N' TO WS-STAMP-SW.
015140     IF WS-STAMP-DATE < 16010101 OR WS-STAMP-TIME > 2359
015150         GO TO 7000-EXIT
015160     END-IF.
015170     DIVIDE WS-STAMP-TIME BY 100 GIVING WS-STAMP-HH
015180         REMAINDER WS-STAMP-MM.
015190     IF WS-STAMP-MM > 59
015200         GO TO 7000-EXIT
015210     END-IF.
015220     COMPUTE WS-STAMP-MINUTES =
015230         FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 1440
015240         + WS-STAMP-HH * 60 + WS-STAMP-MM.
015250     IF WS-STAMP-MINUTES NOT > WS-NOW-MINUTES
015260             AND WS-NOW-MINUTES - WS-STAMP-MINUTES
015270                 NOT > WS-WINDOW-MINUTES
015280         SET WS-STAMP-TONIGHT TO TRUE
015290     END-IF.
015300 7000-EXIT.
015310     EXIT.
015320
015330*--------------------------------------------------------------
015340* 7100-EDIT-STAMP - WS-STAMP-DATE/WS-STAMP-TIME AS MM/DD/YYYY
015350* HH:MM IN WS-STAMP-EDIT.
015360*--------------------------------------------------------------
015370 7100-EDIT-STAMP.
015380     MOVE WS-STAMP-DATE(5:2) TO WSE-MONTH.
015390     MOVE WS-STAMP-DATE(7:2) TO WSE-DAY.
015400     MOVE WS-STAMP-DATE(1:4) TO WSE-YEAR.
015410     MOVE WS-STAMP-TIME(1:2) TO WSE-HOUR.
015420     MOVE WS-STAMP-TIME(3:2) TO WSE-MINUTE.
015430 7100-EXIT.
015440     EXIT.
015450
015460*--------------------------------------------------------------
015470* 7200-RAISE-ALERT - WRITES ONE 'A' RECORD FROM THE WS-ALERT-...
015480* FIELDS AND KEEPS IT FOR THE DIGEST.  PAST THE TABLE SIZE THE
015490* RECORD IS STILL WRITTEN, ONLY NOT LISTED.
015500*--------------------------------------------------------------
015510 7200-RAISE-ALERT.
015520     MOVE SPACES TO ALERT-RECORD.
015530     MOVE 'A'                TO ALR-RECORD-TYPE.
015540     MOVE CurrentDateNum     TO ALR-RUN-DATE.
015550     MOVE WS-RUN-HHMM        TO ALR-RUN-TIME.
015560     MOVE WS-ALERT-STEP      TO ALR-STEP-NAME.
015570     MOVE WS-ALERT-CONDITION TO ALR-CONDITION.
015580     MOVE WS-ALERT-NUMBER    TO ALR-COUNT.
015590     MOVE WS-ALERT-TEXT      TO ALR-TEXT.
015600     WRITE ALERT-RECORD.
015610     IF WS-ALERT-COUNT < WS-ALERT-MAX
015620         ADD 1 TO WS-ALERT-COUNT
015630         MOVE WS-ALERT-STEP TO WS-ALT-STEP(WS-ALERT-COUNT)
015640         MOVE WS-ALERT-CONDITION
015650             TO WS-ALT-CONDITION(WS-ALERT-COUNT)
015660         MOVE WS-ALERT-TEXT TO WS-ALT-TEXT(WS-ALERT-COUNT)
015670     END-IF.
015680 7200-EXIT.
015690     EXIT.
015700
015710*--------------------------------------------------------------
015720* 8000-WRITE-ALERT-TRAILER - CLOSES THE ALERT FILE OFF WITH THE
015730* ALERT COUNT AND THE OVERALL STATUS.
015740*--------------------------------------------------------------
015750 8000-WRITE-ALERT-TRAILER.
015760     MOVE SPACES TO ALERT-TRAILER.
015770     MOVE 'T'               TO ALT-RECORD-TYPE.
015780     MOVE CurrentDateNum    TO ALT-RUN-DATE.
015790     MOVE WS-RUN-HHMM       TO ALT-RUN-TIME.
015800     MOVE WS-ALERT-COUNT    TO ALT-ALERT-COUNT.
015810     MOVE WS-OVERALL-STATUS TO ALT-OVERALL-STATUS.
015820     WRITE ALERT-TRAILER.
015830 8000-EXIT.
015840     EXIT.
015850
015860*--------------------------------------------------------------
015870* 9000-TERMINATE - CLOSES THE REPORT AND THE ALERT FILE.
015880*--------------------------------------------------------------
015890 9000-TERMINATE.
015900     CLOSE REPORT-FILE.
015910     CLOSE ALERT-FILE.
015920 9000-EXIT.
015930     EXIT.
