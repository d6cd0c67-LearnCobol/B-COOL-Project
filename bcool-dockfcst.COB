000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  DOCKFCST.
000030 AUTHOR.  B COOL TEAM.
000040 INSTALLATION.  B COOL DISTRIBUTION CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100*   DATE       INIT   DESCRIPTION
000110*   ---------  ----   ------------------------------------------
000120*   10/15/2026  DLH   ORIGINAL VERSION - FORWARD DOCK AND
000130*                     EXPEDITING WORKLOAD FORECAST.  COUNTS THE
000140*                     DUE DATES AND SHIP-BY DATES ON THE
000150*                     NIGHT'S DATEOUT FOR EACH OF THE NEXT 15
000160*                     BUSINESS DAYS BY CALENDAR, SETS EACH DAY
000170*                     AGAINST THE DOCK SLOTS ON THE CAPACITY
000180*                     FILE, FLAGS THE OVERBOOKED DAYS AND LISTS
000190*                     THE SHIP-BY DATES ALREADY PASSED, SO
000200*                     SUPERVISORS PLAN OVERTIME AND TEMP LABOR
000210*                     FROM THE SAME DATES THE WMS GETS.
000220*--------------------------------------------------------------
000230* FUNCTION: READS THE DATEOUT RESULT FILE CALENDAR WROTE
000240*           (LAYOUT IN THE DATEOUTR COPYBOOK).  EVERY VALID
000250*           RECORD CARRYING A DUE DATE IS ONE ITEM OF DOCK
000260*           WORK UNDER ITS OWN CALENDAR (BLANK = 'SHOP'): A
000270*           FORWARD RECORD IS A RECEIPT COMING DUE, A REVERSE
000280*           ('R') RECORD A LOAD THAT MUST LEAVE BY ITS SHIP-BY
000290*           DATE.
000300*
000310*           THE FIRST TIME A CALENDAR TURNS UP, ITS FORECAST
000320*           WINDOW IS BUILT - EVERY DAY FROM THE RUN DATE
000330*           THROUGH THE 15TH BUSINESS DAY, EACH ONE ASKED OF
000340*           DATESRV ('HQ') UNDER THAT CALENDAR, SO A CLOSED
000350*           WEEKDAY PRINTS AS CLOSED AND A HALF DAY AS A HALF
000360*           DAY.  A HALF DAY COUNTS AS ONE OF THE 15.  A
000370*           CALENDAR WITH NOTHING ON THE HOLIDAY FILE IS
000380*           FORECAST ON 'SHOP' DAYS, WITH A WARNING.
000390*
000400*           EACH ITEM THEN LANDS ON ITS DAY, OR COUNTS AS PAST
000410*           DUE (BEFORE THE RUN DATE), SHIP-BY PASSED
000420*           (DO-SHIP-PASSED = 'Y') OR BEYOND THE WINDOW.  THE
000430*           REPORT SHOWS EVERY OPEN, HALF AND CLOSED WEEKDAY OF
000440*           EACH CALENDAR'S WINDOW (A WEEKEND DAY ONLY WHEN
000450*           WORK LANDS ON IT) WITH ITS DUE AND SHIP-BY COUNTS,
000460*           THE DOCK SLOTS AND HOW FAR OVER THEM THE DAY IS,
000470*           THEN LISTS THE PASSED SHIP-BY ITEMS TO RESCHEDULE
000480*           IN CALENDAR AND SHIP-BY DATE ORDER.
000490*
000500*           DOCK-CAPACITY FILE (DOCKCAP), ONE CARD PER
000510*           CALENDAR PLUS A DEFAULT CARD:
000520*             COL 1-8   CALENDAR-ID, OR '*' / BLANK FOR THE
000530*                       DEFAULT CARD (USED BY EVERY CALENDAR
000540*                       WITH NO CARD OF ITS OWN)
000550*             COL 9-23  DOCK SLOTS FOR MONDAY THROUGH FRIDAY,
000560*                       THREE DIGITS EACH
000570*             COL 24-26 HALF-DAY CAPACITY, PERCENT OF THE
000580*                       WEEKDAY'S SLOTS (BLANK = 050)
000590*             COL 27-80 UNUSED - FREE FOR A COMMENT
000600*           A CLOSED DAY OR WEEKEND DAY HAS NO SLOTS.  A DAY IS
000610*           OVERBOOKED WHEN ITS DUE PLUS SHIP-BY COUNT IS OVER
000620*           ITS SLOTS.  A CALENDAR WITH NO CARD AND NO DEFAULT
000630*           CARD IS FORECAST WITHOUT A CAPACITY CHECK.
000640*
000650*           RETURN CODES:  0 = CLEAN,  4 = A DAY IS OVERBOOKED,
000660*           A SHIP-BY DATE HAS PASSED, OR A CALENDAR WAS
000670*           FORECAST WITHOUT ITS OWN DAYS OR WITHOUT A
000680*           CAPACITY CARD, OR DID NOT FIT THE TABLE.
000690*--------------------------------------------------------------
000700
000710 ENVIRONMENT DIVISION.
000720 INPUT-OUTPUT SECTION.
000730 FILE-CONTROL.
000740     SELECT OPTIONAL CAPACITY-FILE ASSIGN TO DOCKCAP
000750         ORGANIZATION IS LINE SEQUENTIAL.
000760
000770     SELECT DATEOUT-FILE ASSIGN TO DATEOUT
000780         ORGANIZATION IS LINE SEQUENTIAL.
000790
000800     SELECT REPORT-FILE ASSIGN TO REPORTFL
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830     SELECT PASSED-SORT-FILE ASSIGN TO SORTWK1.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870*--------------------------------------------------------------
000880* CAPACITY-FILE - THE DOCK-CAPACITY CARDS (LAYOUT IN THE
000890* HEADER ABOVE).
000900*--------------------------------------------------------------
000910 FD  CAPACITY-FILE.
000920 01  CAPACITY-RECORD.
000930     05  CAP-CALENDAR-ID         PIC X(08).
000940     05  CAP-WEEKDAY-SLOTS.
000950         10  CAP-SLOTS           PIC 9(03) OCCURS 5 TIMES.
000960     05  CAP-WEEKDAY-SLOTS-X REDEFINES CAP-WEEKDAY-SLOTS
000970                                 PIC X(15).
000980     05  CAP-HALF-PCT            PIC 9(03).
000990     05  CAP-HALF-PCT-X REDEFINES CAP-HALF-PCT
001000                                 PIC X(03).
001010     05  FILLER                  PIC X(54).
001020
001030*--------------------------------------------------------------
001040* DATEOUT-FILE - THE RESULT FILE CALENDAR WROTE TONIGHT.
001050*--------------------------------------------------------------
001060 FD  DATEOUT-FILE.
001070 COPY DATEOUTR.
001080
001090 FD  REPORT-FILE.
001100 01  REPORT-LINE                 PIC X(132).
001110
001120*--------------------------------------------------------------
001130* PASSED-SORT-FILE - THE SHIP-BY ITEMS ALREADY PASSED, IN
001140* CALENDAR, SHIP-BY DATE, RECEIPT ORDER FOR THE LISTING.
001150*--------------------------------------------------------------
001160 SD  PASSED-SORT-FILE.
001170 01  PASSED-SORT-RECORD.
001180     05  PS-CALENDAR-ID          PIC X(08).
001190     05  PS-SHIP-BY-DATE         PIC 9(08).
001200     05  PS-RECEIPT-NO           PIC X(10).
001210     05  PS-PO-NO                PIC X(10).
001220     05  PS-SHIP-BY-WEEKDAY      PIC X(09).
001230     05  PS-DEADLINE-DATE        PIC 9(08).
001240     05  PS-OFFSET               PIC 9(03).
001250
001260 WORKING-STORAGE SECTION.
001270*--------------------------------------------------------------
001280* SWITCHES AND COUNTERS
001290*--------------------------------------------------------------
001300 77  WS-CAPACITY-EOF-SW      PIC X(01) VALUE 'N'.
001310     88  WS-CAPACITY-EOF               VALUE 'Y'.
001320 77  WS-DATEOUT-EOF-SW       PIC X(01) VALUE 'N'.
001330     88  WS-DATEOUT-EOF                VALUE 'Y'.
001340 77  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
001350     88  WS-SORT-EOF                   VALUE 'Y'.
001360 77  WS-WARN-SW              PIC X(01) VALUE 'N'.
001370     88  WS-STEP-WARNED                VALUE 'Y'.
001380 77  WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001390     88  WS-TABLE-OVERFLOW             VALUE 'Y'.
001400 77  WS-READ-COUNT           PIC 9(06) VALUE ZEROS COMP.
001410 77  WS-ITEM-COUNT           PIC 9(06) VALUE ZEROS COMP.
001420 77  WS-SKIP-COUNT           PIC 9(06) VALUE ZEROS COMP.
001430 77  WS-DROPPED-COUNT        PIC 9(06) VALUE ZEROS COMP.
001440 77  WS-PASSED-LISTED        PIC 9(06) VALUE ZEROS COMP.
001450 77  WS-COUNT-DISPLAY        PIC ZZZZZ9 VALUE SPACES.
001460 77  WS-COUNT-DISPLAY-2      PIC ZZZZZ9 VALUE SPACES.
001470 77  WS-COUNT-DISPLAY-3      PIC ZZZZZ9 VALUE SPACES.
001480 77  WS-DAYS-DISPLAY         PIC Z9     VALUE SPACES.
001490
001500*--------------------------------------------------------------
001510* FORECAST LENGTH - BUSINESS DAYS AHEAD, COUNTING THE RUN DATE
001520* WHEN IT IS ONE.  THE DAY TABLE HOLDS EVERY CALENDAR DAY OF
001530* THE WINDOW; 35 COVERS THREE WEEKS OF BUSINESS DAYS WITH TWO
001540* WEEKS OF CLOSURES IN AMONG THEM.
001550*--------------------------------------------------------------
001560 77  WS-FORECAST-DAYS        PIC 9(02) VALUE 15 COMP.
001570 77  WS-DAY-MAX              PIC 9(02) VALUE 35 COMP.
001580
001590*--------------------------------------------------------------
001600* DOCK-CAPACITY CARDS - THE DEFAULT CARD IS FILED UNDER '*'.
001610*--------------------------------------------------------------
001620 77  WS-CAP-COUNT            PIC 9(02) VALUE ZEROS COMP.
001630 77  WS-CAP-MAX              PIC 9(02) VALUE 20 COMP.
001640 77  WS-CAP-SUB              PIC 9(02) VALUE ZEROS COMP.
001650 77  WS-CAP-SLOT             PIC 9(02) VALUE ZEROS COMP.
001660 77  WS-CAP-KEY              PIC X(08) VALUE SPACES.
001670 01  WS-CAP-TABLE.
001680     05  WS-CAP-ENTRY OCCURS 20 TIMES.
001690         10  WS-CAP-CAL-ID       PIC X(08).
001700         10  WS-CAP-SLOTS        PIC 9(03) OCCURS 5 TIMES.
001710         10  WS-CAP-HALF-PCT     PIC 9(03).
001720
001730*--------------------------------------------------------------
001740* CALENDAR TABLE - ONE ENTRY PER CALENDAR ON TONIGHT'S DATEOUT,
001750* IN THE ORDER FIRST SEEN, EACH WITH ITS FORECAST WINDOW: ONE
001760* DAY ENTRY PER CALENDAR DAY, TYPED 'O' OPEN, 'H' HALF DAY,
001770* 'C' CLOSED OR 'W' WEEKEND, WITH THE DAY'S SLOTS AND THE WORK
001780* LANDING ON IT.
001790*--------------------------------------------------------------
001800 77  WS-CAL-COUNT            PIC 9(02) VALUE ZEROS COMP.
001810 77  WS-CAL-MAX              PIC 9(02) VALUE 20 COMP.
001820 77  WS-CAL-SUB              PIC 9(02) VALUE ZEROS COMP.
001830 77  WS-CAL-SLOT             PIC 9(02) VALUE ZEROS COMP.
001840 77  WS-DAY-SUB              PIC 9(02) VALUE ZEROS COMP.
001850 77  WS-DAY-SLOT             PIC 9(02) VALUE ZEROS COMP.
001860 01  WS-CAL-TABLE.
001870     05  WS-CAL-ENTRY OCCURS 20 TIMES.
001880         10  WS-CAL-ID           PIC X(08).
001890*            THE CAPACITY CARD IN FORCE (ZERO = NONE).
001900         10  WS-CAL-CAP-SLOT     PIC 9(02) COMP.
001910         10  WS-CAL-SHOP-SW      PIC X(01).
001920             88  WS-CAL-USES-SHOP          VALUE 'Y'.
001930         10  WS-CAL-DAY-COUNT    PIC 9(02) COMP.
001940         10  WS-CAL-BUS-DAYS     PIC 9(02) COMP.
001950         10  WS-CAL-LAST-DATE    PIC 9(08).
001960         10  WS-CAL-PAST-DUE     PIC 9(06) COMP.
001970         10  WS-CAL-PASSED       PIC 9(06) COMP.
001980         10  WS-CAL-BEYOND       PIC 9(06) COMP.
001990         10  WS-CAL-DAY OCCURS 35 TIMES.
002000             15  WS-DAY-DATE     PIC 9(08).
002010             15  WS-DAY-WEEKDAY  PIC X(09).
002020             15  WS-DAY-WEEKDAY-NUM
002030                                 PIC 9(01).
002040             15  WS-DAY-TYPE     PIC X(01).
002050                 88  WS-DAY-OPEN           VALUE 'O'.
002060                 88  WS-DAY-HALF           VALUE 'H'.
002070                 88  WS-DAY-CLOSED         VALUE 'C'.
002080                 88  WS-DAY-WEEKEND        VALUE 'W'.
002090             15  WS-DAY-SLOTS    PIC 9(04) COMP.
002100             15  WS-DAY-DUE      PIC 9(06) COMP.
002110             15  WS-DAY-SHIP     PIC 9(06) COMP.
002120
002130*--------------------------------------------------------------
002140* WINDOW-BUILD AND PRINT SCRATCH FIELDS
002150*--------------------------------------------------------------
002160 77  WS-WORK-CAL-ID          PIC X(08) VALUE SPACES.
002170 77  WS-WALK-DATE            PIC 9(08) VALUE ZEROS.
002180 77  WS-WALK-INT             PIC 9(07) VALUE ZEROS.
002190 77  WS-DAY-LOAD             PIC 9(06) VALUE ZEROS COMP.
002200 77  WS-CARD-NAME            PIC X(08) VALUE SPACES.
002210
002220*--------------------------------------------------------------
002230* PER-CALENDAR AND REPORT TOTALS
002240*--------------------------------------------------------------
002250 01  WS-CAL-TOTALS.
002260     05  WS-CAL-IN-WINDOW        PIC 9(06) VALUE ZEROS COMP.
002270     05  WS-CAL-OVERBOOKED       PIC 9(04) VALUE ZEROS COMP.
002280 01  WS-GRAND-TOTALS.
002290     05  WS-TOT-IN-WINDOW        PIC 9(06) VALUE ZEROS COMP.
002300     05  WS-TOT-PAST-DUE         PIC 9(06) VALUE ZEROS COMP.
002310     05  WS-TOT-PASSED           PIC 9(06) VALUE ZEROS COMP.
002320     05  WS-TOT-BEYOND           PIC 9(06) VALUE ZEROS COMP.
002330     05  WS-TOT-OVERBOOKED       PIC 9(04) VALUE ZEROS COMP.
002340     05  WS-TOT-NO-CARD          PIC 9(02) VALUE ZEROS COMP.
002350     05  WS-TOT-SHOP-DAYS        PIC 9(02) VALUE ZEROS COMP.
002360
002370*--------------------------------------------------------------
002380* DATESRV PARAMETER AREA
002390*--------------------------------------------------------------
002400 COPY DATESRVC.
002410
002420*--------------------------------------------------------------
002430* FORECAST DAY LINE - SLOTS AND OVER ARE BLANKED WHEN THE
002440* CALENDAR HAS NO CAPACITY CARD, OVER WHEN THE DAY IS NOT OVER.
002450*--------------------------------------------------------------
002460 01  WS-DAY-LINE.
002470     05  FILLER              PIC X(01) VALUE SPACE.
002480     05  DYL-DATE            PIC 9(08).
002490     05  FILLER              PIC X(02) VALUE SPACES.
002500     05  DYL-WEEKDAY         PIC X(09).
002510     05  FILLER              PIC X(02) VALUE SPACES.
002520     05  DYL-DAY-TYPE        PIC X(08).
002530     05  FILLER              PIC X(02) VALUE SPACES.
002540     05  DYL-DUE             PIC ZZZZZ9.
002550     05  FILLER              PIC X(02) VALUE SPACES.
002560     05  DYL-SHIP            PIC ZZZZZ9.
002570     05  FILLER              PIC X(02) VALUE SPACES.
002580     05  DYL-LOAD            PIC ZZZZZ9.
002590     05  FILLER              PIC X(02) VALUE SPACES.
002600     05  DYL-SLOTS           PIC ZZZZZ9.
002610     05  DYL-SLOTS-X REDEFINES DYL-SLOTS
002620                             PIC X(06).
002630     05  FILLER              PIC X(02) VALUE SPACES.
002640     05  DYL-OVER            PIC ZZZZZ9.
002650     05  DYL-OVER-X REDEFINES DYL-OVER
002660                             PIC X(06).
002670     05  FILLER              PIC X(02) VALUE SPACES.
002680     05  DYL-FLAG            PIC X(10).
002690     05  FILLER              PIC X(50) VALUE SPACES.
002700
002710*--------------------------------------------------------------
002720* PASSED SHIP-BY DETAIL LINE
002730*--------------------------------------------------------------
002740 01  WS-PASSED-LINE.
002750     05  FILLER              PIC X(01) VALUE SPACE.
002760     05  PSL-CALENDAR-ID     PIC X(08).
002770     05  FILLER              PIC X(02) VALUE SPACES.
002780     05  PSL-RECEIPT-NO      PIC X(10).
002790     05  FILLER              PIC X(02) VALUE SPACES.
002800     05  PSL-PO-NO           PIC X(10).
002810     05  FILLER              PIC X(02) VALUE SPACES.
002820     05  PSL-SHIP-BY-DATE    PIC 9(08).
002830     05  FILLER              PIC X(02) VALUE SPACES.
002840     05  PSL-WEEKDAY         PIC X(09).
002850     05  FILLER              PIC X(02) VALUE SPACES.
002860     05  PSL-DEADLINE-DATE   PIC 9(08).
002870     05  FILLER              PIC X(02) VALUE SPACES.
002880     05  PSL-OFFSET          PIC ZZ9.
002890     05  FILLER              PIC X(63) VALUE SPACES.
002900
002910*--------------------------------------------------------------
002920* REPORT-FILE PAGE-CONTROL WORKING STORAGE
002930*--------------------------------------------------------------
002940 77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS COMP.
002950 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS COMP.
002960 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 055 COMP.
002970 77  WS-PAGE-DISPLAY         PIC ZZ9    VALUE SPACES.
002980 77  WS-PRINT-WORK           PIC X(132) VALUE SPACES.
002990
003000*    YYYYMMDD
003010 01 CurrentDate.
003020    02  CurrentYear     PIC 9(4).
003030    02  CurrentMonth    PIC 99.
003040    02  CurrentDay      PIC 99.
003050 01 CurrentDate-N REDEFINES CurrentDate PIC 9(8).
003060
003070*    HHMMSSss   s = S/100
003080 01 CurrentTime.
003090    02  CurrentHour     PIC 99.
003100    02  CurrentMinute   PIC 99.
003110    02  FILLER          PIC 9(4).
003120
003130 PROCEDURE DIVISION.
003140*--------------------------------------------------------------
003150* 0000-MAINLINE - ONE PASS OVER DATEOUT BUILDS THE WINDOWS AND
003160* COUNTS THE WORK (RELEASING THE PASSED SHIP-BY ITEMS TO THE
003170* SORT); THE SORT'S OUTPUT SIDE PRINTS THE FORECAST AND THEN
003180* THE PASSED LISTING.
003190*--------------------------------------------------------------
003200 0000-MAINLINE.
003210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003220     SORT PASSED-SORT-FILE
003230         ON ASCENDING KEY PS-CALENDAR-ID
003240                          PS-SHIP-BY-DATE
003250                          PS-RECEIPT-NO
003260         INPUT PROCEDURE IS 2000-LOAD-WORKLOAD
003270             THRU 2000-EXIT
003280         OUTPUT PROCEDURE IS 4000-PRINT-REPORT
003290             THRU 4000-EXIT.
003300     PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
003310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003320     IF WS-STEP-WARNED
003330         MOVE 4 TO RETURN-CODE
003340     ELSE
003350         MOVE ZEROS TO RETURN-CODE
003360     END-IF.
003370     STOP RUN.
003380 0000-EXIT.
003390     EXIT.
003400
003410*--------------------------------------------------------------
003420* 1000-INITIALIZE - RUN STAMP, CAPACITY CARDS, REPORT HEADER.
003430*--------------------------------------------------------------
003440 1000-INITIALIZE.
003450     ACCEPT CurrentDate FROM DATE YYYYMMDD.
003460     ACCEPT CurrentTime FROM TIME.
003470     OPEN INPUT CAPACITY-FILE.
003480     PERFORM 1100-READ-CAPACITY THRU 1100-EXIT.
003490     PERFORM 1200-STORE-ONE-CARD THRU 1200-EXIT
003500         UNTIL WS-CAPACITY-EOF.
003510     CLOSE CAPACITY-FILE.
003520     OPEN OUTPUT REPORT-FILE.
003530     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
003540 1000-EXIT.
003550     EXIT.
003560
003570 1100-READ-CAPACITY.
003580     READ CAPACITY-FILE
003590         AT END
003600             SET WS-CAPACITY-EOF TO TRUE
003610     END-READ.
003620 1100-EXIT.
003630     EXIT.
003640
003650*--------------------------------------------------------------
003660* 1200-STORE-ONE-CARD - FILES ONE CAPACITY CARD, THE DEFAULT
003670* CARD UNDER '*'.  A CARD WITH NON-NUMERIC SLOTS, OR ONE PAST
003680* THE TABLE, IS LISTED ON THE CONSOLE AND IGNORED; A LATER
003690* CARD FOR THE SAME CALENDAR REPLACES AN EARLIER ONE.
003700*--------------------------------------------------------------
003710 1200-STORE-ONE-CARD.
003720     PERFORM 1210-APPLY-ONE-CARD THRU 1210-EXIT.
003730     PERFORM 1100-READ-CAPACITY THRU 1100-EXIT.
003740 1200-EXIT.
003750     EXIT.
003760
003770 1210-APPLY-ONE-CARD.
003780     IF CAP-WEEKDAY-SLOTS-X IS NOT NUMERIC
003790         DISPLAY 'DOCKFCST - CAPACITY CARD IGNORED: '
003800             CAPACITY-RECORD(1:26)
003810         GO TO 1210-EXIT
003820     END-IF.
003830     IF CAP-CALENDAR-ID = SPACES
003840         MOVE '*' TO WS-CAP-KEY
003850     ELSE
003860         MOVE CAP-CALENDAR-ID TO WS-CAP-KEY
003870     END-IF.
003880     PERFORM 1300-FIND-CAPACITY-CARD THRU 1300-EXIT.
003890     IF WS-CAP-SLOT = ZEROS
003900         IF WS-CAP-COUNT = WS-CAP-MAX
003910             DISPLAY 'DOCKFCST - CAPACITY CARD IGNORED: '
003920                 CAPACITY-RECORD(1:26)
003930             GO TO 1210-EXIT
003940         END-IF
003950         ADD 1 TO WS-CAP-COUNT
003960         MOVE WS-CAP-COUNT TO WS-CAP-SLOT
003970     END-IF.
003980     MOVE WS-CAP-KEY TO WS-CAP-CAL-ID(WS-CAP-SLOT).
003990     MOVE 1 TO WS-CAP-SUB.
004000     PERFORM 1220-STORE-ONE-WEEKDAY THRU 1220-EXIT
004010         UNTIL WS-CAP-SUB > 5.
004020     IF CAP-HALF-PCT-X IS NUMERIC
004030         MOVE CAP-HALF-PCT TO WS-CAP-HALF-PCT(WS-CAP-SLOT)
004040     ELSE
004050         MOVE 050 TO WS-CAP-HALF-PCT(WS-CAP-SLOT)
004060     END-IF.
004070 1210-EXIT.
004080     EXIT.
004090
004100 1220-STORE-ONE-WEEKDAY.
004110     MOVE CAP-SLOTS(WS-CAP-SUB)
004120         TO WS-CAP-SLOTS(WS-CAP-SLOT, WS-CAP-SUB).
004130     ADD 1 TO WS-CAP-SUB.
004140 1220-EXIT.
004150     EXIT.
004160
004170*--------------------------------------------------------------
004180* 1300-FIND-CAPACITY-CARD - LEAVES THE TABLE SLOT OF THE CARD
004190* FILED UNDER WS-CAP-KEY IN WS-CAP-SLOT, ZERO WHEN NONE.
004200*--------------------------------------------------------------
004210 1300-FIND-CAPACITY-CARD.
004220     MOVE ZEROS TO WS-CAP-SLOT.
004230     MOVE 1 TO WS-CAP-SUB.
004240     PERFORM 1310-TEST-ONE-CARD THRU 1310-EXIT
004250         UNTIL WS-CAP-SLOT > ZEROS
004260         OR WS-CAP-SUB > WS-CAP-COUNT.
004270 1300-EXIT.
004280     EXIT.
004290
004300 1310-TEST-ONE-CARD.
004310     IF WS-CAP-CAL-ID(WS-CAP-SUB) = WS-CAP-KEY
004320         MOVE WS-CAP-SUB TO WS-CAP-SLOT
004330     ELSE
004340         ADD 1 TO WS-CAP-SUB
004350     END-IF.
004360 1310-EXIT.
004370     EXIT.
004380
004390*--------------------------------------------------------------
004400* 2000-LOAD-WORKLOAD - SORT INPUT SIDE.  ONE PASS OVER TONIGHT'S
004410* DATEOUT, LANDING EVERY ITEM ON ITS CALENDAR'S WINDOW.
004420*--------------------------------------------------------------
004430 2000-LOAD-WORKLOAD.
004440     OPEN INPUT DATEOUT-FILE.
004450     PERFORM 2100-READ-DATEOUT THRU 2100-EXIT.
004460     PERFORM 2200-LOAD-ONE-RECORD THRU 2200-EXIT
004470         UNTIL WS-DATEOUT-EOF.
004480     CLOSE DATEOUT-FILE.
004490 2000-EXIT.
004500     EXIT.
004510
004520 2100-READ-DATEOUT.
004530     READ DATEOUT-FILE
004540         AT END
004550             SET WS-DATEOUT-EOF TO TRUE
004560     END-READ.
004570 2100-EXIT.
004580     EXIT.
004590
004600*--------------------------------------------------------------
004610* 2200-LOAD-ONE-RECORD - A RECORD WITH NO DUE DATE (OR AN
004620* INVALID ONE) IS NO DOCK WORK.  AN ITEM WHOSE CALENDAR DOES
004630* NOT FIT THE TABLE IS COUNTED AS DROPPED.
004640*--------------------------------------------------------------
004650 2200-LOAD-ONE-RECORD.
004660     ADD 1 TO WS-READ-COUNT.
004670     IF DO-STATUS NOT = 'VALID' OR DO-DUE-DATE = ZEROS
004680         ADD 1 TO WS-SKIP-COUNT
004690     ELSE
004700         ADD 1 TO WS-ITEM-COUNT
004710         PERFORM 2300-FIND-CALENDAR THRU 2300-EXIT
004720         IF WS-CAL-SLOT = ZEROS
004730             ADD 1 TO WS-DROPPED-COUNT
004740         ELSE
004750             PERFORM 2400-PLACE-ONE-ITEM THRU 2400-EXIT
004760         END-IF
004770     END-IF.
004780     PERFORM 2100-READ-DATEOUT THRU 2100-EXIT.
004790 2200-EXIT.
004800     EXIT.
004810
004820*--------------------------------------------------------------
004830* 2300-FIND-CALENDAR - LEAVES THE RECORD'S CALENDAR SLOT IN
004840* WS-CAL-SLOT, ADDING THE CALENDAR AND BUILDING ITS WINDOW THE
004850* FIRST TIME IT IS SEEN.  ZERO WHEN THE TABLE IS FULL.
004860*--------------------------------------------------------------
004870 2300-FIND-CALENDAR.
004880     IF DO-CALENDAR-ID = SPACES
004890         MOVE 'SHOP' TO WS-WORK-CAL-ID
004900     ELSE
004910         MOVE DO-CALENDAR-ID TO WS-WORK-CAL-ID
004920     END-IF.
004930     MOVE ZEROS TO WS-CAL-SLOT.
004940     MOVE 1 TO WS-CAL-SUB.
004950     PERFORM 2310-TEST-ONE-CALENDAR THRU 2310-EXIT
004960         UNTIL WS-CAL-SLOT > ZEROS
004970         OR WS-CAL-SUB > WS-CAL-COUNT.
004980     IF WS-CAL-SLOT > ZEROS
004990         GO TO 2300-EXIT
005000     END-IF.
005010     IF WS-CAL-COUNT = WS-CAL-MAX
005020         SET WS-TABLE-OVERFLOW TO TRUE
005030         SET WS-STEP-WARNED TO TRUE
005040         GO TO 2300-EXIT
005050     END-IF.
005060     ADD 1 TO WS-CAL-COUNT.
005070     MOVE WS-CAL-COUNT TO WS-CAL-SLOT.
005080     PERFORM 3000-BUILD-WINDOW THRU 3000-EXIT.
005090 2300-EXIT.
005100     EXIT.
005110
005120 2310-TEST-ONE-CALENDAR.
005130     IF WS-CAL-ID(WS-CAL-SUB) = WS-WORK-CAL-ID
005140         MOVE WS-CAL-SUB TO WS-CAL-SLOT
005150     ELSE
005160         ADD 1 TO WS-CAL-SUB
005170     END-IF.
005180 2310-EXIT.
005190     EXIT.
005200
005210*--------------------------------------------------------------
005220* 2400-PLACE-ONE-ITEM - A PASSED SHIP-BY GOES TO THE SORT FOR
005230* THE RESCHEDULING LIST.  ANYTHING ELSE DATED BEFORE THE RUN
005240* DATE IS PAST DUE, AFTER THE WINDOW BEYOND IT; THE REST LANDS
005250* ON ITS DAY.
005260*--------------------------------------------------------------
005270 2400-PLACE-ONE-ITEM.
005280     IF DO-DUE-DIRECTION = 'R' AND DO-SHIP-PASSED = 'Y'
005290         ADD 1 TO WS-CAL-PASSED(WS-CAL-SLOT)
005300         PERFORM 2500-RELEASE-PASSED THRU 2500-EXIT
005310         GO TO 2400-EXIT
005320     END-IF.
005330     IF DO-DUE-DATE < CurrentDate-N
005340         ADD 1 TO WS-CAL-PAST-DUE(WS-CAL-SLOT)
005350         GO TO 2400-EXIT
005360     END-IF.
005370     IF DO-DUE-DATE > WS-CAL-LAST-DATE(WS-CAL-SLOT)
005380         ADD 1 TO WS-CAL-BEYOND(WS-CAL-SLOT)
005390         GO TO 2400-EXIT
005400     END-IF.
005410     MOVE ZEROS TO WS-DAY-SLOT.
005420     MOVE 1 TO WS-DAY-SUB.
005430     PERFORM 2410-TEST-ONE-DAY THRU 2410-EXIT
005440         UNTIL WS-DAY-SLOT > ZEROS
005450         OR WS-DAY-SUB > WS-CAL-DAY-COUNT(WS-CAL-SLOT).
005460     IF WS-DAY-SLOT = ZEROS
005470         ADD 1 TO WS-CAL-BEYOND(WS-CAL-SLOT)
005480         GO TO 2400-EXIT
005490     END-IF.
005500     IF DO-DUE-DIRECTION = 'R'
005510         ADD 1 TO WS-DAY-SHIP(WS-CAL-SLOT, WS-DAY-SLOT)
005520     ELSE
005530         ADD 1 TO WS-DAY-DUE(WS-CAL-SLOT, WS-DAY-SLOT)
005540     END-IF.
005550 2400-EXIT.
005560     EXIT.
005570
005580 2410-TEST-ONE-DAY.
005590     IF WS-DAY-DATE(WS-CAL-SLOT, WS-DAY-SUB) = DO-DUE-DATE
005600         MOVE WS-DAY-SUB TO WS-DAY-SLOT
005610     ELSE
005620         ADD 1 TO WS-DAY-SUB
005630     END-IF.
005640 2410-EXIT.
005650     EXIT.
005660
005670 2500-RELEASE-PASSED.
005680     MOVE WS-WORK-CAL-ID    TO PS-CALENDAR-ID.
005690     MOVE DO-DUE-DATE       TO PS-SHIP-BY-DATE.
005700     MOVE DO-RECEIPT-NO     TO PS-RECEIPT-NO.
005710     MOVE DO-PO-NO          TO PS-PO-NO.
005720     MOVE DO-DUE-WEEKDAY    TO PS-SHIP-BY-WEEKDAY.
005730     MOVE DO-INPUT-DATE     TO PS-DEADLINE-DATE.
005740     MOVE DO-BUSDAY-OFFSET  TO PS-OFFSET.
005750     RELEASE PASSED-SORT-RECORD.
005760 2500-EXIT.
005770     EXIT.
005780
005790*--------------------------------------------------------------
005800* 3000-BUILD-WINDOW - SETS UP THE NEW CALENDAR AT WS-CAL-SLOT:
005810* ITS CAPACITY CARD (ITS OWN, ELSE THE DEFAULT) AND ONE DAY
005820* ENTRY PER CALENDAR DAY FROM THE RUN DATE UNTIL THE WINDOW
005830* HOLDS WS-FORECAST-DAYS BUSINESS DAYS.  A CALENDAR DATESRV
005840* DOES NOT KNOW IS BUILT ON 'SHOP' DAYS INSTEAD.
005850*--------------------------------------------------------------
005860 3000-BUILD-WINDOW.
005870     INITIALIZE WS-CAL-ENTRY(WS-CAL-SLOT).
005880     MOVE WS-WORK-CAL-ID TO WS-CAL-ID(WS-CAL-SLOT).
005890     MOVE 'N' TO WS-CAL-SHOP-SW(WS-CAL-SLOT).
005900     MOVE WS-WORK-CAL-ID TO WS-CAP-KEY.
005910     PERFORM 1300-FIND-CAPACITY-CARD THRU 1300-EXIT.
005920     IF WS-CAP-SLOT = ZEROS
005930         MOVE '*' TO WS-CAP-KEY
005940         PERFORM 1300-FIND-CAPACITY-CARD THRU 1300-EXIT
005950     END-IF.
005960     MOVE WS-CAP-SLOT TO WS-CAL-CAP-SLOT(WS-CAL-SLOT).
005970     IF WS-CAP-SLOT = ZEROS
005980         ADD 1 TO WS-TOT-NO-CARD
005990         SET WS-STEP-WARNED TO TRUE
006000     END-IF.
006010     SET DSRV-FUNC-DAY-QUERY TO TRUE.
006020     MOVE WS-WORK-CAL-ID TO DSRV-CALENDAR-ID.
006030     MOVE CurrentDate-N TO DSRV-INPUT-DATE.
006040     CALL 'DATESRV' USING DATESRV-PARMS.
006050     IF NOT DSRV-RC-OK
006060         SET WS-CAL-USES-SHOP(WS-CAL-SLOT) TO TRUE
006070         ADD 1 TO WS-TOT-SHOP-DAYS
006080         SET WS-STEP-WARNED TO TRUE
006090         MOVE 'SHOP' TO DSRV-CALENDAR-ID
006100     END-IF.
006110     MOVE CurrentDate-N TO WS-WALK-DATE.
006120     COMPUTE WS-WALK-INT =
006130         FUNCTION INTEGER-OF-DATE(WS-WALK-DATE).
006140     PERFORM 3100-ADD-ONE-DAY THRU 3100-EXIT
006150         UNTIL WS-CAL-BUS-DAYS(WS-CAL-SLOT) = WS-FORECAST-DAYS
006160         OR WS-CAL-DAY-COUNT(WS-CAL-SLOT) = WS-DAY-MAX.
006170     MOVE WS-CAL-DAY-COUNT(WS-CAL-SLOT) TO WS-DAY-SUB.
006180     MOVE WS-DAY-DATE(WS-CAL-SLOT, WS-DAY-SUB)
006190         TO WS-CAL-LAST-DATE(WS-CAL-SLOT).
006200     IF WS-CAL-BUS-DAYS(WS-CAL-SLOT) < WS-FORECAST-DAYS
006210         SET WS-STEP-WARNED TO TRUE
006220     END-IF.
006230 3000-EXIT.
006240     EXIT.
006250
006260*--------------------------------------------------------------
006270* 3100-ADD-ONE-DAY - ASKS DATESRV ABOUT WS-WALK-DATE UNDER THE
006280* CALENDAR IN DSRV-CALENDAR-ID, FILES THE DAY AND STEPS ON TO
006290* THE NEXT ONE.
006300*--------------------------------------------------------------
006310 3100-ADD-ONE-DAY.
006320     SET DSRV-FUNC-DAY-QUERY TO TRUE.
006330     MOVE WS-WALK-DATE TO DSRV-INPUT-DATE.
006340     CALL 'DATESRV' USING DATESRV-PARMS.
006350     ADD 1 TO WS-CAL-DAY-COUNT(WS-CAL-SLOT).
006360     MOVE WS-CAL-DAY-COUNT(WS-CAL-SLOT) TO WS-DAY-SUB.
006370     MOVE WS-WALK-DATE TO WS-DAY-DATE(WS-CAL-SLOT, WS-DAY-SUB).
006380     MOVE DSRV-WEEKDAY-NAME
006390         TO WS-DAY-WEEKDAY(WS-CAL-SLOT, WS-DAY-SUB).
006400     MOVE DSRV-WEEKDAY-NUM
006410         TO WS-DAY-WEEKDAY-NUM(WS-CAL-SLOT, WS-DAY-SUB).
006420     EVALUATE TRUE
006430         WHEN NOT DSRV-RC-OK
006440             MOVE 'C' TO WS-DAY-TYPE(WS-CAL-SLOT, WS-DAY-SUB)
006450         WHEN DSRV-WEEKDAY-NUM > 4
006460             MOVE 'W' TO WS-DAY-TYPE(WS-CAL-SLOT, WS-DAY-SUB)
006470         WHEN DSRV-DATE-IS-HOLIDAY
006480             MOVE 'C' TO WS-DAY-TYPE(WS-CAL-SLOT, WS-DAY-SUB)
006490         WHEN DSRV-DATE-IS-HALF-DAY
006500             MOVE 'H' TO WS-DAY-TYPE(WS-CAL-SLOT, WS-DAY-SUB)
006510             ADD 1 TO WS-CAL-BUS-DAYS(WS-CAL-SLOT)
006520         WHEN OTHER
006530             MOVE 'O' TO WS-DAY-TYPE(WS-CAL-SLOT, WS-DAY-SUB)
006540             ADD 1 TO WS-CAL-BUS-DAYS(WS-CAL-SLOT)
006550     END-EVALUATE.
006560     PERFORM 3200-SET-DAY-SLOTS THRU 3200-EXIT.
006570     ADD 1 TO WS-WALK-INT.
006580     MOVE FUNCTION DATE-OF-INTEGER(WS-WALK-INT)
006590         TO WS-WALK-DATE.
006600 3100-EXIT.
006610     EXIT.
006620
006630*--------------------------------------------------------------
006640* 3200-SET-DAY-SLOTS - THE CARD'S SLOTS FOR THE WEEKDAY ON AN
006650* OPEN DAY, THE HALF-DAY PERCENTAGE OF THEM (ROUNDED DOWN) ON
006660* A HALF DAY, NONE ON A CLOSED OR WEEKEND DAY.
006670*--------------------------------------------------------------
006680 3200-SET-DAY-SLOTS.
006690     MOVE ZEROS TO WS-DAY-SLOTS(WS-CAL-SLOT, WS-DAY-SUB).
006700     MOVE WS-CAL-CAP-SLOT(WS-CAL-SLOT) TO WS-CAP-SLOT.
006710     IF WS-CAP-SLOT = ZEROS
006720         GO TO 3200-EXIT
006730     END-IF.
006740     COMPUTE WS-CAP-SUB =
006750         WS-DAY-WEEKDAY-NUM(WS-CAL-SLOT, WS-DAY-SUB) + 1.
006760     IF WS-DAY-OPEN(WS-CAL-SLOT, WS-DAY-SUB)
006770         MOVE WS-CAP-SLOTS(WS-CAP-SLOT, WS-CAP-SUB)
006780             TO WS-DAY-SLOTS(WS-CAL-SLOT, WS-DAY-SUB)
006790     END-IF.
006800     IF WS-DAY-HALF(WS-CAL-SLOT, WS-DAY-SUB)
006810         COMPUTE WS-DAY-SLOTS(WS-CAL-SLOT, WS-DAY-SUB) =
006820             WS-CAP-SLOTS(WS-CAP-SLOT, WS-CAP-SUB)
006830             * WS-CAP-HALF-PCT(WS-CAP-SLOT) / 100
006840     END-IF.
006850 3200-EXIT.
006860     EXIT.
006870
006880*--------------------------------------------------------------
006890* 4000-PRINT-REPORT - SORT OUTPUT SIDE.  THE FORECAST FOR EACH
006900* CALENDAR, THEN THE PASSED SHIP-BY LISTING.
006910*--------------------------------------------------------------
006920 4000-PRINT-REPORT.
006930     IF WS-CAL-COUNT = ZEROS
006940         MOVE SPACES TO WS-PRINT-WORK
006950         MOVE ' NO DUE OR SHIP-BY DATES ON TONIGHT''S DATEOUT'
006960             TO WS-PRINT-WORK
006970         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006980     END-IF.
006990     MOVE 1 TO WS-CAL-SUB.
007000     PERFORM 4100-PRINT-ONE-CALENDAR THRU 4100-EXIT
007010         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
007020     PERFORM 4500-LIST-PASSED-SHIP-BY THRU 4500-EXIT.
007030 4000-EXIT.
007040     EXIT.
007050
007060*--------------------------------------------------------------
007070* 4100-PRINT-ONE-CALENDAR - THE CALENDAR'S BANNER, ONE LINE
007080* PER DAY LISTED AND ITS TOTALS LINE.
007090*--------------------------------------------------------------
007100 4100-PRINT-ONE-CALENDAR.
007110     INITIALIZE WS-CAL-TOTALS.
007120     IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 12
007130         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
007140     END-IF.
007150     MOVE WS-CAL-CAP-SLOT(WS-CAL-SUB) TO WS-CAP-SLOT.
007160     MOVE WS-FORECAST-DAYS TO WS-DAYS-DISPLAY.
007170     IF WS-CAP-SLOT > ZEROS
007180         MOVE WS-CAP-CAL-ID(WS-CAP-SLOT) TO WS-CARD-NAME
007190         IF WS-CARD-NAME = '*'
007200             MOVE 'DEFAULT' TO WS-CARD-NAME
007210         END-IF
007220     END-IF.
007230     MOVE SPACES TO WS-PRINT-WORK.
007240     IF WS-CAP-SLOT = ZEROS
007250         STRING '----- CALENDAR ' DELIMITED BY SIZE
007260             WS-CAL-ID(WS-CAL-SUB) DELIMITED BY SPACE
007270             ' - NEXT ' DELIMITED BY SIZE
007280             WS-DAYS-DISPLAY DELIMITED BY SIZE
007290             ' BUSINESS DAYS - NO CAPACITY CARD -----'
007300             DELIMITED BY SIZE
007310             INTO WS-PRINT-WORK
007320     ELSE
007330         STRING '----- CALENDAR ' DELIMITED BY SIZE
007340             WS-CAL-ID(WS-CAL-SUB) DELIMITED BY SPACE
007350             ' - NEXT ' DELIMITED BY SIZE
007360             WS-DAYS-DISPLAY DELIMITED BY SIZE
007370             ' BUSINESS DAYS - SLOTS FROM THE ' DELIMITED BY SIZE
007380             WS-CARD-NAME DELIMITED BY SPACE
007390             ' CARD -----' DELIMITED BY SIZE
007400             INTO WS-PRINT-WORK
007410     END-IF.
007420     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
007430     IF WS-CAL-USES-SHOP(WS-CAL-SUB)
007440         MOVE SPACES TO WS-PRINT-WORK
007450         STRING ' *** CALENDAR ' DELIMITED BY SIZE
007460             WS-CAL-ID(WS-CAL-SUB) DELIMITED BY SPACE
007470             ' NOT ON THE HOLIDAY FILE - SHOP DAYS USED ***'
007480             DELIMITED BY SIZE
007490             INTO WS-PRINT-WORK
007500         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
007510     END-IF.
007520     IF WS-CAP-SLOT = ZEROS
007530         MOVE SPACES TO WS-PRINT-WORK
007540         MOVE ' *** NO CAPACITY CARD - LOAD NOT CHECKED ***'
007550             TO WS-PRINT-WORK
007560         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
007570     END-IF.
007580     MOVE SPACES TO WS-PRINT-WORK.
007590     STRING ' DATE      WEEKDAY    DAY       DUE-IN SHIP-BY'
007600         DELIMITED BY SIZE
007610         '    LOAD   SLOTS    OVER  FLAG' DELIMITED BY SIZE
007620         INTO WS-PRINT-WORK.
007630     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
007640     MOVE 1 TO WS-DAY-SUB.
007650     PERFORM 4200-PRINT-ONE-DAY THRU 4200-EXIT
007660         UNTIL WS-DAY-SUB > WS-CAL-DAY-COUNT(WS-CAL-SUB).
007670     IF WS-CAL-BUS-DAYS(WS-CAL-SUB) < WS-FORECAST-DAYS
007680         MOVE WS-CAL-BUS-DAYS(WS-CAL-SUB) TO WS-COUNT-DISPLAY
007690         MOVE SPACES TO WS-PRINT-WORK
007700         STRING ' *** WINDOW CUT SHORT AT' DELIMITED BY SIZE
007710             WS-COUNT-DISPLAY DELIMITED BY SIZE
007720             ' BUSINESS DAYS - TOO MANY CLOSED DAYS ***'
007730             DELIMITED BY SIZE
007740             INTO WS-PRINT-WORK
007750         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
007760     END-IF.
007770     PERFORM 4300-PRINT-CALENDAR-TOTALS THRU 4300-EXIT.
007780     ADD 1 TO WS-CAL-SUB.
007790 4100-EXIT.
007800     EXIT.
007810
007820*--------------------------------------------------------------
007830* 4200-PRINT-ONE-DAY - EVERY WEEKDAY IS LISTED, A WEEKEND DAY
007840* ONLY WHEN WORK LANDS ON IT.  A DAY CARRYING MORE WORK THAN
007850* ITS SLOTS IS OVERBOOKED - WHICH A CLOSED DAY WITH ANY WORK
007860* ON IT ALWAYS IS.
007870*--------------------------------------------------------------
007880 4200-PRINT-ONE-DAY.
007890     COMPUTE WS-DAY-LOAD =
007900         WS-DAY-DUE(WS-CAL-SUB, WS-DAY-SUB)
007910         + WS-DAY-SHIP(WS-CAL-SUB, WS-DAY-SUB).
007920     ADD WS-DAY-LOAD TO WS-CAL-IN-WINDOW.
007930     IF WS-DAY-WEEKEND(WS-CAL-SUB, WS-DAY-SUB)
007940             AND WS-DAY-LOAD = ZEROS
007950         CONTINUE
007960     ELSE
007970         PERFORM 4210-PRINT-DAY-LINE THRU 4210-EXIT
007980     END-IF.
007990     ADD 1 TO WS-DAY-SUB.
008000 4200-EXIT.
008010     EXIT.
008020
008030 4210-PRINT-DAY-LINE.
008040     MOVE WS-DAY-DATE(WS-CAL-SUB, WS-DAY-SUB) TO DYL-DATE.
008050     MOVE WS-DAY-WEEKDAY(WS-CAL-SUB, WS-DAY-SUB)
008060         TO DYL-WEEKDAY.
008070     EVALUATE TRUE
008080         WHEN WS-DAY-OPEN(WS-CAL-SUB, WS-DAY-SUB)
008090             MOVE 'OPEN' TO DYL-DAY-TYPE
008100         WHEN WS-DAY-HALF(WS-CAL-SUB, WS-DAY-SUB)
008110             MOVE 'HALF DAY' TO DYL-DAY-TYPE
008120         WHEN WS-DAY-WEEKEND(WS-CAL-SUB, WS-DAY-SUB)
008130             MOVE 'WEEKEND' TO DYL-DAY-TYPE
008140         WHEN OTHER
008150             MOVE 'CLOSED' TO DYL-DAY-TYPE
008160     END-EVALUATE.
008170     MOVE WS-DAY-DUE(WS-CAL-SUB, WS-DAY-SUB) TO DYL-DUE.
008180     MOVE WS-DAY-SHIP(WS-CAL-SUB, WS-DAY-SUB) TO DYL-SHIP.
008190     MOVE WS-DAY-LOAD TO DYL-LOAD.
008200     MOVE SPACES TO DYL-OVER-X.
008210     MOVE SPACES TO DYL-FLAG.
008220     IF WS-CAL-CAP-SLOT(WS-CAL-SUB) = ZEROS
008230         MOVE SPACES TO DYL-SLOTS-X
008240     ELSE
008250         MOVE WS-DAY-SLOTS(WS-CAL-SUB, WS-DAY-SUB) TO DYL-SLOTS
008260         IF WS-DAY-LOAD > WS-DAY-SLOTS(WS-CAL-SUB, WS-DAY-SUB)
008270             COMPUTE DYL-OVER = WS-DAY-LOAD
008280                 - WS-DAY-SLOTS(WS-CAL-SUB, WS-DAY-SUB)
008290             MOVE 'OVERBOOKED' TO DYL-FLAG
008300             ADD 1 TO WS-CAL-OVERBOOKED
008310         END-IF
008320     END-IF.
008330     MOVE WS-DAY-LINE TO WS-PRINT-WORK.
008340     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008350 4210-EXIT.
008360     EXIT.
008370
008380*--------------------------------------------------------------
008390* 4300-PRINT-CALENDAR-TOTALS - THE CALENDAR'S WORK IN AND OUT
008400* OF THE WINDOW, ROLLED INTO THE REPORT TOTALS.
008410*--------------------------------------------------------------
008420 4300-PRINT-CALENDAR-TOTALS.
008430     ADD WS-CAL-IN-WINDOW TO WS-TOT-IN-WINDOW.
008440     ADD WS-CAL-OVERBOOKED TO WS-TOT-OVERBOOKED.
008450     ADD WS-CAL-PAST-DUE(WS-CAL-SUB) TO WS-TOT-PAST-DUE.
008460     ADD WS-CAL-PASSED(WS-CAL-SUB) TO WS-TOT-PASSED.
008470     ADD WS-CAL-BEYOND(WS-CAL-SUB) TO WS-TOT-BEYOND.
008480     MOVE WS-CAL-IN-WINDOW TO WS-COUNT-DISPLAY.
008490     MOVE WS-CAL-OVERBOOKED TO WS-COUNT-DISPLAY-2.
008500     MOVE SPACES TO WS-PRINT-WORK.
008510     STRING ' ' DELIMITED BY SIZE
008520         WS-CAL-ID(WS-CAL-SUB) DELIMITED BY SIZE
008530         '  TOTALS -  IN WINDOW ' DELIMITED BY SIZE
008540         WS-COUNT-DISPLAY DELIMITED BY SIZE
008550         '   OVERBOOKED DAYS ' DELIMITED BY SIZE
008560         WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
008570         INTO WS-PRINT-WORK.
008580     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008590     MOVE WS-CAL-PAST-DUE(WS-CAL-SUB) TO WS-COUNT-DISPLAY.
008600     MOVE WS-CAL-PASSED(WS-CAL-SUB) TO WS-COUNT-DISPLAY-2.
008610     MOVE WS-CAL-BEYOND(WS-CAL-SUB) TO WS-COUNT-DISPLAY-3.
008620     MOVE SPACES TO WS-PRINT-WORK.
008630     STRING '           PAST DUE   ' DELIMITED BY SIZE
008640         WS-COUNT-DISPLAY DELIMITED BY SIZE
008650         '   SHIP-BY PASSED ' DELIMITED BY SIZE
008660         WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
008670         '   BEYOND WINDOW ' DELIMITED BY SIZE
008680         WS-COUNT-DISPLAY-3 DELIMITED BY SIZE
008690         INTO WS-PRINT-WORK.
008700     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008710     MOVE SPACES TO WS-PRINT-WORK.
008720     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008730 4300-EXIT.
008740     EXIT.
008750
008760*--------------------------------------------------------------
008770* 4500-LIST-PASSED-SHIP-BY - EVERY SHIP-BY DATE CALENDAR FOUND
008780* ALREADY BEHIND THE RUN DATE, FOR RESCHEDULING, ON A PAGE OF
008790* ITS OWN.
008800*--------------------------------------------------------------
008810 4500-LIST-PASSED-SHIP-BY.
008820     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
008830     MOVE SPACES TO WS-PRINT-WORK.
008840     MOVE '----- SHIP-BY DATES ALREADY PASSED - RESCHEDULE -----'
008850         TO WS-PRINT-WORK.
008860     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008870     MOVE SPACES TO WS-PRINT-WORK.
008880     STRING ' CALENDAR  RECEIPT-NO  PO-NUMBER   SHIP-BY'
008890         DELIMITED BY SIZE
008900         '   WEEKDAY    DEADLINE  DAYS' DELIMITED BY SIZE
008910         INTO WS-PRINT-WORK.
008920     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008930     PERFORM 4550-RETURN-ONE-PASSED THRU 4550-EXIT.
008940     PERFORM 4600-PRINT-ONE-PASSED THRU 4600-EXIT
008950         UNTIL WS-SORT-EOF.
008960     IF WS-PASSED-LISTED = ZEROS
008970         MOVE SPACES TO WS-PRINT-WORK
008980         MOVE ' NONE' TO WS-PRINT-WORK
008990         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
009000     END-IF.
009010 4500-EXIT.
009020     EXIT.
009030
009040 4550-RETURN-ONE-PASSED.
009050     RETURN PASSED-SORT-FILE
009060         AT END
009070             SET WS-SORT-EOF TO TRUE
009080     END-RETURN.
009090 4550-EXIT.
009100     EXIT.
009110
009120 4600-PRINT-ONE-PASSED.
009130     ADD 1 TO WS-PASSED-LISTED.
009140     MOVE PS-CALENDAR-ID      TO PSL-CALENDAR-ID.
009150     MOVE PS-RECEIPT-NO       TO PSL-RECEIPT-NO.
009160     MOVE PS-PO-NO            TO PSL-PO-NO.
009170     MOVE PS-SHIP-BY-DATE     TO PSL-SHIP-BY-DATE.
009180     MOVE PS-SHIP-BY-WEEKDAY  TO PSL-WEEKDAY.
009190     MOVE PS-DEADLINE-DATE    TO PSL-DEADLINE-DATE.
009200     MOVE PS-OFFSET           TO PSL-OFFSET.
009210     MOVE WS-PASSED-LINE TO WS-PRINT-WORK.
009220     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009230     PERFORM 4550-RETURN-ONE-PASSED THRU 4550-EXIT.
009240 4600-EXIT.
009250     EXIT.
009260
009270*--------------------------------------------------------------
009280* 6000-WRITE-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH A
009290* RUN-DATE/RUN-TIME HEADER, SAME STYLE AS CALENDAR'S REPORT.
009300*--------------------------------------------------------------
009310 6000-WRITE-REPORT-HEADING.
009320     ADD 1 TO WS-PAGE-COUNT.
009330     MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY.
009340     MOVE ZEROS TO WS-LINE-COUNT.
009350     MOVE SPACES TO REPORT-LINE.
009360     STRING "B COOL DISTRIBUTION CENTER" DELIMITED BY SIZE
009370         "   DOCK WORKLOAD FORECAST   PAGE " DELIMITED BY SIZE
009380         WS-PAGE-DISPLAY DELIMITED BY SIZE
009390         INTO REPORT-LINE.
009400     IF WS-PAGE-COUNT = 1
009410         WRITE REPORT-LINE
009420     ELSE
009430         WRITE REPORT-LINE AFTER ADVANCING PAGE
009440     END-IF.
009450     MOVE SPACES TO REPORT-LINE.
009460     STRING "RUN DATE: " DELIMITED BY SIZE
009470         CurrentMonth DELIMITED BY SIZE
009480         "/" DELIMITED BY SIZE
009490         CurrentDay DELIMITED BY SIZE
009500         "/" DELIMITED BY SIZE
009510         CurrentYear DELIMITED BY SIZE
009520         "   RUN TIME: " DELIMITED BY SIZE
009530         CurrentHour DELIMITED BY SIZE
009540         ":" DELIMITED BY SIZE
009550         CurrentMinute DELIMITED BY SIZE
009560         INTO REPORT-LINE.
009570     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
009580     MOVE SPACES TO REPORT-LINE.
009590     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
009600     ADD 3 TO WS-LINE-COUNT.
009610 6000-EXIT.
009620     EXIT.
009630
009640*--------------------------------------------------------------
009650* 6050-CHECK-PAGE-BREAK - STARTS A FRESH PAGE WHEN THE CURRENT
009660* PAGE HAS FILLED UP.
009670*--------------------------------------------------------------
009680 6050-CHECK-PAGE-BREAK.
009690     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009700         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
009710     END-IF.
009720 6050-EXIT.
009730     EXIT.
009740
009750*--------------------------------------------------------------
009760* 6100-PRINT-ONE-LINE - WRITES WS-PRINT-WORK AS THE NEXT LINE.
009770*--------------------------------------------------------------
009780 6100-PRINT-ONE-LINE.
009790     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
009800     MOVE WS-PRINT-WORK TO REPORT-LINE.
009810     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
009820     ADD 1 TO WS-LINE-COUNT.
009830 6100-EXIT.
009840     EXIT.
009850
009860*--------------------------------------------------------------
009870* 8000-PRINT-TOTALS - THE FORECAST TOTALS AND WARNINGS.
009880*--------------------------------------------------------------
009890 8000-PRINT-TOTALS.
009900     MOVE SPACES TO WS-PRINT-WORK.
009910     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009920     MOVE '----- FORECAST TOTALS -----' TO WS-PRINT-WORK.
009930     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009940     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
009950     MOVE SPACES TO WS-PRINT-WORK.
009960     STRING 'DATEOUT RECORDS READ:       ' DELIMITED BY SIZE
009970         WS-COUNT-DISPLAY DELIMITED BY SIZE
009980         INTO WS-PRINT-WORK.
009990     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010000     MOVE WS-SKIP-COUNT TO WS-COUNT-DISPLAY.
010010     MOVE SPACES TO WS-PRINT-WORK.
010020     STRING 'NO DUE DATE OR INVALID:     ' DELIMITED BY SIZE
010030         WS-COUNT-DISPLAY DELIMITED BY SIZE
010040         INTO WS-PRINT-WORK.
010050     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010060     MOVE WS-ITEM-COUNT TO WS-COUNT-DISPLAY.
010070     MOVE SPACES TO WS-PRINT-WORK.
010080     STRING 'DUE AND SHIP-BY ITEMS:      ' DELIMITED BY SIZE
010090         WS-COUNT-DISPLAY DELIMITED BY SIZE
010100         INTO WS-PRINT-WORK.
010110     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010120     MOVE WS-TOT-IN-WINDOW TO WS-COUNT-DISPLAY.
010130     MOVE SPACES TO WS-PRINT-WORK.
010140     STRING '  IN THE FORECAST WINDOW:   ' DELIMITED BY SIZE
010150         WS-COUNT-DISPLAY DELIMITED BY SIZE
010160         INTO WS-PRINT-WORK.
010170     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010180     MOVE WS-TOT-PAST-DUE TO WS-COUNT-DISPLAY.
010190     MOVE SPACES TO WS-PRINT-WORK.
010200     STRING '  PAST DUE:                 ' DELIMITED BY SIZE
010210         WS-COUNT-DISPLAY DELIMITED BY SIZE
010220         INTO WS-PRINT-WORK.
010230     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010240     MOVE WS-TOT-PASSED TO WS-COUNT-DISPLAY.
010250     MOVE SPACES TO WS-PRINT-WORK.
010260     STRING '  SHIP-BY PASSED:           ' DELIMITED BY SIZE
010270         WS-COUNT-DISPLAY DELIMITED BY SIZE
010280         INTO WS-PRINT-WORK.
010290     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010300     MOVE WS-TOT-BEYOND TO WS-COUNT-DISPLAY.
010310     MOVE SPACES TO WS-PRINT-WORK.
010320     STRING '  BEYOND THE WINDOW:        ' DELIMITED BY SIZE
010330         WS-COUNT-DISPLAY DELIMITED BY SIZE
010340         INTO WS-PRINT-WORK.
010350     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010360     MOVE WS-DROPPED-COUNT TO WS-COUNT-DISPLAY.
010370     MOVE SPACES TO WS-PRINT-WORK.
010380     STRING '  NOT FORECAST (TABLE FULL):' DELIMITED BY SIZE
010390         WS-COUNT-DISPLAY DELIMITED BY SIZE
010400         INTO WS-PRINT-WORK.
010410     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010420     MOVE WS-CAL-COUNT TO WS-COUNT-DISPLAY.
010430     MOVE SPACES TO WS-PRINT-WORK.
010440     STRING 'CALENDARS FORECAST:         ' DELIMITED BY SIZE
010450         WS-COUNT-DISPLAY DELIMITED BY SIZE
010460         INTO WS-PRINT-WORK.
010470     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010480     MOVE WS-TOT-OVERBOOKED TO WS-COUNT-DISPLAY.
010490     MOVE SPACES TO WS-PRINT-WORK.
010500     STRING 'OVERBOOKED DAYS:            ' DELIMITED BY SIZE
010510         WS-COUNT-DISPLAY DELIMITED BY SIZE
010520         INTO WS-PRINT-WORK.
010530     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010540     IF WS-TOT-OVERBOOKED > ZEROS
010550         SET WS-STEP-WARNED TO TRUE
010560         MOVE SPACES TO WS-PRINT-WORK
010570         MOVE ' *** WARNING - DAYS BOOKED PAST DOCK CAPACITY ***'
010580             TO WS-PRINT-WORK
010590         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
010600     END-IF.
010610     IF WS-TOT-PASSED > ZEROS
010620         SET WS-STEP-WARNED TO TRUE
010630         MOVE SPACES TO WS-PRINT-WORK
010640         STRING ' *** WARNING - SHIP-BY DATES PASSED,'
010650             DELIMITED BY SIZE
010660             ' RESCHEDULE ***' DELIMITED BY SIZE
010670             INTO WS-PRINT-WORK
010680         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
010690     END-IF.
010700     IF WS-TOT-NO-CARD > ZEROS
010710         MOVE WS-TOT-NO-CARD TO WS-COUNT-DISPLAY
010720         MOVE SPACES TO WS-PRINT-WORK
010730         STRING ' *** WARNING -' DELIMITED BY SIZE
010740             WS-COUNT-DISPLAY DELIMITED BY SIZE
010750             ' CALENDAR(S) WITH NO CAPACITY CARD ***'
010760             DELIMITED BY SIZE
010770             INTO WS-PRINT-WORK
010780         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
010790     END-IF.
010800     IF WS-TOT-SHOP-DAYS > ZEROS
010810         MOVE WS-TOT-SHOP-DAYS TO WS-COUNT-DISPLAY
010820         MOVE SPACES TO WS-PRINT-WORK
010830         STRING ' *** WARNING -' DELIMITED BY SIZE
010840             WS-COUNT-DISPLAY DELIMITED BY SIZE
010850             ' CALENDAR(S) FORECAST ON SHOP DAYS ***'
010860             DELIMITED BY SIZE
010870             INTO WS-PRINT-WORK
010880         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
010890     END-IF.
010900     IF WS-TABLE-OVERFLOW
010910         MOVE WS-CAL-MAX TO WS-COUNT-DISPLAY
010920         MOVE SPACES TO WS-PRINT-WORK
010930         STRING ' *** WARNING - OVER' DELIMITED BY SIZE
010940             WS-COUNT-DISPLAY DELIMITED BY SIZE
010950             ' CALENDARS ON DATEOUT, EXCESS NOT FORECAST ***'
010960             DELIMITED BY SIZE
010970             INTO WS-PRINT-WORK
010980         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
010990     END-IF.
011000 8000-EXIT.
011010     EXIT.
011020
011030*--------------------------------------------------------------
011040* 9000-TERMINATE - CLOSES THE REPORT.
011050*--------------------------------------------------------------
011060 9000-TERMINATE.
011070     CLOSE REPORT-FILE.
011080 9000-EXIT.
011090     EXIT.
