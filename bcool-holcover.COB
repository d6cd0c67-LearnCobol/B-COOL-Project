000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  HOLCOVER.
000030 AUTHOR.  B COOL TEAM.
000040 INSTALLATION.  B COOL DISTRIBUTION CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100*   DATE       INIT   DESCRIPTION
000110*   ---------  ----   ------------------------------------------
000120*   10/15/2026  DLH   ORIGINAL VERSION - HOLIDAY-COVERAGE
000130*                     PREFLIGHT AHEAD OF THE NIGHTLY CALENDAR
000140*                     STEP.  WORKS OUT HOW FAR EVERY DATEIN
000150*                     RECORD'S WALKS REACH UNDER ITS OWN
000160*                     CALENDAR AND HOLDS THE NIGHT WHEN ANY
000170*                     CALENDAR-YEAR THEY REACH HAS FEWER
000180*                     CLOSURES ON THE HOLIDAY FILE THAN
000190*                     EXPECTED - DATESRV WOULD OTHERWISE WALK
000200*                     STRAIGHT THROUGH AN UNLOADED YEAR AND
000210*                     LAND DUE DATES ON ITS HOLIDAYS.  WARNS
000220*                     AHEAD OF EACH YEAR END WHILE THE COMING
000230*                     YEAR IS STILL SHORT.
000240*--------------------------------------------------------------
000250* FUNCTION: THREE PASSES.
000260*           1. HOLIDAYS - COUNTS THE CLOSURES (FULL AND HALF
000270*              DAYS; PICKUP SCHEDULES AND DOCK CUTOFFS ARE NOT
000280*              CLOSURES) ON THE HOLIDAY FILE BY CALENDAR AND
000290*              CALENDAR YEAR.
000300*           2. DATEIN - FOR EVERY DETAIL RECORD, THE EARLIEST
000310*              AND LATEST DATE ITS WORK TOUCHES: THE RECORD'S
000320*              DATE, ITS COMPARE DATE, THE CLOCK-START DAY
000330*              AFTER ANY DOCK-CUTOFF ROLL, AND THE END OF THE
000340*              FORWARD ('DD') OR BACKWARD ('SB') WALK, ASKED
000350*              OF DATESRV UNDER THE RECORD'S CALENDAR (BLANK =
000360*              'SHOP') WITH THE SAME OFFSET RULE CALENDAR
000370*              USES.  A CALENDAR WITH NOTHING ON THE HOLIDAY
000380*              FILE IS WALKED UNDER 'SHOP' TO ESTIMATE ITS
000390*              REACH.  A WALK THAT STAYS INSIDE A COVERED
000400*              YEAR IS EXACT; ONE THAT CROSSES INTO A SHORT
000410*              YEAR TOUCHES THAT YEAR EITHER WAY, SO THE
000420*              MISSING CLOSURES CANNOT HIDE THE CROSSING.
000430*              RECORDS CALENDAR WILL REJECT (BAD DATE OR
000440*              FORMAT) ARE COUNTED AND SKIPPED.
000450*           3. COVERAGE - EVERY CALENDAR-YEAR FROM EACH
000460*              CALENDAR'S EARLIEST TO ITS LATEST DATE MUST
000470*              CARRY AT LEAST THE CALENDAR'S MINIMUM CLOSURES.
000480*              WHEN THE RUN DATE PLUS THE WARNING LEAD FALLS
000490*              IN THE NEXT YEAR, EVERY CALENDAR (ON THE FILE
000500*              OR REFERENCED TONIGHT) IS ALSO CHECKED FOR THAT
000510*              YEAR.
000520*           THE REPORT IS A CALENDAR-BY-YEAR MATRIX OF CLOSURE
000530*           COUNTS, THE SHORTFALL LIST AND THE EARLY WARNINGS.
000540*
000550*           CONTROL CARDS (SYSIN), ALL OPTIONAL:
000560*             COL 1-8   CALENDAR-ID, OR '*' / BLANK FOR THE
000570*                       DEFAULT CARD
000580*             COL 9-10  MINIMUM CLOSURES PER CALENDAR YEAR
000590*                       (DEFAULT CARD: BLANK/ZERO = 06, THE
000600*                       FIXED HOLIDAYS GENERATE ROLLS; A
000610*                       CALENDAR CARD MAY SET 00)
000620*             COL 11-13 WARNING LEAD, CALENDAR DAYS AHEAD OF
000630*                       YEAR END (DEFAULT CARD ONLY, BLANK/
000640*                       ZERO = 060)
000650*             COL 14-16 BUSINESS-DAY OFFSET FOR RECORDS THAT
000660*                       CARRY NONE (DEFAULT CARD ONLY) - KEEP
000670*                       IN STEP WITH COL 32-34 OF CALENDAR'S
000680*                       CONTROL CARD
000690*             COL 17-80 UNUSED
000700*
000710*           RETURN CODES:  0 = EVERY YEAR REACHED IS COVERED,
000720*           4 = COVERED, BUT A CALENDAR IS STILL SHORT FOR THE
000730*           COMING YEAR INSIDE THE WARNING LEAD,  8 = A YEAR
000740*           TONIGHT'S WALKS REACH IS SHORT, OR THE CALENDARS
000750*           OVERFLOWED THE TABLES (HOLD THE NIGHT).
000760*--------------------------------------------------------------
000770
000780 ENVIRONMENT DIVISION.
000790 INPUT-OUTPUT SECTION.
000800 FILE-CONTROL.
000810     SELECT OPTIONAL CONTROL-FILE ASSIGN TO SYSIN
000820         ORGANIZATION IS LINE SEQUENTIAL.
000830
000840     SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYS
000850         ORGANIZATION IS LINE SEQUENTIAL.
000860
000870     SELECT DATEIN-FILE ASSIGN TO DATEIN
000880         ORGANIZATION IS LINE SEQUENTIAL.
000890
000900     SELECT REPORT-FILE ASSIGN TO REPORTFL
000910         ORGANIZATION IS LINE SEQUENTIAL.
000920
000930 DATA DIVISION.
000940 FILE SECTION.
000950*--------------------------------------------------------------
000960* CONTROL-FILE - THE DEFAULT CARD AND ANY PER-CALENDAR MINIMUM
000970* CARDS (LAYOUT IN THE HEADER ABOVE).
000980*--------------------------------------------------------------
000990 FD  CONTROL-FILE.
001000 01  CONTROL-RECORD.
001010     05  CTL-CALENDAR-ID         PIC X(08).
001020     05  CTL-MINIMUM             PIC 9(02).
001030     05  CTL-MINIMUM-X REDEFINES CTL-MINIMUM
001040                                 PIC X(02).
001050     05  CTL-LEAD-DAYS           PIC 9(03).
001060     05  CTL-LEAD-DAYS-X REDEFINES CTL-LEAD-DAYS
001070                                 PIC X(03).
001080     05  CTL-BUSDAY-OFFSET       PIC 9(03).
001090     05  CTL-BUSDAY-OFFSET-X REDEFINES CTL-BUSDAY-OFFSET
001100                                 PIC X(03).
001110     05  FILLER                  PIC X(64).
001120
001130*--------------------------------------------------------------
001140* HOLIDAY-FILE - THE PRODUCTION HOLIDAY FILE, IN THE LAYOUT
001150* DATESRV READS.  ONLY THE DATE, CALENDAR AND TYPE MATTER HERE.
001160*--------------------------------------------------------------
001170 FD  HOLIDAY-FILE.
001180 01  HOLIDAY-RECORD.
001190     05  HOL-DATE                PIC 9(08).
001200     05  HOL-DATE-PARTS REDEFINES HOL-DATE.
001210         10  HOL-YEAR            PIC 9(04).
001220         10  FILLER              PIC X(04).
001230     05  HOL-CAL-ID              PIC X(08).
001240     05  HOL-CLOSE-TYPE          PIC X(01).
001250     05  FILLER                  PIC X(63).
001260
001270*--------------------------------------------------------------
001280* DATEIN-FILE - TONIGHT'S EXTRACT, THE SAME FILE CALENDAR
001290* READS NEXT (FULL LAYOUT IN CALENDAR'S DATEIN FD).  THE LAST
001300* RECORD IS THE 'T' TRAILER WITH A NUMERIC COUNT.
001310*--------------------------------------------------------------
001320 FD  DATEIN-FILE.
001330 01  DATEIN-RECORD.
001340     05  DI-PRIMARY-RAW          PIC X(08).
001350     05  DI-COMPARE-RAW          PIC X(08).
001360     05  DI-BUSDAY-OFFSET        PIC 9(03).
001370     05  DI-BUSDAY-OFFSET-X REDEFINES DI-BUSDAY-OFFSET
001380                                 PIC X(03).
001390     05  DI-FORMAT-TYPE          PIC X(01).
001400     05  DI-DUE-DIRECTION        PIC X(01).
001410     05  DI-CALENDAR-ID          PIC X(08).
001420     05  DI-RECEIPT-NO           PIC X(10).
001430     05  DI-PO-NO                PIC X(10).
001440     05  DI-RECEIPT-TIME         PIC X(04).
001450     05  FILLER                  PIC X(27).
001460 01  DATEIN-TRAILER.
001470     05  DT-TRAILER-ID           PIC X(01).
001480         88  DT-IS-TRAILER               VALUE 'T'.
001490     05  DT-RECORD-COUNT         PIC X(06).
001500     05  FILLER                  PIC X(73).
001510
001520*--------------------------------------------------------------
001530* REPORT-FILE - THE COVERAGE MATRIX, SHORTFALLS AND WARNINGS.
001540*--------------------------------------------------------------
001550 FD  REPORT-FILE.
001560 01  REPORT-LINE                 PIC X(132).
001570
001580 WORKING-STORAGE SECTION.
001590*--------------------------------------------------------------
001600* FILE SWITCHES AND COUNTERS
001610*--------------------------------------------------------------
001620 77  WS-CONTROL-EOF-SW       PIC X(01) VALUE 'N'.
001630     88  WS-CONTROL-EOF                VALUE 'Y'.
001640 77  WS-HOLIDAY-EOF-SW       PIC X(01) VALUE 'N'.
001650     88  WS-HOLIDAY-EOF                VALUE 'Y'.
001660 77  WS-DATEIN-EOF-SW        PIC X(01) VALUE 'N'.
001670     88  WS-DATEIN-EOF                 VALUE 'Y'.
001680 77  WS-READ-COUNT           PIC 9(06) VALUE ZEROS COMP.
001690 77  WS-SKIP-COUNT           PIC 9(06) VALUE ZEROS COMP.
001700 77  WS-WALK-COUNT           PIC 9(06) VALUE ZEROS COMP.
001710 77  WS-ESTIMATE-COUNT       PIC 9(06) VALUE ZEROS COMP.
001720 77  WS-SHORT-COUNT          PIC 9(04) VALUE ZEROS COMP.
001730 77  WS-WARN-COUNT           PIC 9(04) VALUE ZEROS COMP.
001740 77  WS-COUNT-DISPLAY        PIC ZZZZZ9 VALUE SPACES.
001750*    A YEAR TONIGHT'S WALKS REACH IS SHORT - HOLD THE NIGHT.
001760 77  WS-MISSING-SW           PIC X(01) VALUE 'N'.
001770     88  WS-COVERAGE-MISSING           VALUE 'Y'.
001780*    A CALENDAR OR CALENDAR-YEAR DID NOT FIT ITS TABLE, SO ITS
001790*    COVERAGE WAS NEVER CHECKED - TREATED AS MISSING.
001800 77  WS-OVERFLOW-SW          PIC X(01) VALUE 'N'.
001810     88  WS-TABLE-OVERFLOW             VALUE 'Y'.
001820
001830*--------------------------------------------------------------
001840* CONTROL-CARD SETTINGS AND PER-CALENDAR MINIMUMS
001850*--------------------------------------------------------------
001860 77  WS-DEFAULT-MINIMUM      PIC 9(02) VALUE 06.
001870 77  WS-LEAD-DAYS            PIC 9(03) VALUE 060.
001880 77  WS-DEFAULT-OFFSET       PIC 9(03) VALUE ZEROS.
001890 77  WS-MIN-COUNT            PIC 9(02) VALUE ZEROS COMP.
001900 77  WS-MIN-MAX              PIC 9(02) VALUE 20 COMP.
001910 77  WS-MIN-SUB              PIC 9(02) VALUE ZEROS COMP.
001920 01  WS-MIN-TABLE.
001930     05  WS-MIN-ENTRY OCCURS 20 TIMES.
001940         10  WS-MIN-CAL-ID       PIC X(08).
001950         10  WS-MIN-CLOSURES     PIC 9(02).
001960
001970*--------------------------------------------------------------
001980* CALENDAR TABLE - EVERY CALENDAR ON THE HOLIDAY FILE OR
001990* REFERENCED BY TONIGHT'S DATEIN, WITH THE EARLIEST AND LATEST
002000* DATE ITS RECORDS REACH (ZEROS = NOT REFERENCED).
002010*--------------------------------------------------------------
002020 77  WS-CAL-COUNT            PIC 9(02) VALUE ZEROS COMP.
002030 77  WS-CAL-MAX              PIC 9(02) VALUE 50 COMP.
002040 77  WS-CAL-SUB              PIC 9(02) VALUE ZEROS COMP.
002050 77  WS-CAL-SLOT             PIC 9(02) VALUE ZEROS COMP.
002060 01  WS-CAL-TABLE.
002070     05  WS-CAL-ENTRY OCCURS 50 TIMES.
002080         10  WS-CAL-ID           PIC X(08).
002090         10  WS-CAL-MINIMUM      PIC 9(02).
002100         10  WS-CAL-ON-FILE-SW   PIC X(01).
002110             88  WS-CAL-ON-FILE            VALUE 'Y'.
002120         10  WS-CAL-REF-COUNT    PIC 9(06) COMP.
002130         10  WS-CAL-LOW-DATE     PIC 9(08).
002140         10  WS-CAL-LOW-PARTS REDEFINES WS-CAL-LOW-DATE.
002150             15  WS-CAL-LOW-YEAR PIC 9(04).
002160             15  FILLER          PIC X(04).
002170         10  WS-CAL-HIGH-DATE    PIC 9(08).
002180         10  WS-CAL-HIGH-PARTS REDEFINES WS-CAL-HIGH-DATE.
002190             15  WS-CAL-HIGH-YEAR
002200                                 PIC 9(04).
002210             15  FILLER          PIC X(04).
002220
002230*--------------------------------------------------------------
002240* CLOSURE COUNTS BY CALENDAR AND CALENDAR YEAR, FROM THE
002250* HOLIDAY FILE.  A CALENDAR-YEAR NOT IN THE TABLE HAS NONE.
002260*--------------------------------------------------------------
002270 77  WS-YR-COUNT             PIC 9(04) VALUE ZEROS COMP.
002280 77  WS-YR-MAX               PIC 9(04) VALUE 600 COMP.
002290 77  WS-YR-SUB               PIC 9(04) VALUE ZEROS COMP.
002300 77  WS-YR-SLOT              PIC 9(04) VALUE ZEROS COMP.
002310 01  WS-YR-TABLE.
002320     05  WS-YR-ENTRY OCCURS 600 TIMES.
002330         10  WS-YR-CAL-ID        PIC X(08).
002340         10  WS-YR-YEAR          PIC 9(04).
002350         10  WS-YR-CLOSURES      PIC 9(04) COMP.
002360
002370*--------------------------------------------------------------
002380* SCRATCH FIELDS FOR THE REACH AND COVERAGE PASSES
002390*--------------------------------------------------------------
002400 77  WS-WORK-CAL-ID          PIC X(08) VALUE SPACES.
002410 77  WS-WALK-CAL-ID          PIC X(08) VALUE SPACES.
002420 77  WS-WORK-YEAR            PIC 9(04) VALUE ZEROS.
002430 77  WS-WORK-CLOSURES        PIC 9(04) VALUE ZEROS COMP.
002440 77  WS-WORK-OFFSET          PIC 9(03) VALUE ZEROS.
002450 77  WS-REACH-DATE           PIC 9(08) VALUE ZEROS.
002460 77  WS-PRIMARY-DATE         PIC 9(08) VALUE ZEROS.
002470 77  WS-WARN-YEAR            PIC 9(04) VALUE ZEROS.
002480 01  WS-WARN-DATE            PIC 9(08) VALUE ZEROS.
002490 01  WS-WARN-DATE-PARTS REDEFINES WS-WARN-DATE.
002500     05  WS-WARN-DATE-YEAR   PIC 9(04).
002510     05  FILLER              PIC X(04).
002520
002530*--------------------------------------------------------------
002540* DATE NORMALIZATION - THE SAME FORMAT CODES AND CENTURY
002550* WINDOW CALENDAR APPLIES ('G' OR BLANK = YYYYMMDD, 'M' =
002560* MM/DD/YY, 'J' = YYDDD; TWO-DIGIT YEARS 00-69 = 2000-2069).
002570*--------------------------------------------------------------
002580 77  WS-FORMAT-TYPE          PIC X(01) VALUE SPACE.
002590 01  WS-RAW-DATE             PIC X(08) VALUE SPACES.
002600 01  WS-RAW-MDY REDEFINES WS-RAW-DATE.
002610     05  WS-MDY-MM           PIC X(02).
002620     05  WS-MDY-SLASH1       PIC X(01).
002630     05  WS-MDY-DD           PIC X(02).
002640     05  WS-MDY-SLASH2       PIC X(01).
002650     05  WS-MDY-YY           PIC X(02).
002660 01  WS-RAW-JULIAN REDEFINES WS-RAW-DATE.
002670     05  WS-JUL-YY           PIC X(02).
002680     05  WS-JUL-DDD          PIC X(03).
002690     05  FILLER              PIC X(03).
002700 77  WS-NORM-DATE            PIC 9(08) VALUE ZEROS.
002710 77  WS-NORM-VALID-SW        PIC X(01) VALUE 'Y'.
002720     88  WS-NORM-VALID                 VALUE 'Y'.
002730     88  WS-NORM-INVALID               VALUE 'N'.
002740 77  WS-WORK-YY              PIC 9(02) VALUE ZEROS.
002750 77  WS-WORK-DDD             PIC 9(03) VALUE ZEROS.
002760 77  WS-CENTURY-YYYY         PIC 9(04) VALUE ZEROS.
002770 77  WS-DAYS-IN-YEAR         PIC 9(03) VALUE ZEROS.
002780 77  WS-JULIAN-FULL          PIC 9(07) VALUE ZEROS.
002790 77  WS-CENTURY-PIVOT        PIC 9(02) VALUE 70.
002800
002810*--------------------------------------------------------------
002820* DATESRV PARAMETER AREA
002830*--------------------------------------------------------------
002840 COPY DATESRVC.
002850
002860*--------------------------------------------------------------
002870* COVERAGE MATRIX - ONE ROW PER CALENDAR, ONE CELL PER YEAR:
002880* THE CLOSURE COUNT AND A TWO-BYTE FLAG ('**' SHORT IN A YEAR
002890* TONIGHT'S WALKS REACH, ' +' REACHED AND COVERED, ' W' SHORT
002900* FOR THE COMING YEAR INSIDE THE WARNING LEAD).  TEN YEARS FIT
002910* ACROSS; A SHORT YEAR OUTSIDE THEM STILL PRINTS IN THE
002920* SHORTFALL LIST.
002930*--------------------------------------------------------------
002940 77  WS-MTX-FIRST-YEAR       PIC 9(04) VALUE ZEROS.
002950 77  WS-MTX-LAST-YEAR        PIC 9(04) VALUE ZEROS.
002960 77  WS-MTX-SUB              PIC 9(02) VALUE ZEROS COMP.
002970 77  WS-MTX-MAX              PIC 9(02) VALUE 10 COMP.
002980 77  WS-MTX-TRUNC-SW         PIC X(01) VALUE 'N'.
002990     88  WS-MTX-TRUNCATED              VALUE 'Y'.
003000 01  WS-MATRIX-HEADER.
003010     05  FILLER              PIC X(30)
003020             VALUE ' CALENDAR  MIN  RECORDS      '.
003030     05  MTH-CELL OCCURS 10 TIMES.
003040         10  FILLER          PIC X(02).
003050         10  MTH-YEAR        PIC X(04).
003060         10  FILLER          PIC X(01).
003070     05  FILLER              PIC X(32) VALUE SPACES.
003080 01  WS-MATRIX-LINE.
003090     05  FILLER              PIC X(01) VALUE SPACE.
003100     05  MTX-CAL-ID          PIC X(08).
003110     05  FILLER              PIC X(03) VALUE SPACES.
003120     05  MTX-MINIMUM         PIC Z9.
003130     05  FILLER              PIC X(03) VALUE SPACES.
003140     05  MTX-REFS            PIC ZZZZZ9.
003150     05  FILLER              PIC X(07) VALUE SPACES.
003160     05  MTX-CELL OCCURS 10 TIMES.
003170         10  FILLER          PIC X(02).
003180         10  MTX-CLOSURES    PIC ZZ9.
003190         10  MTX-FLAG        PIC X(02).
003200     05  FILLER              PIC X(32) VALUE SPACES.
003210
003220*--------------------------------------------------------------
003230* REPORT-FILE PAGE-CONTROL WORKING STORAGE
003240*--------------------------------------------------------------
003250 77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS COMP.
003260 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS COMP.
003270 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 055 COMP.
003280 77  WS-PAGE-DISPLAY         PIC ZZ9    VALUE SPACES.
003290 77  WS-PRINT-WORK           PIC X(132) VALUE SPACES.
003300 77  WS-CLOSURE-DISPLAY      PIC ZZ9    VALUE SPACES.
003310 77  WS-MINIMUM-DISPLAY      PIC Z9     VALUE SPACES.
003320
003330*    YYYYMMDD
003340 01 CurrentDate.
003350    02  CurrentYear     PIC 9(4).
003360    02  CurrentMonth    PIC 99.
003370    02  CurrentDay      PIC 99.
003380 01 CurrentDate-N REDEFINES CurrentDate
003390                        PIC 9(8).
003400
003410*    HHMMSSss   s = S/100
003420 01 CurrentTime.
003430    02  CurrentHour     PIC 99.
003440    02  CurrentMinute   PIC 99.
003450    02  FILLER          PIC 9(4).
003460
003470 PROCEDURE DIVISION.
003480*--------------------------------------------------------------
003490* 0000-MAINLINE - HOLIDAY COUNTS, DATEIN REACH, THEN THE
003500* COVERAGE CHECKS AND THE REPORT.
003510*--------------------------------------------------------------
003520 0000-MAINLINE.
003530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003540     PERFORM 2000-LOAD-HOLIDAY-COUNTS THRU 2000-EXIT.
003550     PERFORM 3000-SCAN-DATEIN THRU 3000-EXIT.
003560     PERFORM 6200-PRINT-MATRIX THRU 6200-EXIT.
003570     PERFORM 4000-CHECK-COVERAGE THRU 4000-EXIT.
003580     PERFORM 5000-EARLY-WARNING THRU 5000-EXIT.
003590     PERFORM 6300-PRINT-TOTALS THRU 6300-EXIT.
003600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003610     EVALUATE TRUE
003620         WHEN WS-COVERAGE-MISSING OR WS-TABLE-OVERFLOW
003630             MOVE 8 TO RETURN-CODE
003640         WHEN WS-WARN-COUNT > ZEROS
003650             MOVE 4 TO RETURN-CODE
003660         WHEN OTHER
003670             MOVE 0 TO RETURN-CODE
003680     END-EVALUATE.
003690     STOP RUN.
003700 0000-EXIT.
003710     EXIT.
003720
003730*--------------------------------------------------------------
003740* 1000-INITIALIZE - RUN STAMP, CONTROL CARDS, WARNING YEAR AND
003750* THE FIRST REPORT PAGE.
003760*--------------------------------------------------------------
003770 1000-INITIALIZE.
003780     ACCEPT CurrentDate FROM DATE YYYYMMDD.
003790     ACCEPT CurrentTime FROM TIME.
003800     OPEN INPUT CONTROL-FILE.
003810     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
003820     PERFORM 1200-STORE-ONE-CONTROL THRU 1200-EXIT
003830         UNTIL WS-CONTROL-EOF.
003840     CLOSE CONTROL-FILE.
003850*    THE WARNING YEAR IS THE YEAR THE RUN DATE PLUS THE LEAD
003860*    LANDS IN - ONLY INSIDE THE LEAD IS IT NEXT YEAR.
003870     COMPUTE WS-WARN-DATE = FUNCTION DATE-OF-INTEGER(
003880         FUNCTION INTEGER-OF-DATE(CurrentDate-N) + WS-LEAD-DAYS).
003890     IF WS-WARN-DATE-YEAR > CurrentYear
003900         MOVE WS-WARN-DATE-YEAR TO WS-WARN-YEAR
003910     ELSE
003920         MOVE ZEROS TO WS-WARN-YEAR
003930     END-IF.
003940     OPEN OUTPUT REPORT-FILE.
003950     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
003960 1000-EXIT.
003970     EXIT.
003980
003990 1100-READ-CONTROL.
004000     READ CONTROL-FILE
004010         AT END
004020             SET WS-CONTROL-EOF TO TRUE
004030     END-READ.
004040 1100-EXIT.
004050     EXIT.
004060
004070*--------------------------------------------------------------
004080* 1200-STORE-ONE-CONTROL - THE DEFAULT CARD SETS THE DEFAULT
004090* MINIMUM, THE WARNING LEAD AND THE DEFAULT OFFSET; A CALENDAR
004100* CARD SETS THAT CALENDAR'S OWN MINIMUM.  A CARD WITH A NON-
004110* NUMERIC MINIMUM IS LISTED AND IGNORED.
004120*--------------------------------------------------------------
004130 1200-STORE-ONE-CONTROL.
004140     PERFORM 1210-APPLY-ONE-CONTROL THRU 1210-EXIT.
004150     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
004160 1200-EXIT.
004170     EXIT.
004180
004190 1210-APPLY-ONE-CONTROL.
004200     IF CTL-CALENDAR-ID = SPACES OR CTL-CALENDAR-ID = '*'
004210         IF CTL-MINIMUM-X IS NUMERIC AND CTL-MINIMUM > ZEROS
004220             MOVE CTL-MINIMUM TO WS-DEFAULT-MINIMUM
004230         END-IF
004240         IF CTL-LEAD-DAYS-X IS NUMERIC AND CTL-LEAD-DAYS > ZEROS
004250             MOVE CTL-LEAD-DAYS TO WS-LEAD-DAYS
004260         END-IF
004270         IF CTL-BUSDAY-OFFSET-X IS NUMERIC
004280             MOVE CTL-BUSDAY-OFFSET TO WS-DEFAULT-OFFSET
004290         END-IF
004300         GO TO 1210-EXIT
004310     END-IF.
004320     IF CTL-MINIMUM-X IS NOT NUMERIC OR WS-MIN-COUNT = WS-MIN-MAX
004330         DISPLAY 'HOLCOVER - CONTROL CARD IGNORED: '
004340             CONTROL-RECORD(1:16)
004350         GO TO 1210-EXIT
004360     END-IF.
004370     ADD 1 TO WS-MIN-COUNT.
004380     MOVE CTL-CALENDAR-ID TO WS-MIN-CAL-ID(WS-MIN-COUNT).
004390     MOVE CTL-MINIMUM TO WS-MIN-CLOSURES(WS-MIN-COUNT).
004400 1210-EXIT.
004410     EXIT.
004420
004430*--------------------------------------------------------------
004440* 2000-LOAD-HOLIDAY-COUNTS - ONE PASS OVER THE HOLIDAY FILE.
004450* EVERY RECORD PUTS ITS CALENDAR ON THE TABLE (DATESRV KNOWS A
004460* CALENDAR BY ANY RECORD); ONLY FULL AND HALF-DAY CLOSURES
004470* COUNT TOWARD ITS YEAR.  THE FILE IS CLOSED BEFORE THE FIRST
004480* DATESRV CALL OPENS IT AGAIN.
004490*--------------------------------------------------------------
004500 2000-LOAD-HOLIDAY-COUNTS.
004510     OPEN INPUT HOLIDAY-FILE.
004520     PERFORM 2100-READ-HOLIDAY THRU 2100-EXIT.
004530     PERFORM 2200-COUNT-ONE-HOLIDAY THRU 2200-EXIT
004540         UNTIL WS-HOLIDAY-EOF.
004550     CLOSE HOLIDAY-FILE.
004560 2000-EXIT.
004570     EXIT.
004580
004590 2100-READ-HOLIDAY.
004600     READ HOLIDAY-FILE
004610         AT END
004620             SET WS-HOLIDAY-EOF TO TRUE
004630     END-READ.
004640 2100-EXIT.
004650     EXIT.
004660
004670 2200-COUNT-ONE-HOLIDAY.
004680     PERFORM 2210-TALLY-ONE-HOLIDAY THRU 2210-EXIT.
004690     PERFORM 2100-READ-HOLIDAY THRU 2100-EXIT.
004700 2200-EXIT.
004710     EXIT.
004720
004730 2210-TALLY-ONE-HOLIDAY.
004740     IF HOL-DATE IS NOT NUMERIC
004750         GO TO 2210-EXIT
004760     END-IF.
004770     IF HOL-CAL-ID = SPACES
004780         MOVE 'SHOP' TO WS-WORK-CAL-ID
004790     ELSE
004800         MOVE HOL-CAL-ID TO WS-WORK-CAL-ID
004810     END-IF.
004820     PERFORM 2500-FIND-CALENDAR THRU 2500-EXIT.
004830     IF WS-CAL-SLOT = ZEROS
004840         GO TO 2210-EXIT
004850     END-IF.
004860     MOVE 'Y' TO WS-CAL-ON-FILE-SW(WS-CAL-SLOT).
004870     IF HOL-CLOSE-TYPE = 'S' OR HOL-CLOSE-TYPE = 'C'
004880         GO TO 2210-EXIT
004890     END-IF.
004900     MOVE HOL-YEAR TO WS-WORK-YEAR.
004910     PERFORM 2600-FIND-YEAR-COUNT THRU 2600-EXIT.
004920     IF WS-YR-SLOT = ZEROS
004930         IF WS-YR-COUNT = WS-YR-MAX
004940             SET WS-TABLE-OVERFLOW TO TRUE
004950             GO TO 2210-EXIT
004960         END-IF
004970         ADD 1 TO WS-YR-COUNT
004980         MOVE WS-YR-COUNT TO WS-YR-SLOT
004990         MOVE WS-WORK-CAL-ID TO WS-YR-CAL-ID(WS-YR-SLOT)
005000         MOVE WS-WORK-YEAR TO WS-YR-YEAR(WS-YR-SLOT)
005010         MOVE ZEROS TO WS-YR-CLOSURES(WS-YR-SLOT)
005020     END-IF.
005030     ADD 1 TO WS-YR-CLOSURES(WS-YR-SLOT).
005040 2210-EXIT.
005050     EXIT.
005060
005070*--------------------------------------------------------------
005080* 2500-FIND-CALENDAR - FINDS (OR ADDS) WS-WORK-CAL-ID ON THE
005090* CALENDAR TABLE AND LEAVES ITS SLOT IN WS-CAL-SLOT.  A NEW
005100* CALENDAR TAKES ITS OWN MINIMUM CARD'S FIGURE, ELSE THE
005110* DEFAULT.  A FULL TABLE SETS THE OVERFLOW SWITCH AND LEAVES
005120* THE SLOT ZERO.
005130*--------------------------------------------------------------
005140 2500-FIND-CALENDAR.
005150     MOVE ZEROS TO WS-CAL-SLOT.
005160     MOVE 1 TO WS-CAL-SUB.
005170     PERFORM 2510-TEST-ONE-CALENDAR THRU 2510-EXIT
005180         UNTIL WS-CAL-SLOT > ZEROS
005190         OR WS-CAL-SUB > WS-CAL-COUNT.
005200     IF WS-CAL-SLOT > ZEROS
005210         GO TO 2500-EXIT
005220     END-IF.
005230     IF WS-CAL-COUNT = WS-CAL-MAX
005240         SET WS-TABLE-OVERFLOW TO TRUE
005250         GO TO 2500-EXIT
005260     END-IF.
005270     ADD 1 TO WS-CAL-COUNT.
005280     MOVE WS-CAL-COUNT TO WS-CAL-SLOT.
005290     MOVE WS-WORK-CAL-ID TO WS-CAL-ID(WS-CAL-SLOT).
005300     MOVE 'N' TO WS-CAL-ON-FILE-SW(WS-CAL-SLOT).
005310     MOVE ZEROS TO WS-CAL-REF-COUNT(WS-CAL-SLOT).
005320     MOVE ZEROS TO WS-CAL-LOW-DATE(WS-CAL-SLOT).
005330     MOVE ZEROS TO WS-CAL-HIGH-DATE(WS-CAL-SLOT).
005340     MOVE WS-DEFAULT-MINIMUM TO WS-CAL-MINIMUM(WS-CAL-SLOT).
005350     MOVE 1 TO WS-MIN-SUB.
005360     PERFORM 2520-TEST-ONE-MINIMUM THRU 2520-EXIT
005370         UNTIL WS-MIN-SUB > WS-MIN-COUNT.
005380 2500-EXIT.
005390     EXIT.
005400
005410 2510-TEST-ONE-CALENDAR.
005420     IF WS-CAL-ID(WS-CAL-SUB) = WS-WORK-CAL-ID
005430         MOVE WS-CAL-SUB TO WS-CAL-SLOT
005440     ELSE
005450         ADD 1 TO WS-CAL-SUB
005460     END-IF.
005470 2510-EXIT.
005480     EXIT.
005490
005500 2520-TEST-ONE-MINIMUM.
005510     IF WS-MIN-CAL-ID(WS-MIN-SUB) = WS-WORK-CAL-ID
005520         MOVE WS-MIN-CLOSURES(WS-MIN-SUB)
005530             TO WS-CAL-MINIMUM(WS-CAL-SLOT)
005540     END-IF.
005550     ADD 1 TO WS-MIN-SUB.
005560 2520-EXIT.
005570     EXIT.
005580
005590*--------------------------------------------------------------
005600* 2600-FIND-YEAR-COUNT - THE SLOT OF WS-WORK-CAL-ID'S
005610* WS-WORK-YEAR IN THE CLOSURE-COUNT TABLE IN WS-YR-SLOT (ZERO
005620* WHEN IT HAS NO CLOSURES), AND ITS COUNT IN WS-WORK-CLOSURES.
005630*--------------------------------------------------------------
005640 2600-FIND-YEAR-COUNT.
005650     MOVE ZEROS TO WS-YR-SLOT.
005660     MOVE ZEROS TO WS-WORK-CLOSURES.
005670     MOVE 1 TO WS-YR-SUB.
005680     PERFORM 2610-TEST-ONE-YEAR THRU 2610-EXIT
005690         UNTIL WS-YR-SLOT > ZEROS
005700         OR WS-YR-SUB > WS-YR-COUNT.
005710     IF WS-YR-SLOT > ZEROS
005720         MOVE WS-YR-CLOSURES(WS-YR-SLOT) TO WS-WORK-CLOSURES
005730     END-IF.
005740 2600-EXIT.
005750     EXIT.
005760
005770 2610-TEST-ONE-YEAR.
005780     IF WS-YR-CAL-ID(WS-YR-SUB) = WS-WORK-CAL-ID
005790             AND WS-YR-YEAR(WS-YR-SUB) = WS-WORK-YEAR
005800         MOVE WS-YR-SUB TO WS-YR-SLOT
005810     ELSE
005820         ADD 1 TO WS-YR-SUB
005830     END-IF.
005840 2610-EXIT.
005850     EXIT.
005860
005870*--------------------------------------------------------------
005880* 3000-SCAN-DATEIN - ONE PASS OVER TONIGHT'S EXTRACT, WIDENING
005890* EACH CALENDAR'S EARLIEST/LATEST DATE BY EVERY DETAIL RECORD.
005900*--------------------------------------------------------------
005910 3000-SCAN-DATEIN.
005920     OPEN INPUT DATEIN-FILE.
005930     PERFORM 3100-READ-DATEIN THRU 3100-EXIT.
005940     PERFORM 3200-REACH-ONE-RECORD THRU 3200-EXIT
005950         UNTIL WS-DATEIN-EOF.
005960     CLOSE DATEIN-FILE.
005970 3000-EXIT.
005980     EXIT.
005990
006000 3100-READ-DATEIN.
006010     READ DATEIN-FILE
006020         AT END
006030             SET WS-DATEIN-EOF TO TRUE
006040     END-READ.
006050 3100-EXIT.
006060     EXIT.
006070
006080*--------------------------------------------------------------
006090* 3200-REACH-ONE-RECORD - THE DATES ONE DETAIL RECORD TOUCHES.
006100* THE TRAILER IS PASSED OVER.  THE CLOCK-START DAY COMES FROM
006110* 'CS' WHEN A RECEIPT TIME IS GIVEN ('VD' OTHERWISE), AND THE
006120* WALK FROM 'SB' FOR A REVERSE RECORD OR 'DD' FOR ANY OTHER,
006130* WITH THE RECEIPT TIME PASSED SO THE WALK STARTS WHERE
006140* CALENDAR'S WILL.
006150*--------------------------------------------------------------
006160 3200-REACH-ONE-RECORD.
006170     PERFORM 3210-MEASURE-ONE-RECORD THRU 3210-EXIT.
006180     PERFORM 3100-READ-DATEIN THRU 3100-EXIT.
006190 3200-EXIT.
006200     EXIT.
006210
006220 3210-MEASURE-ONE-RECORD.
006230     IF DT-IS-TRAILER AND DT-RECORD-COUNT IS NUMERIC
006240         GO TO 3210-EXIT
006250     END-IF.
006260     ADD 1 TO WS-READ-COUNT.
006270     MOVE DI-FORMAT-TYPE TO WS-FORMAT-TYPE.
006280     IF WS-FORMAT-TYPE = SPACE
006290         MOVE 'G' TO WS-FORMAT-TYPE
006300     END-IF.
006310     MOVE DI-PRIMARY-RAW TO WS-RAW-DATE.
006320     PERFORM 3400-NORMALIZE-ONE-DATE THRU 3400-EXIT.
006330     IF WS-NORM-INVALID
006340         ADD 1 TO WS-SKIP-COUNT
006350         GO TO 3210-EXIT
006360     END-IF.
006370     MOVE WS-NORM-DATE TO WS-PRIMARY-DATE.
006380     IF DI-CALENDAR-ID = SPACES
006390         MOVE 'SHOP' TO WS-WORK-CAL-ID
006400     ELSE
006410         MOVE DI-CALENDAR-ID TO WS-WORK-CAL-ID
006420     END-IF.
006430     PERFORM 2500-FIND-CALENDAR THRU 2500-EXIT.
006440     IF WS-CAL-SLOT = ZEROS
006450         ADD 1 TO WS-SKIP-COUNT
006460         GO TO 3210-EXIT
006470     END-IF.
006480*    A CALENDAR DATESRV DOES NOT KNOW IS WALKED UNDER 'SHOP' -
006490*    EVERY YEAR IT REACHES IS SHORT ANYWAY.
006500     IF WS-CAL-ON-FILE(WS-CAL-SLOT)
006510         MOVE WS-WORK-CAL-ID TO WS-WALK-CAL-ID
006520     ELSE
006530         MOVE 'SHOP' TO WS-WALK-CAL-ID
006540         ADD 1 TO WS-ESTIMATE-COUNT
006550     END-IF.
006560     MOVE WS-WALK-CAL-ID TO DSRV-CALENDAR-ID.
006570     MOVE WS-PRIMARY-DATE TO DSRV-INPUT-DATE.
006580     IF DI-RECEIPT-TIME IS NUMERIC
006590         MOVE DI-RECEIPT-TIME TO DSRV-RECEIPT-TIME
006600         SET DSRV-FUNC-CLOCK-START TO TRUE
006610     ELSE
006620         MOVE SPACES TO DSRV-RECEIPT-TIME
006630         SET DSRV-FUNC-VALIDATE TO TRUE
006640     END-IF.
006650     CALL 'DATESRV' USING DATESRV-PARMS.
006660     IF NOT DSRV-RC-OK
006670         ADD 1 TO WS-SKIP-COUNT
006680         GO TO 3210-EXIT
006690     END-IF.
006700     ADD 1 TO WS-CAL-REF-COUNT(WS-CAL-SLOT).
006710     MOVE WS-PRIMARY-DATE TO WS-REACH-DATE.
006720     PERFORM 3500-EXTEND-REACH THRU 3500-EXIT.
006730     IF DSRV-FUNC-CLOCK-START
006740         MOVE DSRV-CLOCK-START TO WS-REACH-DATE
006750         PERFORM 3500-EXTEND-REACH THRU 3500-EXIT
006760     END-IF.
006770     IF DI-COMPARE-RAW NOT = SPACES AND DI-COMPARE-RAW NOT = ZEROS
006780         MOVE DI-COMPARE-RAW TO WS-RAW-DATE
006790         PERFORM 3400-NORMALIZE-ONE-DATE THRU 3400-EXIT
006800         IF WS-NORM-VALID
006810             MOVE WS-NORM-DATE TO WS-REACH-DATE
006820             PERFORM 3500-EXTEND-REACH THRU 3500-EXIT
006830         END-IF
006840     END-IF.
006850     IF DI-BUSDAY-OFFSET-X IS NUMERIC AND DI-BUSDAY-OFFSET > ZEROS
006860         MOVE DI-BUSDAY-OFFSET TO WS-WORK-OFFSET
006870     ELSE
006880         MOVE WS-DEFAULT-OFFSET TO WS-WORK-OFFSET
006890     END-IF.
006900     IF WS-WORK-OFFSET = ZEROS
006910         GO TO 3210-EXIT
006920     END-IF.
006930     IF DI-DUE-DIRECTION = 'R'
006940         SET DSRV-FUNC-SHIP-BY TO TRUE
006950     ELSE
006960         SET DSRV-FUNC-DUE-DATE TO TRUE
006970     END-IF.
006980     MOVE WS-WALK-CAL-ID TO DSRV-CALENDAR-ID.
006990     MOVE WS-PRIMARY-DATE TO DSRV-INPUT-DATE.
007000     MOVE WS-WORK-OFFSET TO DSRV-OFFSET-DAYS.
007010     CALL 'DATESRV' USING DATESRV-PARMS.
007020     IF DSRV-RC-OK
007030         ADD 1 TO WS-WALK-COUNT
007040         MOVE DSRV-RESULT-DATE TO WS-REACH-DATE
007050         PERFORM 3500-EXTEND-REACH THRU 3500-EXIT
007060     END-IF.
007070 3210-EXIT.
007080     EXIT.
007090
007100*--------------------------------------------------------------
007110* 3400-NORMALIZE-ONE-DATE - WS-RAW-DATE IN WS-FORMAT-TYPE TO
007120* YYYYMMDD IN WS-NORM-DATE, EXACTLY AS CALENDAR CONVERTS IT.
007130* ONLY THE FORMAT IS CHECKED HERE; DATESRV VALIDATES THE DATE.
007140*--------------------------------------------------------------
007150 3400-NORMALIZE-ONE-DATE.
007160     SET WS-NORM-VALID TO TRUE.
007170     MOVE ZEROS TO WS-NORM-DATE.
007180     EVALUATE WS-FORMAT-TYPE
007190         WHEN 'G'
007200             IF WS-RAW-DATE IS NUMERIC
007210                 MOVE WS-RAW-DATE TO WS-NORM-DATE
007220             ELSE
007230                 SET WS-NORM-INVALID TO TRUE
007240             END-IF
007250         WHEN 'M'
007260             PERFORM 3410-CONVERT-MDY THRU 3410-EXIT
007270         WHEN 'J'
007280             PERFORM 3420-CONVERT-JULIAN THRU 3420-EXIT
007290         WHEN OTHER
007300             SET WS-NORM-INVALID TO TRUE
007310     END-EVALUATE.
007320 3400-EXIT.
007330     EXIT.
007340
007350 3410-CONVERT-MDY.
007360     IF WS-MDY-SLASH1 NOT = '/'
007370             OR WS-MDY-SLASH2 NOT = '/'
007380             OR WS-MDY-MM NOT NUMERIC
007390             OR WS-MDY-DD NOT NUMERIC
007400             OR WS-MDY-YY NOT NUMERIC
007410         SET WS-NORM-INVALID TO TRUE
007420     ELSE
007430         MOVE WS-MDY-YY TO WS-WORK-YY
007440         PERFORM 3430-APPLY-CENTURY-WINDOW THRU 3430-EXIT
007450         COMPUTE WS-NORM-DATE =
007460             WS-CENTURY-YYYY * 10000
007470             + FUNCTION NUMVAL(WS-MDY-MM) * 100
007480             + FUNCTION NUMVAL(WS-MDY-DD)
007490     END-IF.
007500 3410-EXIT.
007510     EXIT.
007520
007530*    THE YEAR LENGTH COMES FROM DATESRV (IS FEBRUARY 29TH VALID
007540*    THAT YEAR), AS IN CALENDAR - THE LEAP-YEAR RULE LIVES IN
007550*    DATESRV ONLY.
007560 3420-CONVERT-JULIAN.
007570     IF WS-JUL-YY NOT NUMERIC
007580             OR WS-JUL-DDD NOT NUMERIC
007590             OR WS-RAW-DATE(6:3) NOT = SPACES
007600         SET WS-NORM-INVALID TO TRUE
007610         GO TO 3420-EXIT
007620     END-IF.
007630     MOVE WS-JUL-YY TO WS-WORK-YY.
007640     PERFORM 3430-APPLY-CENTURY-WINDOW THRU 3430-EXIT.
007650     MOVE WS-JUL-DDD TO WS-WORK-DDD.
007660     SET DSRV-FUNC-VALIDATE TO TRUE.
007670     COMPUTE DSRV-INPUT-DATE = WS-CENTURY-YYYY * 10000 + 0229.
007680     CALL 'DATESRV' USING DATESRV-PARMS.
007690     IF DSRV-RC-OK
007700         MOVE 366 TO WS-DAYS-IN-YEAR
007710     ELSE
007720         MOVE 365 TO WS-DAYS-IN-YEAR
007730     END-IF.
007740     IF WS-WORK-DDD < 1 OR WS-WORK-DDD > WS-DAYS-IN-YEAR
007750         SET WS-NORM-INVALID TO TRUE
007760     ELSE
007770         COMPUTE WS-JULIAN-FULL =
007780             WS-CENTURY-YYYY * 1000 + WS-WORK-DDD
007790         MOVE FUNCTION DATE-OF-INTEGER(
007800             FUNCTION INTEGER-OF-DAY(WS-JULIAN-FULL))
007810             TO WS-NORM-DATE
007820     END-IF.
007830 3420-EXIT.
007840     EXIT.
007850
007860 3430-APPLY-CENTURY-WINDOW.
007870     IF WS-WORK-YY < WS-CENTURY-PIVOT
007880         COMPUTE WS-CENTURY-YYYY = 2000 + WS-WORK-YY
007890     ELSE
007900         COMPUTE WS-CENTURY-YYYY = 1900 + WS-WORK-YY
007910     END-IF.
007920 3430-EXIT.
007930     EXIT.
007940
007950*--------------------------------------------------------------
007960* 3500-EXTEND-REACH - WIDENS THE CALENDAR'S EARLIEST/LATEST
007970* DATE TO TAKE IN WS-REACH-DATE.
007980*--------------------------------------------------------------
007990 3500-EXTEND-REACH.
008000     IF WS-CAL-LOW-DATE(WS-CAL-SLOT) = ZEROS
008010             OR WS-REACH-DATE < WS-CAL-LOW-DATE(WS-CAL-SLOT)
008020         MOVE WS-REACH-DATE TO WS-CAL-LOW-DATE(WS-CAL-SLOT)
008030     END-IF.
008040     IF WS-REACH-DATE > WS-CAL-HIGH-DATE(WS-CAL-SLOT)
008050         MOVE WS-REACH-DATE TO WS-CAL-HIGH-DATE(WS-CAL-SLOT)
008060     END-IF.
008070 3500-EXIT.
008080     EXIT.
008090
008100*--------------------------------------------------------------
008110* 4000-CHECK-COVERAGE - EVERY YEAR FROM EACH REFERENCED
008120* CALENDAR'S EARLIEST TO LATEST DATE AGAINST ITS MINIMUM.  A
008130* SHORT YEAR PRINTS ON THE SHORTFALL LIST AND HOLDS THE NIGHT.
008140*--------------------------------------------------------------
008150 4000-CHECK-COVERAGE.
008160     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
008170     MOVE SPACES TO WS-PRINT-WORK.
008180     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008190     MOVE SPACES TO WS-PRINT-WORK.
008200     STRING '----- COVERAGE SHORTFALLS IN YEARS '
008210         DELIMITED BY SIZE
008220         'TONIGHT''S WALKS REACH -----' DELIMITED BY SIZE
008230         INTO WS-PRINT-WORK.
008240     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008250     MOVE 1 TO WS-CAL-SUB.
008260     PERFORM 4100-CHECK-ONE-CALENDAR THRU 4100-EXIT
008270         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
008280     IF WS-SHORT-COUNT = ZEROS
008290         MOVE ' NONE - EVERY YEAR REACHED CARRIES ITS MINIMUM'
008300             TO WS-PRINT-WORK
008310         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
008320     END-IF.
008330 4000-EXIT.
008340     EXIT.
008350
008360 4100-CHECK-ONE-CALENDAR.
008370     IF WS-CAL-REF-COUNT(WS-CAL-SUB) > ZEROS
008380         MOVE WS-CAL-ID(WS-CAL-SUB) TO WS-WORK-CAL-ID
008390         MOVE WS-CAL-LOW-YEAR(WS-CAL-SUB) TO WS-WORK-YEAR
008400         PERFORM 4110-CHECK-ONE-YEAR THRU 4110-EXIT
008410             UNTIL WS-WORK-YEAR > WS-CAL-HIGH-YEAR(WS-CAL-SUB)
008420     END-IF.
008430     ADD 1 TO WS-CAL-SUB.
008440 4100-EXIT.
008450     EXIT.
008460
008470 4110-CHECK-ONE-YEAR.
008480     PERFORM 2600-FIND-YEAR-COUNT THRU 2600-EXIT.
008490     IF WS-WORK-CLOSURES < WS-CAL-MINIMUM(WS-CAL-SUB)
008500         SET WS-COVERAGE-MISSING TO TRUE
008510         ADD 1 TO WS-SHORT-COUNT
008520         MOVE WS-WORK-CLOSURES TO WS-CLOSURE-DISPLAY
008530         MOVE WS-CAL-MINIMUM(WS-CAL-SUB) TO WS-MINIMUM-DISPLAY
008540         MOVE SPACES TO WS-PRINT-WORK
008550         STRING ' CALENDAR ' DELIMITED BY SIZE
008560             WS-WORK-CAL-ID DELIMITED BY SIZE
008570             ' YEAR ' DELIMITED BY SIZE
008580             WS-WORK-YEAR DELIMITED BY SIZE
008590             ' - ' DELIMITED BY SIZE
008600             WS-CLOSURE-DISPLAY DELIMITED BY SIZE
008610             ' CLOSURES ON FILE, ' DELIMITED BY SIZE
008620             WS-MINIMUM-DISPLAY DELIMITED BY SIZE
008630             ' EXPECTED - RECORDS REACH ' DELIMITED BY SIZE
008640             WS-CAL-LOW-DATE(WS-CAL-SUB) DELIMITED BY SIZE
008650             ' THRU ' DELIMITED BY SIZE
008660             WS-CAL-HIGH-DATE(WS-CAL-SUB) DELIMITED BY SIZE
008670             INTO WS-PRINT-WORK
008680         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
008690     END-IF.
008700     ADD 1 TO WS-WORK-YEAR.
008710 4110-EXIT.
008720     EXIT.
008730
008740*--------------------------------------------------------------
008750* 5000-EARLY-WARNING - INSIDE THE WARNING LEAD, EVERY CALENDAR
008760* STILL SHORT FOR THE COMING YEAR IS LISTED (UNLESS TONIGHT'S
008770* WALKS ALREADY REACH IT, WHEN IT IS ON THE SHORTFALL LIST).
008780*--------------------------------------------------------------
008790 5000-EARLY-WARNING.
008800     MOVE SPACES TO WS-PRINT-WORK.
008810     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008820     MOVE '----- YEAR-END EARLY WARNING -----' TO WS-PRINT-WORK.
008830     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008840     IF WS-WARN-YEAR = ZEROS
008850         MOVE SPACES TO WS-PRINT-WORK
008860         STRING ' NOT YET - YEAR END IS MORE THAN '
008870             DELIMITED BY SIZE
008880             WS-LEAD-DAYS DELIMITED BY SIZE
008890             ' DAYS OFF' DELIMITED BY SIZE
008900             INTO WS-PRINT-WORK
008910         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
008920         GO TO 5000-EXIT
008930     END-IF.
008940     MOVE 1 TO WS-CAL-SUB.
008950     PERFORM 5100-WARN-ONE-CALENDAR THRU 5100-EXIT
008960         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
008970     IF WS-WARN-COUNT = ZEROS
008980         MOVE SPACES TO WS-PRINT-WORK
008990         STRING ' NONE - EVERY CALENDAR CARRIES ITS MINIMUM FOR '
009000             DELIMITED BY SIZE
009010             WS-WARN-YEAR DELIMITED BY SIZE
009020             INTO WS-PRINT-WORK
009030         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
009040     END-IF.
009050 5000-EXIT.
009060     EXIT.
009070
009080 5100-WARN-ONE-CALENDAR.
009090     PERFORM 5110-WARN-ONE-YEAR THRU 5110-EXIT.
009100     ADD 1 TO WS-CAL-SUB.
009110 5100-EXIT.
009120     EXIT.
009130
009140 5110-WARN-ONE-YEAR.
009150     IF WS-CAL-REF-COUNT(WS-CAL-SUB) > ZEROS
009160             AND WS-CAL-HIGH-YEAR(WS-CAL-SUB) NOT < WS-WARN-YEAR
009170             AND WS-CAL-LOW-YEAR(WS-CAL-SUB) NOT > WS-WARN-YEAR
009180         GO TO 5110-EXIT
009190     END-IF.
009200     MOVE WS-CAL-ID(WS-CAL-SUB) TO WS-WORK-CAL-ID.
009210     MOVE WS-WARN-YEAR TO WS-WORK-YEAR.
009220     PERFORM 2600-FIND-YEAR-COUNT THRU 2600-EXIT.
009230     IF WS-WORK-CLOSURES < WS-CAL-MINIMUM(WS-CAL-SUB)
009240         ADD 1 TO WS-WARN-COUNT
009250         MOVE WS-WORK-CLOSURES TO WS-CLOSURE-DISPLAY
009260         MOVE WS-CAL-MINIMUM(WS-CAL-SUB) TO WS-MINIMUM-DISPLAY
009270         MOVE SPACES TO WS-PRINT-WORK
009280         STRING ' CALENDAR ' DELIMITED BY SIZE
009290             WS-WORK-CAL-ID DELIMITED BY SIZE
009300             ' YEAR ' DELIMITED BY SIZE
009310             WS-WORK-YEAR DELIMITED BY SIZE
009320             ' - ' DELIMITED BY SIZE
009330             WS-CLOSURE-DISPLAY DELIMITED BY SIZE
009340             ' CLOSURES ON FILE, ' DELIMITED BY SIZE
009350             WS-MINIMUM-DISPLAY DELIMITED BY SIZE
009360             ' EXPECTED - RUN THE HOLJOB GENERATE/ADD CARDS'
009370             DELIMITED BY SIZE
009380             INTO WS-PRINT-WORK
009390         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
009400     END-IF.
009410 5110-EXIT.
009420     EXIT.
009430
009440*--------------------------------------------------------------
009450* 6000-WRITE-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH A
009460* RUN-DATE/RUN-TIME HEADER, SAME STYLE AS CALENDAR'S REPORT.
009470*--------------------------------------------------------------
009480 6000-WRITE-REPORT-HEADING.
009490     ADD 1 TO WS-PAGE-COUNT.
009500     MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY.
009510     MOVE ZEROS TO WS-LINE-COUNT.
009520     MOVE SPACES TO REPORT-LINE.
009530     STRING "B COOL DISTRIBUTION CENTER" DELIMITED BY SIZE
009540         "   HOLIDAY COVERAGE PREFLIGHT   PAGE " DELIMITED BY SIZE
009550         WS-PAGE-DISPLAY DELIMITED BY SIZE
009560         INTO REPORT-LINE.
009570     IF WS-PAGE-COUNT = 1
009580         WRITE REPORT-LINE
009590     ELSE
009600         WRITE REPORT-LINE AFTER ADVANCING PAGE
009610     END-IF.
009620     MOVE SPACES TO REPORT-LINE.
009630     STRING "RUN DATE: " DELIMITED BY SIZE
009640         CurrentMonth DELIMITED BY SIZE
009650         "/" DELIMITED BY SIZE
009660         CurrentDay DELIMITED BY SIZE
009670         "/" DELIMITED BY SIZE
009680         CurrentYear DELIMITED BY SIZE
009690         "   RUN TIME: " DELIMITED BY SIZE
009700         CurrentHour DELIMITED BY SIZE
009710         ":" DELIMITED BY SIZE
009720         CurrentMinute DELIMITED BY SIZE
009730         INTO REPORT-LINE.
009740     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
009750     MOVE SPACES TO REPORT-LINE.
009760     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
009770     ADD 3 TO WS-LINE-COUNT.
009780 6000-EXIT.
009790     EXIT.
009800
009810*--------------------------------------------------------------
009820* 6050-CHECK-PAGE-BREAK - STARTS A FRESH PAGE WHEN THE CURRENT
009830* PAGE HAS FILLED UP.
009840*--------------------------------------------------------------
009850 6050-CHECK-PAGE-BREAK.
009860     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009870         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
009880     END-IF.
009890 6050-EXIT.
009900     EXIT.
009910
009920*--------------------------------------------------------------
009930* 6100-PRINT-ONE-LINE - WRITES WS-PRINT-WORK AND CLEARS IT.
009940*--------------------------------------------------------------
009950 6100-PRINT-ONE-LINE.
009960     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
009970     WRITE REPORT-LINE FROM WS-PRINT-WORK
009980         AFTER ADVANCING 1 LINE.
009990     ADD 1 TO WS-LINE-COUNT.
010000     MOVE SPACES TO WS-PRINT-WORK.
010010 6100-EXIT.
010020     EXIT.
010030
010040*--------------------------------------------------------------
010050* 6200-PRINT-MATRIX - THE CALENDAR-BY-YEAR CLOSURE COUNTS.  THE
010060* YEARS RUN FROM THE EARLIEST ANY RECORD REACHES (NO EARLIER
010070* THAN LAST YEAR) TO THE LATEST ANY RECORD REACHES OR THE
010080* WARNING YEAR, TEN AT MOST.
010090*--------------------------------------------------------------
010100 6200-PRINT-MATRIX.
010110     MOVE CurrentYear TO WS-MTX-FIRST-YEAR.
010120     MOVE CurrentYear TO WS-MTX-LAST-YEAR.
010130     IF WS-WARN-YEAR > WS-MTX-LAST-YEAR
010140         MOVE WS-WARN-YEAR TO WS-MTX-LAST-YEAR
010150     END-IF.
010160     MOVE 1 TO WS-CAL-SUB.
010170     PERFORM 6205-WIDEN-YEARS THRU 6205-EXIT
010180         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
010190     IF WS-MTX-FIRST-YEAR < CurrentYear - 1
010200         COMPUTE WS-MTX-FIRST-YEAR = CurrentYear - 1
010210         SET WS-MTX-TRUNCATED TO TRUE
010220     END-IF.
010230     IF WS-MTX-LAST-YEAR - WS-MTX-FIRST-YEAR + 1 > WS-MTX-MAX
010240         COMPUTE WS-MTX-LAST-YEAR =
010250             WS-MTX-FIRST-YEAR + WS-MTX-MAX - 1
010260         SET WS-MTX-TRUNCATED TO TRUE
010270     END-IF.
010280     MOVE '----- CLOSURES ON FILE BY CALENDAR AND YEAR -----'
010290         TO WS-PRINT-WORK.
010300     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010310     MOVE 1 TO WS-MTX-SUB.
010320     MOVE WS-MTX-FIRST-YEAR TO WS-WORK-YEAR.
010330     PERFORM 6210-FILL-ONE-HEADER THRU 6210-EXIT
010340         UNTIL WS-MTX-SUB > WS-MTX-MAX.
010350     MOVE WS-MATRIX-HEADER TO WS-PRINT-WORK.
010360     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010370     MOVE 1 TO WS-CAL-SUB.
010380     PERFORM 6220-PRINT-ONE-CALENDAR THRU 6220-EXIT
010390         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
010400     IF WS-CAL-COUNT = ZEROS
010410         MOVE ' NO CALENDARS ON THE HOLIDAY FILE OR DATEIN'
010420             TO WS-PRINT-WORK
010430         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
010440     END-IF.
010450     MOVE SPACES TO WS-PRINT-WORK.
010460     STRING ' ** = SHORT IN A YEAR TONIGHT''S RECORDS REACH'
010470         DELIMITED BY SIZE
010480         '   + = REACHED AND COVERED' DELIMITED BY SIZE
010490         '   W = SHORT FOR THE COMING YEAR' DELIMITED BY SIZE
010500         INTO WS-PRINT-WORK.
010510     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010520     IF WS-MTX-TRUNCATED
010530         MOVE SPACES TO WS-PRINT-WORK
010540         STRING ' (YEARS OUTSIDE THE MATRIX ARE STILL CHECKED'
010550             DELIMITED BY SIZE
010560             ' - SEE THE SHORTFALLS BELOW)' DELIMITED BY SIZE
010570             INTO WS-PRINT-WORK
010580         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
010590     END-IF.
010600 6200-EXIT.
010610     EXIT.
010620
010630 6205-WIDEN-YEARS.
010640     IF WS-CAL-REF-COUNT(WS-CAL-SUB) > ZEROS
010650         IF WS-CAL-LOW-YEAR(WS-CAL-SUB) < WS-MTX-FIRST-YEAR
010660             MOVE WS-CAL-LOW-YEAR(WS-CAL-SUB) TO WS-MTX-FIRST-YEAR
010670         END-IF
010680         IF WS-CAL-HIGH-YEAR(WS-CAL-SUB) > WS-MTX-LAST-YEAR
010690             MOVE WS-CAL-HIGH-YEAR(WS-CAL-SUB) TO WS-MTX-LAST-YEAR
010700         END-IF
010710     END-IF.
010720     ADD 1 TO WS-CAL-SUB.
010730 6205-EXIT.
010740     EXIT.
010750
010760 6210-FILL-ONE-HEADER.
010770     MOVE SPACES TO MTH-CELL(WS-MTX-SUB).
010780     IF WS-WORK-YEAR NOT > WS-MTX-LAST-YEAR
010790         MOVE WS-WORK-YEAR TO MTH-YEAR(WS-MTX-SUB)
010800     END-IF.
010810     ADD 1 TO WS-WORK-YEAR.
010820     ADD 1 TO WS-MTX-SUB.
010830 6210-EXIT.
010840     EXIT.
010850
010860 6220-PRINT-ONE-CALENDAR.
010870     MOVE WS-CAL-ID(WS-CAL-SUB) TO WS-WORK-CAL-ID.
010880     MOVE WS-CAL-ID(WS-CAL-SUB) TO MTX-CAL-ID.
010890     MOVE WS-CAL-MINIMUM(WS-CAL-SUB) TO MTX-MINIMUM.
010900     MOVE WS-CAL-REF-COUNT(WS-CAL-SUB) TO MTX-REFS.
010910     MOVE 1 TO WS-MTX-SUB.
010920     MOVE WS-MTX-FIRST-YEAR TO WS-WORK-YEAR.
010930     PERFORM 6230-FILL-ONE-CELL THRU 6230-EXIT
010940         UNTIL WS-MTX-SUB > WS-MTX-MAX.
010950     MOVE WS-MATRIX-LINE TO WS-PRINT-WORK.
010960     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010970     ADD 1 TO WS-CAL-SUB.
010980 6220-EXIT.
010990     EXIT.
011000
011010 6230-FILL-ONE-CELL.
011020     MOVE SPACES TO MTX-CELL(WS-MTX-SUB).
011030     IF WS-WORK-YEAR NOT > WS-MTX-LAST-YEAR
011040         PERFORM 6240-COUNT-ONE-CELL THRU 6240-EXIT
011050     END-IF.
011060     ADD 1 TO WS-WORK-YEAR.
011070     ADD 1 TO WS-MTX-SUB.
011080 6230-EXIT.
011090     EXIT.
011100
011110 6240-COUNT-ONE-CELL.
011120     PERFORM 2600-FIND-YEAR-COUNT THRU 2600-EXIT.
011130     MOVE WS-WORK-CLOSURES TO MTX-CLOSURES(WS-MTX-SUB).
011140     IF WS-CAL-REF-COUNT(WS-CAL-SUB) > ZEROS
011150             AND WS-WORK-YEAR NOT < WS-CAL-LOW-YEAR(WS-CAL-SUB)
011160             AND WS-WORK-YEAR NOT > WS-CAL-HIGH-YEAR(WS-CAL-SUB)
011170         IF WS-WORK-CLOSURES < WS-CAL-MINIMUM(WS-CAL-SUB)
011180             MOVE '**' TO MTX-FLAG(WS-MTX-SUB)
011190         ELSE
011200             MOVE ' +' TO MTX-FLAG(WS-MTX-SUB)
011210         END-IF
011220         GO TO 6240-EXIT
011230     END-IF.
011240     IF WS-WORK-YEAR = WS-WARN-YEAR
011250             AND WS-WORK-CLOSURES < WS-CAL-MINIMUM(WS-CAL-SUB)
011260         MOVE ' W' TO MTX-FLAG(WS-MTX-SUB)
011270     END-IF.
011280 6240-EXIT.
011290     EXIT.
011300
011310*--------------------------------------------------------------
011320* 6300-PRINT-TOTALS - RECORD COUNTS AND THE VERDICT.
011330*--------------------------------------------------------------
011340 6300-PRINT-TOTALS.
011350     MOVE SPACES TO WS-PRINT-WORK.
011360     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
011370     MOVE '----- PREFLIGHT TOTALS -----' TO WS-PRINT-WORK.
011380     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
011390     MOVE WS-READ-COUNT TO WS-COUNT-DISPLAY.
011400     STRING 'DATEIN DETAIL RECORDS:    ' DELIMITED BY SIZE
011410         WS-COUNT-DISPLAY DELIMITED BY SIZE
011420         INTO WS-PRINT-WORK.
011430     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
011440     MOVE WS-WALK-COUNT TO WS-COUNT-DISPLAY.
011450     STRING 'WALKS FOLLOWED:           ' DELIMITED BY SIZE
011460         WS-COUNT-DISPLAY DELIMITED BY SIZE
011470         INTO WS-PRINT-WORK.
011480     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
011490     MOVE WS-ESTIMATE-COUNT TO WS-COUNT-DISPLAY.
011500     STRING 'UNKNOWN CALENDAR (SHOP):  ' DELIMITED BY SIZE
011510         WS-COUNT-DISPLAY DELIMITED BY SIZE
011520         INTO WS-PRINT-WORK.
011530     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
011540     MOVE WS-SKIP-COUNT TO WS-COUNT-DISPLAY.
011550     STRING 'SKIPPED (CALENDAR REJECTS)' DELIMITED BY SIZE
011560         WS-COUNT-DISPLAY DELIMITED BY SIZE
011570         INTO WS-PRINT-WORK.
011580     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
011590     IF WS-TABLE-OVERFLOW
011600         MOVE SPACES TO WS-PRINT-WORK
011610         STRING '*** OVER 50 CALENDARS OR 600 CALENDAR-YEARS'
011620             DELIMITED BY SIZE
011630             ' - COVERAGE NOT FULLY CHECKED ***' DELIMITED BY SIZE
011640             INTO WS-PRINT-WORK
011650         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
011660     END-IF.
011670     EVALUATE TRUE
011680         WHEN WS-COVERAGE-MISSING OR WS-TABLE-OVERFLOW
011690             MOVE SPACES TO WS-PRINT-WORK
011700             STRING '*** COVERAGE MISSING - NIGHT HELD.  LOAD THE'
011710                 DELIMITED BY SIZE
011720                 ' CLOSURES THROUGH HOLJOB AND RERUN ***'
011730                     DELIMITED BY SIZE
011740                 INTO WS-PRINT-WORK
011750         WHEN WS-WARN-COUNT > ZEROS
011760             MOVE SPACES TO WS-PRINT-WORK
011770             STRING 'COVERAGE COMPLETE FOR TONIGHT'
011780                 DELIMITED BY SIZE
011790                 ' - YEAR-END WARNINGS ABOVE' DELIMITED BY SIZE
011800                 INTO WS-PRINT-WORK
011810         WHEN OTHER
011820             MOVE 'COVERAGE COMPLETE' TO WS-PRINT-WORK
011830     END-EVALUATE.
011840     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
011850 6300-EXIT.
011860     EXIT.
011870
011880*--------------------------------------------------------------
011890* 9000-TERMINATE - CLOSES THE REPORT.
011900*--------------------------------------------------------------
011910 9000-TERMINATE.
011920     CLOSE REPORT-FILE.
011930 9000-EXIT.
011940     EXIT.
