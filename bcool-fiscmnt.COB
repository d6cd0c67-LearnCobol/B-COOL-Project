000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  FISCMNT.
000030 AUTHOR.  B COOL TEAM.
000040 INSTALLATION.  B COOL DISTRIBUTION CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100*   DATE       INIT   DESCRIPTION
000110*   ---------  ----   ------------------------------------------
000120*   10/15/2026  DLH   ORIGINAL VERSION - MAINTENANCE PROGRAM FOR
000130*                     THE FISCAL-CALENDAR DEFINITION FILE DATESRV
000140*                     LOADS IN 1200-LOAD-FISCAL, BUILT ON THE
000150*                     HOLMAINT PATTERN.  TAKES GENERATE/PERIOD/
000160*                     DELETE/LIST TRANSACTION CARDS, REWRITES THE
000170*                     FILE IN FISCAL YEAR/PERIOD ORDER, PRINTS A
000180*                     BEFORE/AFTER LISTING, AND VALIDATES EVERY
000190*                     FISCAL YEAR ON THE NEW FILE (TWELVE
000200*                     CONTIGUOUS WHOLE-WEEK PERIODS, A 52- OR
000210*                     53-WEEK YEAR, NO OVERLAP WITH THE NEXT YEAR)
000220*                     SO A BAD DEFINITION NEVER REACHES DATESRV.
000230*--------------------------------------------------------------
000240* FUNCTION: MAINTAINS THE FISCAL-CALENDAR DEFINITION FILE
000250*           (PROD.CALENDAR.FISCAL, FISCDEFR LAYOUT).  THE CURRENT
000260*           FILE IS LOADED FROM FISCIN, TRANSACTION CARDS ARE
000270*           APPLIED FROM TRANFILE, AND THE RESULT IS WRITTEN TO
000280*           FISCOUT IN FISCAL YEAR/PERIOD ORDER WITH A PRINTED
000290*           AUDIT TRAIL AND VALIDATION LISTING ON PRINTFL.
000300*
000310*           TRANSACTION CARD LAYOUT (TRANFILE):
000320*             COL 1-8   FUNCTION - 'GENERATE', 'PERIOD',
000330*                       'DELETE' OR 'LIST'
000340*             COL 9-12  FISCAL YEAR YYYY
000350*           GENERATE (BUILDS ALL TWELVE PERIODS OF A YEAR):
000360*             COL 13-20 FIRST DAY OF THE FISCAL YEAR YYYYMMDD
000370*             COL 21-22 WEEKS IN THE YEAR - '52' OR BLANK, OR
000380*                       '53' (THE EXTRA WEEK GOES IN PERIOD 12)
000390*             COL 23-25 WEEKS PER PERIOD IN EACH QUARTER - '445'
000400*                       OR BLANK, '454' OR '544'
000410*           PERIOD (ADDS OR REPLACES ONE PERIOD):
000420*             COL 13-14 FISCAL PERIOD 01-12
000430*             COL 15-22 FIRST DAY OF THE PERIOD YYYYMMDD
000440*             COL 23-30 LAST DAY OF THE PERIOD YYYYMMDD
000450*           DELETE REMOVES EVERY PERIOD OF THE FISCAL YEAR.
000460*           LIST PRINTS THE TABLE AS IT STANDS.
000470*
000480*           RETURN CODES:  0 = CLEAN,  4 = WARNINGS ISSUED,
000490*           8 = ONE OR MORE TRANSACTIONS REJECTED OR A FISCAL
000500*           YEAR ON THE NEW FILE FAILED VALIDATION.
000510*--------------------------------------------------------------
000520
000530 ENVIRONMENT DIVISION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT TRAN-FILE ASSIGN TO TRANFILE
000570         ORGANIZATION IS LINE SEQUENTIAL.
000580
000590     SELECT OPTIONAL FISCIN-FILE ASSIGN TO FISCIN
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610
000620     SELECT FISCOUT-FILE ASSIGN TO FISCOUT
000630         ORGANIZATION IS LINE SEQUENTIAL.
000640
000650     SELECT PRINT-FILE ASSIGN TO PRINTFL
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000700*--------------------------------------------------------------
000710* TRAN-FILE - ONE MAINTENANCE TRANSACTION PER CARD.
000720*--------------------------------------------------------------
000730 FD  TRAN-FILE.
000740 01  TRAN-RECORD.
000750     05  TRN-FUNCTION            PIC X(08).
000760         88  TRN-FUNC-GENERATE           VALUE 'GENERATE'.
000770         88  TRN-FUNC-PERIOD             VALUE 'PERIOD'.
000780         88  TRN-FUNC-DELETE             VALUE 'DELETE'.
000790         88  TRN-FUNC-LIST               VALUE 'LIST'.
000800     05  TRN-FISCAL-YEAR         PIC 9(04).
000810     05  TRN-FISCAL-YEAR-X REDEFINES TRN-FISCAL-YEAR
000820                                 PIC X(04).
000830     05  TRN-DETAIL              PIC X(18).
000840     05  TRN-GEN-FIELDS REDEFINES TRN-DETAIL.
000850         10  TRN-GEN-START       PIC 9(08).
000860         10  TRN-GEN-START-X REDEFINES TRN-GEN-START
000870                                 PIC X(08).
000880         10  TRN-GEN-WEEKS       PIC X(02).
000890         10  TRN-GEN-PATTERN     PIC X(03).
000900         10  FILLER              PIC X(05).
000910     05  TRN-PER-FIELDS REDEFINES TRN-DETAIL.
000920         10  TRN-PER-PERIOD      PIC 9(02).
000930         10  TRN-PER-PERIOD-X REDEFINES TRN-PER-PERIOD
000940                                 PIC X(02).
000950         10  TRN-PER-START       PIC 9(08).
000960         10  TRN-PER-START-X REDEFINES TRN-PER-START
000970                                 PIC X(08).
000980         10  TRN-PER-END         PIC 9(08).
000990         10  TRN-PER-END-X REDEFINES TRN-PER-END
001000                                 PIC X(08).
001010     05  FILLER                  PIC X(50).
001020
001030*--------------------------------------------------------------
001040* FISCIN-FILE - THE CURRENT FISCAL-CALENDAR FILE, SAME LAYOUT
001050* DATESRV READS.  OPTIONAL SO THE FIRST GENERATE CAN BUILD THE
001060* FILE FROM AN EMPTY START.
001070*--------------------------------------------------------------
001080 FD  FISCIN-FILE.
001090 COPY FISCDEFR.
001100
001110*--------------------------------------------------------------
001120* FISCOUT-FILE - THE REWRITTEN FISCAL-CALENDAR FILE, IN FISCAL
001130* YEAR/PERIOD ORDER, READY TO BE CATALOGED OVER
001140* PROD.CALENDAR.FISCAL.
001150*--------------------------------------------------------------
001160 FD  FISCOUT-FILE.
001170 01  FISCOUT-RECORD.
001180     05  FOUT-FISCAL-YEAR        PIC 9(04).
001190     05  FOUT-PERIOD             PIC 9(02).
001200     05  FOUT-START-DATE         PIC 9(08).
001210     05  FOUT-END-DATE           PIC 9(08).
001220     05  FILLER                  PIC X(58).
001230
001240*--------------------------------------------------------------
001250* PRINT-FILE - BEFORE/AFTER LISTING, TRANSACTION AUDIT TRAIL AND
001260* VALIDATION LISTING FOR FILING WITH THE CHANGE TICKET.
001270*--------------------------------------------------------------
001280 FD  PRINT-FILE.
001290 01  PRINT-LINE                  PIC X(132).
001300
001310 WORKING-STORAGE SECTION.
001320*--------------------------------------------------------------
001330* FILE SWITCHES AND COUNTERS
001340*--------------------------------------------------------------
001350 77  WS-TRAN-EOF-SW          PIC X(01) VALUE 'N'.
001360     88  WS-TRAN-EOF                   VALUE 'Y'.
001370 77  WS-FISCIN-EOF-SW        PIC X(01) VALUE 'N'.
001380     88  WS-FISCIN-EOF                 VALUE 'Y'.
001390 77  WS-TRAN-COUNT           PIC 9(06) VALUE ZEROS COMP.
001400 77  WS-ADD-COUNT            PIC 9(06) VALUE ZEROS COMP.
001410 77  WS-REPLACE-COUNT        PIC 9(06) VALUE ZEROS COMP.
001420 77  WS-DELETE-COUNT         PIC 9(06) VALUE ZEROS COMP.
001430 77  WS-REJECT-COUNT         PIC 9(06) VALUE ZEROS COMP.
001440 77  WS-WARNING-COUNT        PIC 9(06) VALUE ZEROS COMP.
001450 77  WS-INVALID-COUNT        PIC 9(06) VALUE ZEROS COMP.
001460 77  WS-COUNT-DISPLAY        PIC ZZZZZ9 VALUE SPACES.
001470
001480*--------------------------------------------------------------
001490* DATE-VALIDATION WORKING STORAGE - SAME RULES AS DATESRV'S
001500* 4000-VALIDATE-DATE SO THE FILE THIS PROGRAM WRITES NEVER
001510* CARRIES A DATE DATESRV WOULD REJECT.
001520*--------------------------------------------------------------
001530 77  WS-DATE-VALID-SW        PIC X(01) VALUE 'Y'.
001540     88  WS-DATE-VALID                 VALUE 'Y'.
001550     88  WS-DATE-INVALID               VALUE 'N'.
001560 77  WS-ERROR-MESSAGE        PIC X(40) VALUE SPACES.
001570 77  WS-DAYS-IN-MONTH        PIC 9(02) VALUE ZEROS.
001580 77  WS-VAL-YYYY             PIC 9(04) VALUE ZEROS.
001590 77  WS-VAL-MM               PIC 9(02) VALUE ZEROS.
001600 77  WS-VAL-DD               PIC 9(02) VALUE ZEROS.
001610
001620 01  WS-WORK-DATE-PARTS.
001630     05  WS-WORK-YYYY        PIC 9(04).
001640     05  WS-WORK-MM          PIC 9(02).
001650     05  WS-WORK-DD          PIC 9(02).
001660 01  WS-WORK-DATE REDEFINES WS-WORK-DATE-PARTS
001670                             PIC 9(08).
001680
001690*--------------------------------------------------------------
001700* FISCAL-PERIOD TABLE - SAME CAPACITY AS DATESRV'S TABLE SO THIS
001710* PROGRAM CANNOT WRITE A FILE DATESRV WOULD TRUNCATE.  ORDERED
001720* BY FISCAL YEAR THEN PERIOD.
001730*--------------------------------------------------------------
001740 77  WS-FISC-COUNT           PIC 9(04) VALUE ZEROS COMP.
001750 01  WS-FISC-TABLE.
001760     05  WS-FISC-ENTRY OCCURS 1 TO 600 TIMES
001770             DEPENDING ON WS-FISC-COUNT
001780             INDEXED BY WS-FISC-IDX.
001790         10  WS-FISC-KEY.
001800             15  WS-FISC-YEAR    PIC 9(04).
001810             15  WS-FISC-PERIOD  PIC 9(02).
001820         10  WS-FISC-START       PIC 9(08).
001830         10  WS-FISC-END         PIC 9(08).
001840
001850 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.
001860     88  WS-ENTRY-FOUND                VALUE 'Y'.
001870 77  WS-TAB-SUB              PIC 9(04) VALUE ZEROS COMP.
001880 77  WS-SORT-SUB             PIC 9(04) VALUE ZEROS COMP.
001890 77  WS-SORT-LIMIT           PIC 9(04) VALUE ZEROS COMP.
001900 77  WS-SWAP-SW              PIC X(01) VALUE 'N'.
001910     88  WS-SWAP-DONE                  VALUE 'Y'.
001920 01  WS-SORT-HOLD            PIC X(22) VALUE SPACES.
001930*    YEAR-THEN-PERIOD KEY OF THE TRANSACTION OR FILE ENTRY, AND
001940*    THE PRIOR KEY FOR THE OUT-OF-ORDER WARNING ON LOAD.
001950 01  WS-ENTRY-KEY.
001960     05  WS-KEY-YEAR         PIC 9(04).
001970     05  WS-KEY-PERIOD       PIC 9(02).
001980 77  WS-PRIOR-KEY            PIC X(06) VALUE LOW-VALUES.
001990 77  WS-WORK-START           PIC 9(08) VALUE ZEROS.
002000 77  WS-WORK-END             PIC 9(08) VALUE ZEROS.
002010
002020*--------------------------------------------------------------
002030* GENERATE WORKING STORAGE - THE WEEKS-PER-PERIOD PATTERN OF
002040* EACH QUARTER ('445' = 4, 4 THEN 5 WEEKS), AND THE RUNNING
002050* START OF THE NEXT PERIOD AS A DAY INTEGER.
002060*--------------------------------------------------------------
002070 01  WS-GEN-PATTERN          PIC X(03) VALUE '445'.
002080 01  WS-GEN-PATTERN-TABLE REDEFINES WS-GEN-PATTERN.
002090     05  WS-GEN-PATTERN-WEEKS PIC 9(01) OCCURS 3 TIMES.
002100 77  WS-GEN-YEAR-WEEKS       PIC 9(02) VALUE ZEROS.
002110 77  WS-GEN-PERIOD           PIC 9(02) VALUE ZEROS.
002120 77  WS-GEN-SLOT             PIC 9(01) VALUE ZEROS.
002130 77  WS-GEN-WEEKS            PIC 9(01) VALUE ZEROS.
002140 77  WS-GEN-START-INT        PIC 9(08) VALUE ZEROS.
002150 77  WS-GEN-END-INT          PIC 9(08) VALUE ZEROS.
002160
002170*--------------------------------------------------------------
002180* VALIDATION WORKING STORAGE - ONE FISCAL YEAR IS CHECKED AT A
002190* TIME AS THE SORTED TABLE IS WALKED.  A PERIOD MUST BE A WHOLE
002200* NUMBER OF WEEKS (FOUR TO SIX), START THE DAY AFTER THE PRIOR
002210* PERIOD ENDS, AND THE YEAR MUST HOLD PERIODS 01-12 AND RUN 52
002220* OR 53 WEEKS.  A YEAR THAT OVERLAPS THE YEAR BEFORE IT IS AN
002230* ERROR; A GAP BETWEEN YEARS IS ONLY A WARNING, SINCE A YEAR
002240* MAY BE DELETED TO BE REDEFINED.
002250*--------------------------------------------------------------
002260 77  WS-CHK-YEAR             PIC 9(04) VALUE ZEROS.
002270 77  WS-CHK-PERIOD           PIC 9(02) VALUE ZEROS.
002280 77  WS-CHK-START-INT        PIC 9(08) VALUE ZEROS.
002290 77  WS-CHK-END-INT          PIC 9(08) VALUE ZEROS.
002300 77  WS-CHK-DAYS             PIC 9(04) VALUE ZEROS.
002310 77  WS-CHK-WEEKS            PIC 9(02) VALUE ZEROS.
002320 77  WS-CHK-REMAINDER        PIC 9(01) VALUE ZEROS.
002330 77  WS-CUR-YEAR             PIC 9(04) VALUE ZEROS.
002340 77  WS-EXPECT-PERIOD        PIC 9(02) VALUE ZEROS.
002350 77  WS-YEAR-PERIODS         PIC 9(02) VALUE ZEROS.
002360 77  WS-YEAR-DAYS            PIC 9(04) VALUE ZEROS.
002370 77  WS-YEAR-ERROR-SW        PIC X(01) VALUE 'N'.
002380     88  WS-YEAR-IN-ERROR              VALUE 'Y'.
002390 77  WS-NEW-YEAR-SW          PIC X(01) VALUE 'N'.
002400     88  WS-NEW-YEAR                   VALUE 'Y'.
002410 77  WS-PRIOR-YEAR           PIC 9(04) VALUE ZEROS.
002420 77  WS-PRIOR-END-INT        PIC 9(08) VALUE ZEROS.
002430 77  WS-CHECK-MESSAGE        PIC X(50) VALUE SPACES.
002440 77  WS-DAYS-DISPLAY         PIC ZZZ9  VALUE SPACES.
002450 77  WS-WEEKS-DISPLAY        PIC Z9    VALUE SPACES.
002460 77  WS-PERIODS-DISPLAY      PIC Z9    VALUE SPACES.
002470
002480*--------------------------------------------------------------
002490* PRINT-FILE PAGE-CONTROL WORKING STORAGE
002500*--------------------------------------------------------------
002510 77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS COMP.
002520 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS COMP.
002530 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 055 COMP.
002540 77  WS-PAGE-DISPLAY         PIC ZZ9    VALUE SPACES.
002550 77  WS-PRINT-WORK           PIC X(132) VALUE SPACES.
002560 77  WS-TABLE-CAPTION        PIC X(10)  VALUE SPACES.
002570
002580*    YYYYMMDD
002590 01 CurrentDate.
002600    02  CurrentYear     PIC 9(4).
002610    02  CurrentMonth    PIC 99.
002620    02  CurrentDay      PIC 99.
002630
002640*    HHMMSSss   s = S/100
002650 01 CurrentTime.
002660    02  CurrentHour     PIC 99.
002670    02  CurrentMinute   PIC 99.
002680    02  FILLER          PIC 9(4).
002690
002700 PROCEDURE DIVISION.
002710*--------------------------------------------------------------
002720* 0000-MAINLINE - LOADS THE CURRENT FILE, PRINTS THE BEFORE
002730* LISTING, APPLIES THE TRANSACTION CARDS, SORTS, PRINTS THE
002740* AFTER AND VALIDATION LISTINGS, AND WRITES THE NEW FILE.
002750*--------------------------------------------------------------
002760 0000-MAINLINE.
002770     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002780     MOVE 'BEFORE' TO WS-PRINT-WORK.
002790     PERFORM 6200-PRINT-TABLE THRU 6200-EXIT.
002800     PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT.
002810     PERFORM 3000-SORT-TABLE THRU 3000-EXIT.
002820     MOVE 'AFTER' TO WS-PRINT-WORK.
002830     PERFORM 6200-PRINT-TABLE THRU 6200-EXIT.
002840     PERFORM 7000-VALIDATE-CALENDAR THRU 7000-EXIT.
002850     PERFORM 8000-WRITE-FISCOUT THRU 8000-EXIT.
002860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002870     IF WS-REJECT-COUNT > ZEROS
002880             OR WS-INVALID-COUNT > ZEROS
002890         MOVE 8 TO RETURN-CODE
002900     ELSE
002910         IF WS-WARNING-COUNT > ZEROS
002920             MOVE 4 TO RETURN-CODE
002930         END-IF
002940     END-IF.
002950     STOP RUN.
002960 0000-EXIT.
002970     EXIT.
002980
002990*--------------------------------------------------------------
003000* 1000-INITIALIZE - OPENS THE FILES AND LOADS THE CURRENT
003010* FISCAL-CALENDAR FILE INTO THE TABLE.
003020*--------------------------------------------------------------
003030 1000-INITIALIZE.
003040     ACCEPT CurrentDate FROM DATE YYYYMMDD.
003050     ACCEPT CurrentTime FROM TIME.
003060     OPEN OUTPUT PRINT-FILE.
003070     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
003080     PERFORM 1100-LOAD-FISCAL THRU 1100-EXIT.
003090     OPEN INPUT TRAN-FILE.
003100 1000-EXIT.
003110     EXIT.
003120
003130*--------------------------------------------------------------
003140* 1100-LOAD-FISCAL - READS THE CURRENT FILE INTO THE TABLE.  A
003150* RECORD WITH A NON-NUMERIC FIELD OR A DUPLICATED YEAR/PERIOD
003160* IS DROPPED WITH A WARNING; ANY OTHER PROBLEM ALREADY IN THE
003170* FILE SURFACES ON THE VALIDATION LISTING.
003180*--------------------------------------------------------------
003190 1100-LOAD-FISCAL.
003200     MOVE ZEROS TO WS-FISC-COUNT.
003210     MOVE LOW-VALUES TO WS-PRIOR-KEY.
003220     OPEN INPUT FISCIN-FILE.
003230     PERFORM 1110-READ-FISCIN THRU 1110-EXIT.
003240     PERFORM 1120-STORE-PERIOD THRU 1120-EXIT
003250         UNTIL WS-FISCIN-EOF
003260         OR WS-FISC-COUNT = 600.
003270     IF WS-FISC-COUNT = 600 AND NOT WS-FISCIN-EOF
003280         MOVE SPACES TO WS-PRINT-WORK
003290         STRING 'WARNING - FISCAL FILE OVER 600 PERIODS, '
003300             DELIMITED BY SIZE
003310             'REMAINDER IGNORED' DELIMITED BY SIZE
003320             INTO WS-PRINT-WORK
003330         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
003340         ADD 1 TO WS-WARNING-COUNT
003350     END-IF.
003360     CLOSE FISCIN-FILE.
003370 1100-EXIT.
003380     EXIT.
003390
003400 1110-READ-FISCIN.
003410     READ FISCIN-FILE
003420         AT END
003430             SET WS-FISCIN-EOF TO TRUE
003440     END-READ.
003450 1110-EXIT.
003460     EXIT.
003470
003480 1120-STORE-PERIOD.
003490     IF FPD-FISCAL-YEAR-X NOT NUMERIC
003500             OR FPD-PERIOD-X NOT NUMERIC
003510             OR FPD-START-DATE-X NOT NUMERIC
003520             OR FPD-END-DATE-X NOT NUMERIC
003530         MOVE SPACES TO WS-PRINT-WORK
003540         STRING 'WARNING - FILE ENTRY ' DELIMITED BY SIZE
003550             FPD-FISCAL-YEAR-X DELIMITED BY SIZE
003560             ' ' DELIMITED BY SIZE
003570             FPD-PERIOD-X DELIMITED BY SIZE
003580             ' NOT NUMERIC, DROPPED' DELIMITED BY SIZE
003590             INTO WS-PRINT-WORK
003600         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
003610         ADD 1 TO WS-WARNING-COUNT
003620         GO TO 1120-READ-NEXT
003630     END-IF.
003640     MOVE FPD-FISCAL-YEAR TO WS-KEY-YEAR.
003650     MOVE FPD-PERIOD      TO WS-KEY-PERIOD.
003660     PERFORM 5100-SEARCH-TABLE THRU 5100-EXIT.
003670     IF WS-ENTRY-FOUND
003680         MOVE SPACES TO WS-PRINT-WORK
003690         STRING 'WARNING - FILE ENTRY ' DELIMITED BY SIZE
003700             WS-KEY-YEAR DELIMITED BY SIZE
003710             ' ' DELIMITED BY SIZE
003720             WS-KEY-PERIOD DELIMITED BY SIZE
003730             ' DUPLICATED IN FILE, DROPPED' DELIMITED BY SIZE
003740             INTO WS-PRINT-WORK
003750         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
003760         ADD 1 TO WS-WARNING-COUNT
003770         GO TO 1120-READ-NEXT
003780     END-IF.
003790     ADD 1 TO WS-FISC-COUNT.
003800     MOVE WS-KEY-YEAR    TO WS-FISC-YEAR(WS-FISC-COUNT).
003810     MOVE WS-KEY-PERIOD  TO WS-FISC-PERIOD(WS-FISC-COUNT).
003820     MOVE FPD-START-DATE TO WS-FISC-START(WS-FISC-COUNT).
003830     MOVE FPD-END-DATE   TO WS-FISC-END(WS-FISC-COUNT).
003840     IF WS-ENTRY-KEY < WS-PRIOR-KEY
003850         MOVE SPACES TO WS-PRINT-WORK
003860         STRING 'WARNING - FILE ENTRY ' DELIMITED BY SIZE
003870             WS-KEY-YEAR DELIMITED BY SIZE
003880             ' ' DELIMITED BY SIZE
003890             WS-KEY-PERIOD DELIMITED BY SIZE
003900             ' OUT OF ORDER, WILL BE RESORTED' DELIMITED BY SIZE
003910             INTO WS-PRINT-WORK
003920         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
003930         ADD 1 TO WS-WARNING-COUNT
003940     END-IF.
003950     MOVE WS-ENTRY-KEY TO WS-PRIOR-KEY.
003960 1120-READ-NEXT.
003970     PERFORM 1110-READ-FISCIN THRU 1110-EXIT.
003980 1120-EXIT.
003990     EXIT.
004000
004010*--------------------------------------------------------------
004020* 2000-PROCESS-TRANSACTIONS - READS THE TRANSACTION CARDS ONE
004030* AT A TIME AND APPLIES EACH TO THE TABLE.
004040*--------------------------------------------------------------
004050 2000-PROCESS-TRANSACTIONS.
004060     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
004070     PERFORM 2200-APPLY-ONE-TRAN THRU 2200-EXIT
004080         UNTIL WS-TRAN-EOF.
004090 2000-EXIT.
004100     EXIT.
004110
004120 2100-READ-TRAN.
004130     READ TRAN-FILE
004140         AT END
004150             SET WS-TRAN-EOF TO TRUE
004160     END-READ.
004170 2100-EXIT.
004180     EXIT.
004190
004200 2200-APPLY-ONE-TRAN.
004210     ADD 1 TO WS-TRAN-COUNT.
004220     MOVE SPACES TO WS-PRINT-WORK.
004230     STRING 'TRAN ' DELIMITED BY SIZE
004240         TRN-FUNCTION DELIMITED BY SIZE
004250         ' ' DELIMITED BY SIZE
004260         TRN-FISCAL-YEAR-X DELIMITED BY SIZE
004270         ' ' DELIMITED BY SIZE
004280         TRN-DETAIL DELIMITED BY SIZE
004290         INTO WS-PRINT-WORK.
004300     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
004310     EVALUATE TRUE
004320         WHEN TRN-FUNC-GENERATE
004330             PERFORM 2210-GENERATE-YEAR THRU 2210-EXIT
004340         WHEN TRN-FUNC-PERIOD
004350             PERFORM 2230-ADD-PERIOD THRU 2230-EXIT
004360         WHEN TRN-FUNC-DELETE
004370             PERFORM 2240-DELETE-YEAR THRU 2240-EXIT
004380         WHEN TRN-FUNC-LIST
004390             MOVE 'CURRENT' TO WS-PRINT-WORK
004400             PERFORM 6200-PRINT-TABLE THRU 6200-EXIT
004410         WHEN OTHER
004420             MOVE SPACES TO WS-PRINT-WORK
004430             STRING '  *** REJECTED - UNKNOWN FUNCTION ***'
004440                 DELIMITED BY SIZE
004450                 INTO WS-PRINT-WORK
004460             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004470             ADD 1 TO WS-REJECT-COUNT
004480     END-EVALUATE.
004490     PERFORM 2100-READ-TRAN THRU 2100-EXIT.
004500 2200-EXIT.
004510     EXIT.
004520
004530*--------------------------------------------------------------
004540* 2210-GENERATE-YEAR - BUILDS ALL TWELVE PERIODS OF THE FISCAL
004550* YEAR ON THE CARD FROM ITS FIRST DAY, THE WEEKS-PER-PERIOD
004560* PATTERN OF EACH QUARTER, AND WHETHER IT IS A 53-WEEK YEAR (THE
004570* EXTRA WEEK GOES ON PERIOD 12, AS FINANCE CARRIES IT).  A YEAR
004580* ALREADY ON THE FILE IS REJECTED - DELETE IT FIRST TO REDEFINE
004590* IT.
004600*--------------------------------------------------------------
004610 2210-GENERATE-YEAR.
004620     IF TRN-FISCAL-YEAR-X NOT NUMERIC
004630             OR TRN-FISCAL-YEAR < 1601
004640         MOVE SPACES TO WS-PRINT-WORK
004650         STRING '  *** REJECTED - YEAR RANGE 1601-9999 ***'
004660             DELIMITED BY SIZE
004670             INTO WS-PRINT-WORK
004680         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004690         ADD 1 TO WS-REJECT-COUNT
004700         GO TO 2210-EXIT
004710     END-IF.
004720     IF TRN-GEN-START-X NOT NUMERIC
004730         MOVE SPACES TO WS-PRINT-WORK
004740         STRING '  *** REJECTED - FIRST DAY NOT NUMERIC ***'
004750             DELIMITED BY SIZE
004760             INTO WS-PRINT-WORK
004770         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004780         ADD 1 TO WS-REJECT-COUNT
004790         GO TO 2210-EXIT
004800     END-IF.
004810     MOVE TRN-GEN-START TO WS-WORK-DATE.
004820     PERFORM 5000-CHECK-ONE-DATE THRU 5000-EXIT.
004830     IF WS-DATE-INVALID
004840         MOVE SPACES TO WS-PRINT-WORK
004850         STRING '  *** REJECTED - ' DELIMITED BY SIZE
004860             WS-ERROR-MESSAGE DELIMITED BY SIZE
004870             INTO WS-PRINT-WORK
004880         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004890         ADD 1 TO WS-REJECT-COUNT
004900         GO TO 2210-EXIT
004910     END-IF.
004920     EVALUATE TRN-GEN-WEEKS
004930         WHEN SPACES
004940         WHEN '52'
004950             MOVE 52 TO WS-GEN-YEAR-WEEKS
004960         WHEN '53'
004970             MOVE 53 TO WS-GEN-YEAR-WEEKS
004980         WHEN OTHER
004990             MOVE SPACES TO WS-PRINT-WORK
005000             STRING '  *** REJECTED - WEEKS NOT 52 OR 53 ***'
005010                 DELIMITED BY SIZE
005020                 INTO WS-PRINT-WORK
005030             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005040             ADD 1 TO WS-REJECT-COUNT
005050             GO TO 2210-EXIT
005060     END-EVALUATE.
005070     EVALUATE TRN-GEN-PATTERN
005080         WHEN SPACES
005090             MOVE '445' TO WS-GEN-PATTERN
005100         WHEN '445'
005110         WHEN '454'
005120         WHEN '544'
005130             MOVE TRN-GEN-PATTERN TO WS-GEN-PATTERN
005140         WHEN OTHER
005150             MOVE SPACES TO WS-PRINT-WORK
005160             STRING '  *** REJECTED - PATTERN NOT 445, 454 OR 544'
005170                 DELIMITED BY SIZE
005180                 ' ***' DELIMITED BY SIZE
005190                 INTO WS-PRINT-WORK
005200             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005210             ADD 1 TO WS-REJECT-COUNT
005220             GO TO 2210-EXIT
005230     END-EVALUATE.
005240     MOVE TRN-FISCAL-YEAR TO WS-KEY-YEAR.
005250     PERFORM 5200-SEARCH-YEAR THRU 5200-EXIT.
005260     IF WS-ENTRY-FOUND
005270         MOVE SPACES TO WS-PRINT-WORK
005280         STRING '  *** REJECTED - YEAR ALREADY ON FILE, DELETE '
005290             DELIMITED BY SIZE
005300             'IT FIRST ***' DELIMITED BY SIZE
005310             INTO WS-PRINT-WORK
005320         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005330         ADD 1 TO WS-REJECT-COUNT
005340         GO TO 2210-EXIT
005350     END-IF.
005360     IF WS-FISC-COUNT > 588
005370         MOVE SPACES TO WS-PRINT-WORK
005380         STRING '  *** REJECTED - TABLE FULL (600) ***'
005390             DELIMITED BY SIZE
005400             INTO WS-PRINT-WORK
005410         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005420         ADD 1 TO WS-REJECT-COUNT
005430         GO TO 2210-EXIT
005440     END-IF.
005450     COMPUTE WS-GEN-START-INT =
005460         FUNCTION INTEGER-OF-DATE(TRN-GEN-START).
005470     MOVE 1 TO WS-GEN-PERIOD.
005480     PERFORM 2215-GENERATE-ONE-PERIOD THRU 2215-EXIT
005490         UNTIL WS-GEN-PERIOD > 12.
005500 2210-EXIT.
005510     EXIT.
005520
005530 2215-GENERATE-ONE-PERIOD.
005540     COMPUTE WS-GEN-SLOT =
005550         FUNCTION MOD(WS-GEN-PERIOD - 1, 3) + 1.
005560     MOVE WS-GEN-PATTERN-WEEKS(WS-GEN-SLOT) TO WS-GEN-WEEKS.
005570     IF WS-GEN-PERIOD = 12 AND WS-GEN-YEAR-WEEKS = 53
005580         ADD 1 TO WS-GEN-WEEKS
005590     END-IF.
005600     COMPUTE WS-GEN-END-INT =
005610         WS-GEN-START-INT + (WS-GEN-WEEKS * 7) - 1.
005620     ADD 1 TO WS-FISC-COUNT.
005630     MOVE TRN-FISCAL-YEAR TO WS-FISC-YEAR(WS-FISC-COUNT).
005640     MOVE WS-GEN-PERIOD   TO WS-FISC-PERIOD(WS-FISC-COUNT).
005650     MOVE FUNCTION DATE-OF-INTEGER(WS-GEN-START-INT)
005660         TO WS-FISC-START(WS-FISC-COUNT).
005670     MOVE FUNCTION DATE-OF-INTEGER(WS-GEN-END-INT)
005680         TO WS-FISC-END(WS-FISC-COUNT).
005690     ADD 1 TO WS-ADD-COUNT.
005700     MOVE WS-GEN-WEEKS TO WS-WEEKS-DISPLAY.
005710     MOVE SPACES TO WS-PRINT-WORK.
005720     STRING '  GENERATE PERIOD ' DELIMITED BY SIZE
005730         WS-GEN-PERIOD DELIMITED BY SIZE
005740         '  ' DELIMITED BY SIZE
005750         WS-FISC-START(WS-FISC-COUNT) DELIMITED BY SIZE
005760         ' - ' DELIMITED BY SIZE
005770         WS-FISC-END(WS-FISC-COUNT) DELIMITED BY SIZE
005780         '  ' DELIMITED BY SIZE
005790         WS-WEEKS-DISPLAY DELIMITED BY SIZE
005800         ' WEEKS' DELIMITED BY SIZE
005810         INTO WS-PRINT-WORK.
005820     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
005830     COMPUTE WS-GEN-START-INT = WS-GEN-END-INT + 1.
005840     ADD 1 TO WS-GEN-PERIOD.
005850 2215-EXIT.
005860     EXIT.
005870
005880*--------------------------------------------------------------
005890* 2230-ADD-PERIOD - VALIDATES ONE HAND-PUNCHED PERIOD AND ADDS
005900* IT, OR REPLACES THE PERIOD ALREADY ON FILE FOR THAT YEAR AND
005910* PERIOD NUMBER.  HOW IT FITS ITS NEIGHBOURS IS LEFT TO THE
005920* VALIDATION LISTING, SO A YEAR CAN BE RESHAPED ONE CARD AT A
005930* TIME.
005940*--------------------------------------------------------------
005950 2230-ADD-PERIOD.
005960     IF TRN-FISCAL-YEAR-X NOT NUMERIC
005970             OR TRN-FISCAL-YEAR < 1601
005980         MOVE SPACES TO WS-PRINT-WORK
005990         STRING '  *** REJECTED - YEAR RANGE 1601-9999 ***'
006000             DELIMITED BY SIZE
006010             INTO WS-PRINT-WORK
006020         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006030         ADD 1 TO WS-REJECT-COUNT
006040         GO TO 2230-EXIT
006050     END-IF.
006060     IF TRN-PER-PERIOD-X NOT NUMERIC
006070             OR TRN-PER-PERIOD < 1 OR TRN-PER-PERIOD > 12
006080         MOVE SPACES TO WS-PRINT-WORK
006090         STRING '  *** REJECTED - PERIOD RANGE 01-12 ***'
006100             DELIMITED BY SIZE
006110             INTO WS-PRINT-WORK
006120         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006130         ADD 1 TO WS-REJECT-COUNT
006140         GO TO 2230-EXIT
006150     END-IF.
006160     IF TRN-PER-START-X NOT NUMERIC
006170             OR TRN-PER-END-X NOT NUMERIC
006180         MOVE SPACES TO WS-PRINT-WORK
006190         STRING '  *** REJECTED - DATE NOT NUMERIC ***'
006200             DELIMITED BY SIZE
006210             INTO WS-PRINT-WORK
006220         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006230         ADD 1 TO WS-REJECT-COUNT
006240         GO TO 2230-EXIT
006250     END-IF.
006260     MOVE TRN-PER-START TO WS-WORK-DATE.
006270     PERFORM 5000-CHECK-ONE-DATE THRU 5000-EXIT.
006280     IF WS-DATE-VALID
006290         MOVE TRN-PER-END TO WS-WORK-DATE
006300         PERFORM 5000-CHECK-ONE-DATE THRU 5000-EXIT
006310     END-IF.
006320     IF WS-DATE-INVALID
006330         MOVE SPACES TO WS-PRINT-WORK
006340         STRING '  *** REJECTED - ' DELIMITED BY SIZE
006350             WS-ERROR-MESSAGE DELIMITED BY SIZE
006360             INTO WS-PRINT-WORK
006370         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006380         ADD 1 TO WS-REJECT-COUNT
006390         GO TO 2230-EXIT
006400     END-IF.
006410     IF TRN-PER-END < TRN-PER-START
006420         MOVE SPACES TO WS-PRINT-WORK
006430         STRING '  *** REJECTED - LAST DAY BEFORE FIRST DAY ***'
006440             DELIMITED BY SIZE
006450             INTO WS-PRINT-WORK
006460         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006470         ADD 1 TO WS-REJECT-COUNT
006480         GO TO 2230-EXIT
006490     END-IF.
006500     MOVE TRN-FISCAL-YEAR TO WS-KEY-YEAR.
006510     MOVE TRN-PER-PERIOD  TO WS-KEY-PERIOD.
006520     PERFORM 5100-SEARCH-TABLE THRU 5100-EXIT.
006530     IF WS-ENTRY-FOUND
006540         MOVE TRN-PER-START TO WS-FISC-START(WS-TAB-SUB)
006550         MOVE TRN-PER-END   TO WS-FISC-END(WS-TAB-SUB)
006560         ADD 1 TO WS-REPLACE-COUNT
006570         MOVE SPACES TO WS-PRINT-WORK
006580         STRING '  REPLACED FY ' DELIMITED BY SIZE
006590             WS-KEY-YEAR DELIMITED BY SIZE
006600             ' PERIOD ' DELIMITED BY SIZE
006610             WS-KEY-PERIOD DELIMITED BY SIZE
006620             INTO WS-PRINT-WORK
006630         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006640         GO TO 2230-EXIT
006650     END-IF.
006660     IF WS-FISC-COUNT = 600
006670         MOVE SPACES TO WS-PRINT-WORK
006680         STRING '  *** REJECTED - TABLE FULL (600) ***'
006690             DELIMITED BY SIZE
006700             INTO WS-PRINT-WORK
006710         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006720         ADD 1 TO WS-REJECT-COUNT
006730         GO TO 2230-EXIT
006740     END-IF.
006750     ADD 1 TO WS-FISC-COUNT.
006760     MOVE WS-KEY-YEAR   TO WS-FISC-YEAR(WS-FISC-COUNT).
006770     MOVE WS-KEY-PERIOD TO WS-FISC-PERIOD(WS-FISC-COUNT).
006780     MOVE TRN-PER-START TO WS-FISC-START(WS-FISC-COUNT).
006790     MOVE TRN-PER-END   TO WS-FISC-END(WS-FISC-COUNT).
006800     ADD 1 TO WS-ADD-COUNT.
006810     MOVE SPACES TO WS-PRINT-WORK.
006820     STRING '  ADDED FY ' DELIMITED BY SIZE
006830         WS-KEY-YEAR DELIMITED BY SIZE
006840         ' PERIOD ' DELIMITED BY SIZE
006850         WS-KEY-PERIOD DELIMITED BY SIZE
006860         INTO WS-PRINT-WORK.
006870     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
006880 2230-EXIT.
006890     EXIT.
006900
006910*--------------------------------------------------------------
006920* 2240-DELETE-YEAR - REMOVES EVERY PERIOD OF THE FISCAL YEAR ON
006930* THE CARD, WARNING IF THE YEAR WAS NEVER THERE.
006940*--------------------------------------------------------------
006950 2240-DELETE-YEAR.
006960     IF TRN-FISCAL-YEAR-X NOT NUMERIC
006970         MOVE SPACES TO WS-PRINT-WORK
006980         STRING '  *** REJECTED - YEAR NOT NUMERIC ***'
006990             DELIMITED BY SIZE
007000             INTO WS-PRINT-WORK
007010         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
007020         ADD 1 TO WS-REJECT-COUNT
007030         GO TO 2240-EXIT
007040     END-IF.
007050     MOVE TRN-FISCAL-YEAR TO WS-KEY-YEAR.
007060     PERFORM 5200-SEARCH-YEAR THRU 5200-EXIT.
007070     IF NOT WS-ENTRY-FOUND
007080         MOVE SPACES TO WS-PRINT-WORK
007090         STRING '  *** WARNING - YEAR NOT ON FILE ***'
007100             DELIMITED BY SIZE
007110             INTO WS-PRINT-WORK
007120         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
007130         ADD 1 TO WS-WARNING-COUNT
007140         GO TO 2240-EXIT
007150     END-IF.
007160     PERFORM 2245-DELETE-ONE-PERIOD THRU 2245-EXIT
007170         UNTIL NOT WS-ENTRY-FOUND.
007180 2240-EXIT.
007190     EXIT.
007200
007210 2245-DELETE-ONE-PERIOD.
007220     MOVE SPACES TO WS-PRINT-WORK.
007230     STRING '  DELETED FY ' DELIMITED BY SIZE
007240         WS-FISC-YEAR(WS-TAB-SUB) DELIMITED BY SIZE
007250         ' PERIOD ' DELIMITED BY SIZE
007260         WS-FISC-PERIOD(WS-TAB-SUB) DELIMITED BY SIZE
007270         INTO WS-PRINT-WORK.
007280     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
007290     PERFORM 2250-SHIFT-ONE-SLOT THRU 2250-EXIT
007300         UNTIL WS-TAB-SUB >= WS-FISC-COUNT.
007310     SUBTRACT 1 FROM WS-FISC-COUNT.
007320     ADD 1 TO WS-DELETE-COUNT.
007330     PERFORM 5200-SEARCH-YEAR THRU 5200-EXIT.
007340 2245-EXIT.
007350     EXIT.
007360
007370 2250-SHIFT-ONE-SLOT.
007380     MOVE WS-FISC-ENTRY(WS-TAB-SUB + 1)
007390         TO WS-FISC-ENTRY(WS-TAB-SUB).
007400     ADD 1 TO WS-TAB-SUB.
007410 2250-EXIT.
007420     EXIT.
007430
007440*--------------------------------------------------------------
007450* 3000-SORT-TABLE - PUTS THE TABLE IN ASCENDING FISCAL YEAR THEN
007460* PERIOD ORDER SO THE FILE IS REWRITTEN SORTED NO MATTER WHAT
007470* ORDER THE INPUT FILE OR THE CARDS ARRIVED IN.  A SIMPLE
007480* EXCHANGE SORT IS PLENTY AT 600 ENTRIES TOP.
007490*--------------------------------------------------------------
007500 3000-SORT-TABLE.
007510     IF WS-FISC-COUNT < 2
007520         GO TO 3000-EXIT
007530     END-IF.
007540     MOVE 'Y' TO WS-SWAP-SW.
007550     PERFORM 3100-SORT-PASS THRU 3100-EXIT
007560         UNTIL NOT WS-SWAP-DONE.
007570 3000-EXIT.
007580     EXIT.
007590
007600 3100-SORT-PASS.
007610     MOVE 'N' TO WS-SWAP-SW.
007620     MOVE 1 TO WS-SORT-SUB.
007630     COMPUTE WS-SORT-LIMIT = WS-FISC-COUNT - 1.
007640     PERFORM 3110-COMPARE-PAIR THRU 3110-EXIT
007650         UNTIL WS-SORT-SUB > WS-SORT-LIMIT.
007660 3100-EXIT.
007670     EXIT.
007680
007690 3110-COMPARE-PAIR.
007700     IF WS-FISC-KEY(WS-SORT-SUB) > WS-FISC-KEY(WS-SORT-SUB + 1)
007710         MOVE WS-FISC-ENTRY(WS-SORT-SUB)     TO WS-SORT-HOLD
007720         MOVE WS-FISC-ENTRY(WS-SORT-SUB + 1)
007730             TO WS-FISC-ENTRY(WS-SORT-SUB)
007740         MOVE WS-SORT-HOLD TO WS-FISC-ENTRY(WS-SORT-SUB + 1)
007750         MOVE 'Y' TO WS-SWAP-SW
007760     END-IF.
007770     ADD 1 TO WS-SORT-SUB.
007780 3110-EXIT.
007790     EXIT.
007800
007810*--------------------------------------------------------------
007820* 4000-VALIDATE-DATE - SAME IMPOSSIBLE-YEAR/MONTH/DAY CHECKS AS
007830* DATESRV'S 4000-VALIDATE-DATE, SO A DATE THAT PASSES HERE
007840* ALWAYS PASSES THERE.  THE CALLER LOADS WS-VAL-YYYY, WS-VAL-MM
007850* AND WS-VAL-DD FIRST.
007860*--------------------------------------------------------------
007870 4000-VALIDATE-DATE.
007880     SET WS-DATE-VALID TO TRUE.
007890     MOVE SPACES TO WS-ERROR-MESSAGE.
007900     IF WS-VAL-YYYY < 1601
007910         SET WS-DATE-INVALID TO TRUE
007920         MOVE "INVALID DATE - YEAR RANGE 1601-9999"
007930             TO WS-ERROR-MESSAGE
007940     END-IF.
007950     IF WS-DATE-VALID
007960         IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
007970             SET WS-DATE-INVALID TO TRUE
007980             MOVE "INVALID DATE - MONTH OUT OF RANGE 01-12"
007990                 TO WS-ERROR-MESSAGE
008000         END-IF
008010     END-IF.
008020     IF WS-DATE-VALID
008030         PERFORM 4100-SET-DAYS-IN-MONTH THRU 4100-EXIT
008040         IF WS-VAL-DD < 1 OR WS-VAL-DD > WS-DAYS-IN-MONTH
008050             SET WS-DATE-INVALID TO TRUE
008060             MOVE "INVALID DATE - DAY OUT OF RANGE"
008070                 TO WS-ERROR-MESSAGE
008080         END-IF
008090     END-IF.
008100 4000-EXIT.
008110     EXIT.
008120
008130*--------------------------------------------------------------
008140* 4100-SET-DAYS-IN-MONTH - RETURNS THE NUMBER OF DAYS IN
008150* WS-VAL-MM FOR THE YEAR IN WS-VAL-YYYY, ACCOUNTING FOR LEAP
008160* YEARS.
008170*--------------------------------------------------------------
008180 4100-SET-DAYS-IN-MONTH.
008190     EVALUATE WS-VAL-MM
008200         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
008210             MOVE 31 TO WS-DAYS-IN-MONTH
008220         WHEN 4 WHEN 6 WHEN 9 WHEN 11
008230             MOVE 30 TO WS-DAYS-IN-MONTH
008240         WHEN 2
008250             IF FUNCTION MOD(WS-VAL-YYYY, 400) = 0
008260                 MOVE 29 TO WS-DAYS-IN-MONTH
008270             ELSE
008280                 IF FUNCTION MOD(WS-VAL-YYYY, 100) = 0
008290                     MOVE 28 TO WS-DAYS-IN-MONTH
008300                 ELSE
008310                     IF FUNCTION MOD(WS-VAL-YYYY, 4) = 0
008320                         MOVE 29 TO WS-DAYS-IN-MONTH
008330                     ELSE
008340                         MOVE 28 TO WS-DAYS-IN-MONTH
008350                     END-IF
008360                 END-IF
008370             END-IF
008380         WHEN OTHER
008390             MOVE 31 TO WS-DAYS-IN-MONTH
008400     END-EVALUATE.
008410 4100-EXIT.
008420     EXIT.
008430
008440*--------------------------------------------------------------
008450* 5000-CHECK-ONE-DATE - RUNS DATESRV'S VALIDATION RULES ON THE
008460* DATE IN WS-WORK-DATE.
008470*--------------------------------------------------------------
008480 5000-CHECK-ONE-DATE.
008490     MOVE WS-WORK-YYYY TO WS-VAL-YYYY.
008500     MOVE WS-WORK-MM   TO WS-VAL-MM.
008510     MOVE WS-WORK-DD   TO WS-VAL-DD.
008520     PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT.
008530 5000-EXIT.
008540     EXIT.
008550
008560*--------------------------------------------------------------
008570* 5100-SEARCH-TABLE - TRUE IF THE YEAR AND PERIOD IN
008580* WS-ENTRY-KEY ARE ALREADY IN THE TABLE.  LEAVES WS-TAB-SUB AT
008590* THE MATCHING SLOT FOR A REPLACE.
008600*--------------------------------------------------------------
008610 5100-SEARCH-TABLE.
008620     MOVE 'N' TO WS-FOUND-SW.
008630     MOVE 1 TO WS-TAB-SUB.
008640     PERFORM 5110-TEST-ONE-SLOT THRU 5110-EXIT
008650         UNTIL WS-ENTRY-FOUND
008660         OR WS-TAB-SUB > WS-FISC-COUNT.
008670 5100-EXIT.
008680     EXIT.
008690
008700 5110-TEST-ONE-SLOT.
008710     IF WS-FISC-KEY(WS-TAB-SUB) = WS-ENTRY-KEY
008720         SET WS-ENTRY-FOUND TO TRUE
008730     ELSE
008740         ADD 1 TO WS-TAB-SUB
008750     END-IF.
008760 5110-EXIT.
008770     EXIT.
008780
008790*--------------------------------------------------------------
008800* 5200-SEARCH-YEAR - TRUE IF ANY PERIOD OF THE FISCAL YEAR IN
008810* WS-KEY-YEAR IS IN THE TABLE.  LEAVES WS-TAB-SUB AT THE FIRST
008820* SUCH SLOT FOR DELETE.
008830*--------------------------------------------------------------
008840 5200-SEARCH-YEAR.
008850     MOVE 'N' TO WS-FOUND-SW.
008860     MOVE 1 TO WS-TAB-SUB.
008870     PERFORM 5210-TEST-ONE-YEAR THRU 5210-EXIT
008880         UNTIL WS-ENTRY-FOUND
008890         OR WS-TAB-SUB > WS-FISC-COUNT.
008900 5200-EXIT.
008910     EXIT.
008920
008930 5210-TEST-ONE-YEAR.
008940     IF WS-FISC-YEAR(WS-TAB-SUB) = WS-KEY-YEAR
008950         SET WS-ENTRY-FOUND TO TRUE
008960     ELSE
008970         ADD 1 TO WS-TAB-SUB
008980     END-IF.
008990 5210-EXIT.
009000     EXIT.
009010
009020*--------------------------------------------------------------
009030* 6000-WRITE-REPORT-HEADING - STARTS A NEW LISTING PAGE WITH A
009040* RUN-DATE/RUN-TIME HEADER, SAME STYLE AS CALENDAR'S REPORT.
009050*--------------------------------------------------------------
009060 6000-WRITE-REPORT-HEADING.
009070     ADD 1 TO WS-PAGE-COUNT.
009080     MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY.
009090     MOVE ZEROS TO WS-LINE-COUNT.
009100     MOVE SPACES TO PRINT-LINE.
009110     STRING "B COOL DISTRIBUTION CENTER" DELIMITED BY SIZE
009120         "   FISCAL CALENDAR MAINTENANCE   PAGE "
009130             DELIMITED BY SIZE
009140         WS-PAGE-DISPLAY DELIMITED BY SIZE
009150         INTO PRINT-LINE.
009160     IF WS-PAGE-COUNT = 1
009170         WRITE PRINT-LINE
009180     ELSE
009190         WRITE PRINT-LINE AFTER ADVANCING PAGE
009200     END-IF.
009210     MOVE SPACES TO PRINT-LINE.
009220     STRING "RUN DATE: " DELIMITED BY SIZE
009230         CurrentMonth DELIMITED BY SIZE
009240         "/" DELIMITED BY SIZE
009250         CurrentDay DELIMITED BY SIZE
009260         "/" DELIMITED BY SIZE
009270         CurrentYear DELIMITED BY SIZE
009280         "   RUN TIME: " DELIMITED BY SIZE
009290         CurrentHour DELIMITED BY SIZE
009300         ":" DELIMITED BY SIZE
009310         CurrentMinute DELIMITED BY SIZE
009320         INTO PRINT-LINE.
009330     WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
009340     MOVE SPACES TO PRINT-LINE.
009350     WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
009360     ADD 3 TO WS-LINE-COUNT.
009370 6000-EXIT.
009380     EXIT.
009390
009400*--------------------------------------------------------------
009410* 6050-CHECK-PAGE-BREAK - STARTS A FRESH PAGE WHEN THE CURRENT
009420* PAGE HAS FILLED UP.
009430*--------------------------------------------------------------
009440 6050-CHECK-PAGE-BREAK.
009450     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
009460         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
009470     END-IF.
009480 6050-EXIT.
009490     EXIT.
009500
009510*--------------------------------------------------------------
009520* 6100-PRINT-ONE-LINE - WRITES WS-PRINT-WORK TO THE LISTING
009530* WITH PAGE CONTROL.
009540*--------------------------------------------------------------
009550 6100-PRINT-ONE-LINE.
009560     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
009570     MOVE WS-PRINT-WORK TO PRINT-LINE.
009580     WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
009590     ADD 1 TO WS-LINE-COUNT.
009600 6100-EXIT.
009610     EXIT.
009620
009630*--------------------------------------------------------------
009640* 6200-PRINT-TABLE - PRINTS THE WHOLE TABLE UNDER THE CAPTION
009650* PASSED IN WS-PRINT-WORK ('BEFORE', 'AFTER' OR 'CURRENT'),
009660* ONE PERIOD PER LINE WITH ITS FIRST AND LAST DAY AND LENGTH.
009670*--------------------------------------------------------------
009680 6200-PRINT-TABLE.
009690     MOVE WS-PRINT-WORK TO WS-TABLE-CAPTION.
009700     MOVE SPACES TO WS-PRINT-WORK.
009710     STRING '----- FISCAL CALENDAR ' DELIMITED BY SIZE
009720         WS-TABLE-CAPTION DELIMITED BY SPACE
009730         ' MAINTENANCE -----' DELIMITED BY SIZE
009740         INTO WS-PRINT-WORK.
009750     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009760     MOVE 1 TO WS-TAB-SUB.
009770     PERFORM 6210-PRINT-ONE-ENTRY THRU 6210-EXIT
009780         UNTIL WS-TAB-SUB > WS-FISC-COUNT.
009790     MOVE WS-FISC-COUNT TO WS-COUNT-DISPLAY.
009800     MOVE SPACES TO WS-PRINT-WORK.
009810     STRING 'TOTAL PERIODS ON FILE: ' DELIMITED BY SIZE
009820         WS-COUNT-DISPLAY DELIMITED BY SIZE
009830         INTO WS-PRINT-WORK.
009840     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009850     MOVE SPACES TO WS-PRINT-WORK.
009860     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009870 6200-EXIT.
009880     EXIT.
009890
009900 6210-PRINT-ONE-ENTRY.
009910     MOVE WS-FISC-START(WS-TAB-SUB) TO WS-WORK-START.
009920     MOVE WS-FISC-END(WS-TAB-SUB)   TO WS-WORK-END.
009930     MOVE WS-WORK-START TO WS-WORK-DATE.
009940     PERFORM 5000-CHECK-ONE-DATE THRU 5000-EXIT.
009950     IF WS-DATE-VALID
009960         MOVE WS-WORK-END TO WS-WORK-DATE
009970         PERFORM 5000-CHECK-ONE-DATE THRU 5000-EXIT
009980     END-IF.
009990     IF WS-DATE-VALID AND WS-WORK-END < WS-WORK-START
010000         SET WS-DATE-INVALID TO TRUE
010010     END-IF.
010020     MOVE SPACES TO WS-PRINT-WORK.
010030     IF WS-DATE-INVALID
010040         STRING '  FY ' DELIMITED BY SIZE
010050             WS-FISC-YEAR(WS-TAB-SUB) DELIMITED BY SIZE
010060             '  PERIOD ' DELIMITED BY SIZE
010070             WS-FISC-PERIOD(WS-TAB-SUB) DELIMITED BY SIZE
010080             '  ' DELIMITED BY SIZE
010090             WS-WORK-START DELIMITED BY SIZE
010100             ' - ' DELIMITED BY SIZE
010110             WS-WORK-END DELIMITED BY SIZE
010120             '  *** NOT A VALID DATE RANGE ***' DELIMITED BY SIZE
010130             INTO WS-PRINT-WORK
010140     ELSE
010150         COMPUTE WS-CHK-DAYS =
010160             FUNCTION INTEGER-OF-DATE(WS-WORK-END)
010170             - FUNCTION INTEGER-OF-DATE(WS-WORK-START) + 1
010180             ON SIZE ERROR
010190                 MOVE 9999 TO WS-CHK-DAYS
010200         END-COMPUTE
010210         MOVE WS-CHK-DAYS TO WS-DAYS-DISPLAY
010220         STRING '  FY ' DELIMITED BY SIZE
010230             WS-FISC-YEAR(WS-TAB-SUB) DELIMITED BY SIZE
010240             '  PERIOD ' DELIMITED BY SIZE
010250             WS-FISC-PERIOD(WS-TAB-SUB) DELIMITED BY SIZE
010260             '  ' DELIMITED BY SIZE
010270             WS-WORK-START DELIMITED BY SIZE
010280             ' - ' DELIMITED BY SIZE
010290             WS-WORK-END DELIMITED BY SIZE
010300             '  ' DELIMITED BY SIZE
010310             WS-DAYS-DISPLAY DELIMITED BY SIZE
010320             ' DAYS' DELIMITED BY SIZE
010330             INTO WS-PRINT-WORK
010340     END-IF.
010350     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010360     ADD 1 TO WS-TAB-SUB.
010370 6210-EXIT.
010380     EXIT.
010390
010400*--------------------------------------------------------------
010410* 7000-VALIDATE-CALENDAR - WALKS THE SORTED TABLE ONE FISCAL
010420* YEAR AT A TIME AND PRINTS EVERY BREAK IN THE RULES DATESRV
010430* RELIES ON, THEN ONE SUMMARY LINE PER YEAR.  ANY ERROR MAKES
010440* THE RUN END RC 8 SO THE NEW FILE IS NOT CATALOGED.
010450*--------------------------------------------------------------
010460 7000-VALIDATE-CALENDAR.
010470     MOVE SPACES TO WS-PRINT-WORK.
010480     MOVE '----- FISCAL CALENDAR VALIDATION -----'
010490         TO WS-PRINT-WORK.
010500     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010510     IF WS-FISC-COUNT = 0
010520         MOVE SPACES TO WS-PRINT-WORK
010530         STRING '  *** WARNING - NO FISCAL PERIODS ON FILE ***'
010540             DELIMITED BY SIZE
010550             INTO WS-PRINT-WORK
010560         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
010570         ADD 1 TO WS-WARNING-COUNT
010580         GO TO 7000-EXIT
010590     END-IF.
010600     MOVE ZEROS TO WS-CUR-YEAR.
010610     MOVE ZEROS TO WS-PRIOR-YEAR.
010620     MOVE ZEROS TO WS-PRIOR-END-INT.
010630     MOVE 1 TO WS-TAB-SUB.
010640     PERFORM 7100-CHECK-ONE-PERIOD THRU 7100-EXIT
010650         UNTIL WS-TAB-SUB > WS-FISC-COUNT.
010660     PERFORM 7200-CLOSE-YEAR THRU 7200-EXIT.
010670     MOVE SPACES TO WS-PRINT-WORK.
010680     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010690 7000-EXIT.
010700     EXIT.
010710
010720 7100-CHECK-ONE-PERIOD.
010730     MOVE WS-FISC-YEAR(WS-TAB-SUB)   TO WS-CHK-YEAR.
010740     MOVE WS-FISC-PERIOD(WS-TAB-SUB) TO WS-CHK-PERIOD.
010750     MOVE WS-FISC-START(WS-TAB-SUB)  TO WS-WORK-START.
010760     MOVE WS-FISC-END(WS-TAB-SUB)    TO WS-WORK-END.
010770     ADD 1 TO WS-TAB-SUB.
010780     IF WS-CHK-YEAR NOT = WS-CUR-YEAR
010790         IF WS-CUR-YEAR NOT = ZEROS
010800             PERFORM 7200-CLOSE-YEAR THRU 7200-EXIT
010810         END-IF
010820         MOVE WS-CHK-YEAR TO WS-CUR-YEAR
010830         MOVE 1 TO WS-EXPECT-PERIOD
010840         MOVE ZEROS TO WS-YEAR-PERIODS
010850         MOVE ZEROS TO WS-YEAR-DAYS
010860         MOVE 'N' TO WS-YEAR-ERROR-SW
010870         MOVE 'Y' TO WS-NEW-YEAR-SW
010880     END-IF.
010890     ADD 1 TO WS-YEAR-PERIODS.
010900     IF WS-CHK-PERIOD NOT = WS-EXPECT-PERIOD
010910         MOVE 'OUT OF SEQUENCE OR MISSING PERIOD BEFORE IT'
010920             TO WS-CHECK-MESSAGE
010930         PERFORM 7300-PRINT-PERIOD-ERROR THRU 7300-EXIT
010940     END-IF.
010950     COMPUTE WS-EXPECT-PERIOD = WS-CHK-PERIOD + 1.
010960     MOVE WS-WORK-START TO WS-WORK-DATE.
010970     PERFORM 5000-CHECK-ONE-DATE THRU 5000-EXIT.
010980     IF WS-DATE-VALID
010990         MOVE WS-WORK-END TO WS-WORK-DATE
011000         PERFORM 5000-CHECK-ONE-DATE THRU 5000-EXIT
011010     END-IF.
011020     IF WS-DATE-INVALID
011030         MOVE 'FIRST OR LAST DAY NOT A VALID DATE'
011040             TO WS-CHECK-MESSAGE
011050         PERFORM 7300-PRINT-PERIOD-ERROR THRU 7300-EXIT
011060         MOVE ZEROS TO WS-PRIOR-END-INT
011070         MOVE 'N' TO WS-NEW-YEAR-SW
011080         GO TO 7100-EXIT
011090     END-IF.
011100     IF WS-WORK-END < WS-WORK-START
011110         MOVE 'LAST DAY BEFORE FIRST DAY' TO WS-CHECK-MESSAGE
011120         PERFORM 7300-PRINT-PERIOD-ERROR THRU 7300-EXIT
011130         MOVE ZEROS TO WS-PRIOR-END-INT
011140         MOVE 'N' TO WS-NEW-YEAR-SW
011150         GO TO 7100-EXIT
011160     END-IF.
011170     COMPUTE WS-CHK-START-INT =
011180         FUNCTION INTEGER-OF-DATE(WS-WORK-START).
011190     COMPUTE WS-CHK-END-INT =
011200         FUNCTION INTEGER-OF-DATE(WS-WORK-END).
011210     COMPUTE WS-CHK-DAYS = WS-CHK-END-INT - WS-CHK-START-INT + 1
011220         ON SIZE ERROR
011230             MOVE 9999 TO WS-CHK-DAYS
011240     END-COMPUTE.
011250     ADD WS-CHK-DAYS TO WS-YEAR-DAYS
011260         ON SIZE ERROR
011270             MOVE 9999 TO WS-YEAR-DAYS
011280     END-ADD.
011290     DIVIDE WS-CHK-DAYS BY 7 GIVING WS-CHK-WEEKS
011300         REMAINDER WS-CHK-REMAINDER
011310         ON SIZE ERROR
011320             MOVE 99 TO WS-CHK-WEEKS
011330     END-DIVIDE.
011340     IF WS-CHK-REMAINDER NOT = ZEROS
011350         MOVE 'NOT A WHOLE NUMBER OF WEEKS' TO WS-CHECK-MESSAGE
011360         PERFORM 7300-PRINT-PERIOD-ERROR THRU 7300-EXIT
011370     ELSE
011380         IF WS-CHK-WEEKS < 4 OR WS-CHK-WEEKS > 6
011390             MOVE 'SHORTER THAN 4 OR LONGER THAN 6 WEEKS'
011400                 TO WS-CHECK-MESSAGE
011410             PERFORM 7300-PRINT-PERIOD-ERROR THRU 7300-EXIT
011420         END-IF
011430     END-IF.
011440     IF WS-PRIOR-END-INT NOT = ZEROS
011450         IF WS-NEW-YEAR
011460             PERFORM 7150-CHECK-YEAR-JOIN THRU 7150-EXIT
011470         ELSE
011480             IF WS-CHK-START-INT NOT = WS-PRIOR-END-INT + 1
011490                 MOVE 'NOT CONTIGUOUS WITH THE PRIOR PERIOD'
011500                     TO WS-CHECK-MESSAGE
011510                 PERFORM 7300-PRINT-PERIOD-ERROR THRU 7300-EXIT
011520             END-IF
011530         END-IF
011540     END-IF.
011550     MOVE WS-CHK-END-INT TO WS-PRIOR-END-INT.
011560     MOVE WS-CHK-YEAR TO WS-PRIOR-YEAR.
011570     MOVE 'N' TO WS-NEW-YEAR-SW.
011580 7100-EXIT.
011590     EXIT.
011600
011610*--------------------------------------------------------------
011620* 7150-CHECK-YEAR-JOIN - THE FIRST PERIOD ON FILE FOR A FISCAL
011630* YEAR AGAINST THE LAST PERIOD OF THE YEAR BEFORE IT.  AN
011640* OVERLAP WOULD GIVE A DATE TWO FISCAL PERIODS AND IS AN ERROR;
011650* A GAP LEAVES DATES WITH NO PERIOD AND IS A WARNING.
011660*--------------------------------------------------------------
011670 7150-CHECK-YEAR-JOIN.
011680     IF WS-CHK-START-INT <= WS-PRIOR-END-INT
011690         MOVE SPACES TO WS-CHECK-MESSAGE
011700         STRING 'OVERLAPS THE END OF FY ' DELIMITED BY SIZE
011710             WS-PRIOR-YEAR DELIMITED BY SIZE
011720             INTO WS-CHECK-MESSAGE
011730         PERFORM 7300-PRINT-PERIOD-ERROR THRU 7300-EXIT
011740     ELSE
011750         IF WS-CHK-START-INT > WS-PRIOR-END-INT + 1
011760             MOVE SPACES TO WS-PRINT-WORK
011770             STRING '  *** WARNING - FY ' DELIMITED BY SIZE
011780                 WS-CHK-YEAR DELIMITED BY SIZE
011790                 ' PERIOD ' DELIMITED BY SIZE
011800                 WS-CHK-PERIOD DELIMITED BY SIZE
011810                 ' LEAVES A GAP AFTER THE END OF FY '
011820                 DELIMITED BY SIZE
011830                 WS-PRIOR-YEAR DELIMITED BY SIZE
011840                 ' ***' DELIMITED BY SIZE
011850                 INTO WS-PRINT-WORK
011860             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
011870             ADD 1 TO WS-WARNING-COUNT
011880         END-IF
011890     END-IF.
011900 7150-EXIT.
011910     EXIT.
011920
011930*--------------------------------------------------------------
011940* 7200-CLOSE-YEAR - THE WHOLE-YEAR CHECKS ON THE FISCAL YEAR IN
011950* WS-CUR-YEAR (TWELVE PERIODS, 364 OR 371 DAYS) AND ITS SUMMARY
011960* LINE.
011970*--------------------------------------------------------------
011980 7200-CLOSE-YEAR.
011990     IF WS-YEAR-PERIODS NOT = 12
012000         MOVE WS-YEAR-PERIODS TO WS-PERIODS-DISPLAY
012010         MOVE SPACES TO WS-CHECK-MESSAGE
012020         STRING 'HAS ' DELIMITED BY SIZE
012030             WS-PERIODS-DISPLAY DELIMITED BY SIZE
012040             ' PERIODS, NOT 12' DELIMITED BY SIZE
012050             INTO WS-CHECK-MESSAGE
012060         PERFORM 7310-PRINT-YEAR-ERROR THRU 7310-EXIT
012070     END-IF.
012080     IF WS-YEAR-DAYS NOT = 364 AND WS-YEAR-DAYS NOT = 371
012090         MOVE WS-YEAR-DAYS TO WS-DAYS-DISPLAY
012100         MOVE SPACES TO WS-CHECK-MESSAGE
012110         STRING 'RUNS ' DELIMITED BY SIZE
012120             WS-DAYS-DISPLAY DELIMITED BY SIZE
012130             ' DAYS, NOT 52 OR 53 WEEKS' DELIMITED BY SIZE
012140             INTO WS-CHECK-MESSAGE
012150         PERFORM 7310-PRINT-YEAR-ERROR THRU 7310-EXIT
012160     END-IF.
012170     MOVE WS-YEAR-PERIODS TO WS-PERIODS-DISPLAY.
012180     MOVE WS-YEAR-DAYS TO WS-DAYS-DISPLAY.
012190     MOVE SPACES TO WS-PRINT-WORK.
012200     IF WS-YEAR-IN-ERROR
012210         STRING '  FY ' DELIMITED BY SIZE
012220             WS-CUR-YEAR DELIMITED BY SIZE
012230             '  ' DELIMITED BY SIZE
012240             WS-PERIODS-DISPLAY DELIMITED BY SIZE
012250             ' PERIODS  ' DELIMITED BY SIZE
012260             WS-DAYS-DISPLAY DELIMITED BY SIZE
012270             ' DAYS   *** IN ERROR ***' DELIMITED BY SIZE
012280             INTO WS-PRINT-WORK
012290     ELSE
012300         STRING '  FY ' DELIMITED BY SIZE
012310             WS-CUR-YEAR DELIMITED BY SIZE
012320             '  ' DELIMITED BY SIZE
012330             WS-PERIODS-DISPLAY DELIMITED BY SIZE
012340             ' PERIODS  ' DELIMITED BY SIZE
012350             WS-DAYS-DISPLAY DELIMITED BY SIZE
012360             ' DAYS   OK' DELIMITED BY SIZE
012370             INTO WS-PRINT-WORK
012380     END-IF.
012390     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
012400 7200-EXIT.
012410     EXIT.
012420
012430*--------------------------------------------------------------
012440* 7300-PRINT-PERIOD-ERROR / 7310-PRINT-YEAR-ERROR - PRINT THE
012450* PROBLEM IN WS-CHECK-MESSAGE AGAINST THE PERIOD OR YEAR BEING
012460* CHECKED AND COUNT IT.
012470*--------------------------------------------------------------
012480 7300-PRINT-PERIOD-ERROR.
012490     MOVE SPACES TO WS-PRINT-WORK.
012500     STRING '  *** ERROR - FY ' DELIMITED BY SIZE
012510         WS-CHK-YEAR DELIMITED BY SIZE
012520         ' PERIOD ' DELIMITED BY SIZE
012530         WS-CHK-PERIOD DELIMITED BY SIZE
012540         ' ' DELIMITED BY SIZE
012550         WS-CHECK-MESSAGE DELIMITED BY SIZE
012560         INTO WS-PRINT-WORK.
012570     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
012580     ADD 1 TO WS-INVALID-COUNT.
012590     MOVE 'Y' TO WS-YEAR-ERROR-SW.
012600 7300-EXIT.
012610     EXIT.
012620
012630 7310-PRINT-YEAR-ERROR.
012640     MOVE SPACES TO WS-PRINT-WORK.
012650     STRING '  *** ERROR - FY ' DELIMITED BY SIZE
012660         WS-CUR-YEAR DELIMITED BY SIZE
012670         ' ' DELIMITED BY SIZE
012680         WS-CHECK-MESSAGE DELIMITED BY SIZE
012690         INTO WS-PRINT-WORK.
012700     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
012710     ADD 1 TO WS-INVALID-COUNT.
012720     MOVE 'Y' TO WS-YEAR-ERROR-SW.
012730 7310-EXIT.
012740     EXIT.
012750
012760*--------------------------------------------------------------
012770* 8000-WRITE-FISCOUT - WRITES THE SORTED TABLE TO THE NEW
012780* FISCAL-CALENDAR FILE.
012790*--------------------------------------------------------------
012800 8000-WRITE-FISCOUT.
012810     OPEN OUTPUT FISCOUT-FILE.
012820     MOVE 1 TO WS-TAB-SUB.
012830     PERFORM 8100-WRITE-ONE-PERIOD THRU 8100-EXIT
012840         UNTIL WS-TAB-SUB > WS-FISC-COUNT.
012850     CLOSE FISCOUT-FILE.
012860 8000-EXIT.
012870     EXIT.
012880
012890 8100-WRITE-ONE-PERIOD.
012900     MOVE SPACES TO FISCOUT-RECORD.
012910     MOVE WS-FISC-YEAR(WS-TAB-SUB)   TO FOUT-FISCAL-YEAR.
012920     MOVE WS-FISC-PERIOD(WS-TAB-SUB) TO FOUT-PERIOD.
012930     MOVE WS-FISC-START(WS-TAB-SUB)  TO FOUT-START-DATE.
012940     MOVE WS-FISC-END(WS-TAB-SUB)    TO FOUT-END-DATE.
012950     WRITE FISCOUT-RECORD.
012960     ADD 1 TO WS-TAB-SUB.
012970 8100-EXIT.
012980     EXIT.
012990
013000*--------------------------------------------------------------
013010* 9000-TERMINATE - PRINTS THE TRANSACTION TOTALS AND CLOSES THE
013020* REMAINING FILES.
013030*--------------------------------------------------------------
013040 9000-TERMINATE.
013050     MOVE SPACES TO WS-PRINT-WORK.
013060     MOVE '----- MAINTENANCE TOTALS -----' TO WS-PRINT-WORK.
013070     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013080     MOVE WS-TRAN-COUNT TO WS-COUNT-DISPLAY.
013090     MOVE SPACES TO WS-PRINT-WORK.
013100     STRING 'TRANSACTIONS READ:  ' DELIMITED BY SIZE
013110         WS-COUNT-DISPLAY DELIMITED BY SIZE
013120         INTO WS-PRINT-WORK.
013130     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013140     MOVE WS-ADD-COUNT TO WS-COUNT-DISPLAY.
013150     MOVE SPACES TO WS-PRINT-WORK.
013160     STRING 'PERIODS ADDED:      ' DELIMITED BY SIZE
013170         WS-COUNT-DISPLAY DELIMITED BY SIZE
013180         INTO WS-PRINT-WORK.
013190     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013200     MOVE WS-REPLACE-COUNT TO WS-COUNT-DISPLAY.
013210     MOVE SPACES TO WS-PRINT-WORK.
013220     STRING 'PERIODS REPLACED:   ' DELIMITED BY SIZE
013230         WS-COUNT-DISPLAY DELIMITED BY SIZE
013240         INTO WS-PRINT-WORK.
013250     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013260     MOVE WS-DELETE-COUNT TO WS-COUNT-DISPLAY.
013270     MOVE SPACES TO WS-PRINT-WORK.
013280     STRING 'PERIODS DELETED:    ' DELIMITED BY SIZE
013290         WS-COUNT-DISPLAY DELIMITED BY SIZE
013300         INTO WS-PRINT-WORK.
013310     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013320     MOVE WS-WARNING-COUNT TO WS-COUNT-DISPLAY.
013330     MOVE SPACES TO WS-PRINT-WORK.
013340     STRING 'WARNINGS ISSUED:    ' DELIMITED BY SIZE
013350         WS-COUNT-DISPLAY DELIMITED BY SIZE
013360         INTO WS-PRINT-WORK.
013370     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013380     MOVE WS-REJECT-COUNT TO WS-COUNT-DISPLAY.
013390     MOVE SPACES TO WS-PRINT-WORK.
013400     STRING 'CARDS REJECTED:     ' DELIMITED BY SIZE
013410         WS-COUNT-DISPLAY DELIMITED BY SIZE
013420         INTO WS-PRINT-WORK.
013430     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013440     MOVE WS-INVALID-COUNT TO WS-COUNT-DISPLAY.
013450     MOVE SPACES TO WS-PRINT-WORK.
013460     STRING 'VALIDATION ERRORS:  ' DELIMITED BY SIZE
013470         WS-COUNT-DISPLAY DELIMITED BY SIZE
013480         INTO WS-PRINT-WORK.
013490     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
013500     CLOSE TRAN-FILE.
013510     CLOSE PRINT-FILE.
013520 9000-EXIT.
013530     EXIT.
