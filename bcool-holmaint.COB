000298*                     CHRISTMAS EVE AND NEW YEARS EVE AS HALF
000299*                     DAYS, MATCHING THE SHIFTS THE SHOP
000300*                     ACTUALLY RUNS.
000301*   10/15/2026  DLH   CARRIER PICKUP SCHEDULES - NEW 'PICKUP'
000302*                     CARD SETS (OR REPLACES) A CALENDAR'S
000303*                     WEEKLY PICKUP DAYS FROM AN EFFECTIVE
000304*                     DATE, 'NOPICKUP' DROPS ONE.  THEY ARE
000305*                     FILED AS CLOSURE TYPE 'S' RECORDS WITH
000306*                     THE DAYS IN COL 18-22, LISTED AS PICKUP
000307*                     LINES AND COUNTED APART FROM THE
000308*                     HOLIDAYS.  TABLE CAPACITY RAISED TO
000309*                     2030 FOR DATESRV'S 1830 CLOSURES PLUS
000310*                     ITS 200 PICKUP SCHEDULES.
000311*   10/15/2026  DLH   DOCK CUTOFFS - NEW 'CUTOFF' CARD SETS (OR
000312*                     REPLACES) A CALENDAR'S DOCK CUTOFF TIME
000313*                     FROM AN EFFECTIVE DATE, 'NOCUTOFF' DROPS
000314*                     ONE.  FILED AS CLOSURE TYPE 'C' RECORDS
000315*                     WITH THE HHMM IN COL 18-21, LISTED AS
000316*                     CUTOFF LINES AND COUNTED APART.  TABLE
000317*                     CAPACITY RAISED TO 2230 FOR DATESRV'S
000318*                     200 CUTOFFS.
000319*--------------------------------------------------------------
000320* FUNCTION: MAINTAINS THE HOLIDAY FILE (SHOP AND CARRIER
000321*           CALENDARS, WITH THE CARRIERS' PICKUP SCHEDULES AND
000322*           EACH CALENDAR'S DOCK CUTOFF).  THE CURRENT FILE
000323*           IS LOADED FROM HOLDIN, TRANSACTION CARDS ARE APPLIED
000324*           FROM TRANFILE, AND THE RESULT IS WRITTEN TO HOLDOUT
000330*           IN SORTED ORDER WITH A PRINTED AUDIT TRAIL ON
000340*           PRINTFL.
000350*
000360*           TRANSACTION CARD LAYOUT (TRANFILE):
000370*             COL 1-8   FUNCTION - 'ADD', 'DELETE', 'LIST',
000380*                       'GENERATE', 'PICKUP', 'NOPICKUP',
000385*                       'CUTOFF' OR 'NOCUTOFF'
000390*             COL 9-16  HOLIDAY DATE YYYYMMDD (ADD/DELETE), OR
000400*                       YYYY IN COL 9-12 FOR GENERATE, OR THE
000401*                       DATE A PICKUP SCHEDULE OR DOCK CUTOFF
000402*                       TAKES EFFECT (PICKUP/NOPICKUP/CUTOFF/
000403*                       NOCUTOFF)
000405*             COL 17-24 CALENDAR-ID THE TRANSACTION APPLIES TO
000406*                       ('SHOP', A CARRIER ID, OR BLANK =
000407*                       'SHOP')
000408*             COL 25    CLOSURE TYPE FOR ADD - 'F' OR BLANK =
000409*                       FULL CLOSE, 'H' = HALF DAY
000410*             COL 26-30 PICKUP DAYS FOR PICKUP - 'Y' OR 'N'
000411*                       FOR MONDAY THROUGH FRIDAY, AT LEAST
000412*                       ONE 'Y' (E.G. 'NYNYN' = TUE/THU)
000413*             COL 26-29 CUTOFF TIME FOR CUTOFF - HHMM ON A
000414*                       24-HOUR CLOCK (E.G. '1600')
000415*             COL 31-80 UNUSED
000420*
000430*           GENERATE ROLLS THE SHOP'S FIXED HOLIDAYS (NEW
000440*           YEAR'S, INDEPENDENCE DAY, CHRISTMAS, ETC.) INTO THE
000450*           GIVEN YEAR SO THE ANNUAL SETUP IS NO LONGER A
000460*           KEYPUNCH EXERCISE.
000461*
000462*           PICKUP ADDS THE CALENDAR'S PICKUP SCHEDULE EFFECTIVE
000463*           ON THE CARD DATE, OR REPLACES THE DAYS OF ONE
000464*           ALREADY EFFECTIVE THAT DATE, SO A ROUTE CHANGE CAN
000465*           BE FILED AHEAD.  DATESRV WALKS EACH DATE ON THE
000466*           LATEST SCHEDULE EFFECTIVE BY THEN.  NOPICKUP REMOVES
000467*           THE SCHEDULE EFFECTIVE ON THE CARD DATE.
000468*
000469*           CUTOFF SETS THE CALENDAR'S DOCK CUTOFF EFFECTIVE ON
000470*           THE CARD DATE THE SAME WAY - A RECEIPT LOGGED AFTER
000471*           IT STARTS ITS BUSINESS-DAY CLOCK ON THE NEXT OPEN
000472*           DAY.  A CALENDAR WITH NO CUTOFF OF ITS OWN USES
000473*           'SHOP'S.  NOCUTOFF REMOVES THE CUTOFF EFFECTIVE ON
000474*           THE CARD DATE.
000475*
000480*           RETURN CODES:  0 = CLEAN,  4 = WARNINGS ISSUED,
000490*           8 = ONE OR MORE TRANSACTIONS REJECTED.
000500*--------------------------------------------------------------
000760         88  TRN-FUNC-DELETE             VALUE 'DELETE'.
000770         88  TRN-FUNC-LIST               VALUE 'LIST'.
000780         88  TRN-FUNC-GENERATE           VALUE 'GENERATE'.
000783         88  TRN-FUNC-PICKUP             VALUE 'PICKUP'.
000786         88  TRN-FUNC-NOPICKUP           VALUE 'NOPICKUP'.
000787         88  TRN-FUNC-CUTOFF             VALUE 'CUTOFF'.
000788         88  TRN-FUNC-NOCUTOFF           VALUE 'NOCUTOFF'.
000790     05  TRN-DATE                PIC 9(08).
000800     05  TRN-DATE-X REDEFINES TRN-DATE
000810                                 PIC X(08).
000860         10  FILLER              PIC X(04).
000862     05  TRN-CAL-ID              PIC X(08).
000864     05  TRN-CLOSE-TYPE          PIC X(01).
000867     05  TRN-PICKUP-DAYS         PIC X(05).
000868     05  TRN-CUTOFF-TIME REDEFINES TRN-PICKUP-DAYS
000869                                 PIC X(04).
000870     05  FILLER                  PIC X(50).
000880
000890*--------------------------------------------------------------
000900* HOLDIN-FILE - THE CURRENT HOLIDAY FILE, ONE YYYYMMDD PER
000910* RECORD WITH ITS CALENDAR-ID IN COL 9-16 (BLANK = 'SHOP'),
000915* CLOSURE TYPE IN COL 17 ('S' = PICKUP SCHEDULE, ITS DAYS IN
000917* COL 18-22; 'C' = DOCK CUTOFF, ITS HHMM IN COL 18-21), SAME
000918* LAYOUT DATESRV READS.  OPTIONAL SO A GENERATE RUN CAN BUILD
000920* A NEW YEAR FROM AN EMPTY START.
000930*--------------------------------------------------------------
000940 FD  HOLDIN-FILE.
000950 01  HOLDIN-RECORD.
000980                                 PIC X(08).
000985     05  HIN-CAL-ID              PIC X(08).
000987     05  HIN-CLOSE-TYPE          PIC X(01).
000988     05  HIN-PICKUP-DAYS         PIC X(05).
000989     05  HIN-CUTOFF-TIME REDEFINES HIN-PICKUP-DAYS
000990                                 PIC X(04).
000991     05  FILLER                  PIC X(58).
001000
001010*--------------------------------------------------------------
001020* HOLDOUT-FILE - THE REWRITTEN HOLIDAY FILE, IN ASCENDING DATE
001070     05  HOUT-DATE               PIC 9(08).
001075     05  HOUT-CAL-ID             PIC X(08).
001077     05  HOUT-CLOSE-TYPE         PIC X(01).
001078     05  HOUT-PICKUP-DAYS        PIC X(05).
001080     05  FILLER                  PIC X(58).
001090
001100*--------------------------------------------------------------
001110* PRINT-FILE - BEFORE/AFTER LISTING AND TRANSACTION AUDIT TRAIL
001270 77  WS-DELETE-COUNT         PIC 9(06) VALUE ZEROS COMP.
001280 77  WS-REJECT-COUNT         PIC 9(06) VALUE ZEROS COMP.
001290 77  WS-WARNING-COUNT        PIC 9(06) VALUE ZEROS COMP.
001293 77  WS-PICKUP-SET-COUNT     PIC 9(06) VALUE ZEROS COMP.
001296 77  WS-PICKUP-DROP-COUNT    PIC 9(06) VALUE ZEROS COMP.
001297 77  WS-CUTOFF-SET-COUNT     PIC 9(06) VALUE ZEROS COMP.
001298 77  WS-CUTOFF-DROP-COUNT    PIC 9(06) VALUE ZEROS COMP.
001300 77  WS-COUNT-DISPLAY        PIC ZZZZZ9 VALUE SPACES.
001310
001320*--------------------------------------------------------------
001514*    THE PUNCHED/FILE VALUE WITH A BLANK RESOLVED TO 'SHOP'.
001516 77  WS-WORK-CAL-ID          PIC X(08) VALUE 'SHOP'.
001517*    CLOSURE TYPE OF THE TRANSACTION OR FILE ENTRY - 'F' FULL
001518*    CLOSE (BLANK RESOLVES HERE), 'H' HALF DAY, 'S' PICKUP
001519*    SCHEDULE, 'C' DOCK CUTOFF.  A PICKUP SCHEDULE, A CUTOFF
001520*    AND A CLOSURE ON THE SAME DATE ARE DIFFERENT ENTRIES -
001521*    5110 MATCHES WITHIN CLASS.
001522 77  WS-WORK-CLOSE-TYPE      PIC X(01) VALUE 'F'.
001523*    PICKUP DAYS OF THE TRANSACTION OR FILE ENTRY, ONE BYTE
001524*    PER WEEKDAY MONDAY THROUGH FRIDAY (SPACES FOR A CLOSURE).
001525 01  WS-WORK-PICKUP-DAYS     PIC X(05) VALUE SPACES.
001526 01  WS-WORK-PICKUP-R REDEFINES WS-WORK-PICKUP-DAYS.
001527     05  WS-WORK-PICKUP-DAY  PIC X(01) OCCURS 5 TIMES.
001528 77  WS-PICKUP-Y-COUNT       PIC 9(02) VALUE ZEROS COMP.
001529 77  WS-PICKUP-N-COUNT       PIC 9(02) VALUE ZEROS COMP.
001530 77  WS-PICKUP-VALID-SW      PIC X(01) VALUE 'N'.
001531     88  WS-PICKUP-DAYS-VALID          VALUE 'Y'.
001532*    THE PICKUP DAYS AS PRINTED - 'MON --- WED --- FRI'.
001533 01  WS-PICKUP-SHOW.
001534     05  WS-PICKUP-SHOW-DAY OCCURS 5 TIMES.
001535         10  WS-PICKUP-SHOW-NAME PIC X(03).
001536         10  FILLER          PIC X(01).
001537 77  WS-DAY-SUB              PIC 9(02) VALUE ZEROS COMP.
001538*    DOCK CUTOFF OF THE TRANSACTION OR FILE ENTRY AS HHMM.
001539 01  WS-WORK-CUTOFF-TIME     PIC X(04) VALUE SPACES.
001540 01  WS-WORK-CUTOFF-R REDEFINES WS-WORK-CUTOFF-TIME.
001541     05  WS-WORK-CUTOFF-HH   PIC 9(02).
001542     05  WS-WORK-CUTOFF-MM   PIC 9(02).
001543 77  WS-CUTOFF-VALID-SW      PIC X(01) VALUE 'N'.
001544     88  WS-CUTOFF-TIME-VALID          VALUE 'Y'.
001545
001546*--------------------------------------------------------------
001547* HOLIDAY TABLE - SAME CAPACITY AS DATESRV'S TABLES (1830
001548* CLOSURES, 200 PICKUP SCHEDULES AND 200 DOCK CUTOFFS) SO
001549* THIS PROGRAM CANNOT WRITE A FILE DATESRV WOULD TRUNCATE.
001550* ORDERED BY CALENDAR-ID THEN DATE, SO EACH CALENDAR'S
001552* CLOSURES READ AS A BLOCK ON THE FILE AND THE LISTING.
001560*--------------------------------------------------------------
001570 77  WS-HOL-COUNT            PIC 9(04) VALUE ZEROS COMP.
001573*    HOW MANY OF THE WS-HOL-COUNT ENTRIES ARE PICKUP SCHEDULES.
001576 77  WS-PICKUP-COUNT         PIC 9(04) VALUE ZEROS COMP.
001577*    AND HOW MANY ARE DOCK CUTOFFS.
001578 77  WS-CUTOFF-COUNT         PIC 9(04) VALUE ZEROS COMP.
001580 01  WS-HOL-TABLE.
001590     05  WS-HOL-ENTRY OCCURS 1 TO 2230 TIMES
001600             DEPENDING ON WS-HOL-COUNT
001610             INDEXED BY WS-HOL-IDX.
001620         10  WS-HOL-DATE         PIC 9(08).
001625         10  WS-HOL-CAL-ID       PIC X(08).
001627         10  WS-HOL-CLOSE-TYPE   PIC X(01).
001628         10  WS-HOL-PICKUP-DAYS  PIC X(05).
001629         10  WS-HOL-CUTOFF-TIME REDEFINES WS-HOL-PICKUP-DAYS
001630                                 PIC X(04).
001631
001640 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.
001650     88  WS-DATE-FOUND                 VALUE 'Y'.
001660 77  WS-TAB-SUB              PIC 9(04) VALUE ZEROS COMP.
001680 77  WS-SORT-LIMIT           PIC 9(04) VALUE ZEROS COMP.
001690 77  WS-SWAP-SW              PIC X(01) VALUE 'N'.
001700     88  WS-SWAP-DONE                  VALUE 'Y'.
001710 01  WS-SORT-HOLD            PIC X(22) VALUE SPACES.
001712*    CALENDAR-THEN-DATE ORDERING KEYS FOR THE SORT AND THE
001714*    OUT-OF-ORDER WARNING ON LOAD.
001716 01  WS-ENTRY-KEY.
002870     PERFORM 1110-READ-HOLDIN THRU 1110-EXIT.
002880     PERFORM 1120-STORE-HOLIDAY THRU 1120-EXIT
002890         UNTIL WS-HOLDIN-EOF
002900         OR WS-HOL-COUNT = 2230.
002910     IF WS-HOL-COUNT = 2230 AND NOT WS-HOLDIN-EOF
002920         MOVE SPACES TO WS-PRINT-WORK
002930         STRING 'WARNING - HOLIDAY FILE OVER 2230 ENTRIES, '
002940             DELIMITED BY SIZE
002950             'REMAINDER IGNORED' DELIMITED BY SIZE
002960             INTO WS-PRINT-WORK
003136     ELSE
003138         MOVE HIN-CAL-ID TO WS-WORK-CAL-ID
003139     END-IF.
003140     MOVE SPACES TO WS-WORK-PICKUP-DAYS.
003141     EVALUATE HIN-CLOSE-TYPE
003142         WHEN 'H'
003143             MOVE 'H' TO WS-WORK-CLOSE-TYPE
003144         WHEN 'S'
003145             MOVE 'S' TO WS-WORK-CLOSE-TYPE
003146             MOVE HIN-PICKUP-DAYS TO WS-WORK-PICKUP-DAYS
003147         WHEN 'C'
003148             MOVE 'C' TO WS-WORK-CLOSE-TYPE
003149             MOVE HIN-CUTOFF-TIME TO WS-WORK-CUTOFF-TIME
003150         WHEN OTHER
003151             MOVE 'F' TO WS-WORK-CLOSE-TYPE
003152     END-EVALUATE.
003153     IF HIN-DATE-X NOT NUMERIC
003154         SET WS-DATE-INVALID TO TRUE
003160         MOVE 'N' TO WS-FOUND-SW
003170         MOVE 'N' TO WS-WEEKEND-SW
003180         MOVE "INVALID DATE - NOT NUMERIC"
003300         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
003310         ADD 1 TO WS-WARNING-COUNT
003320     END-IF.
003321     IF WS-WORK-CLOSE-TYPE = 'S'
003322         PERFORM 5200-CHECK-PICKUP-DAYS THRU 5200-EXIT
003323         IF NOT WS-PICKUP-DAYS-VALID
003324             MOVE SPACES TO WS-PRINT-WORK
003325             STRING 'WARNING - FILE ENTRY ' DELIMITED BY SIZE
003326                 WS-WORK-DATE DELIMITED BY SIZE
003327                 ' ' DELIMITED BY SIZE
003328                 WS-WORK-CAL-ID DELIMITED BY SIZE
003329                 ' PICKUP DAYS ' DELIMITED BY SIZE
003330                 WS-WORK-PICKUP-DAYS DELIMITED BY SIZE
003331                 ' INVALID, KEPT - DATESRV SKIPS IT'
003332                 DELIMITED BY SIZE
003333                 INTO WS-PRINT-WORK
003334             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
003335             ADD 1 TO WS-WARNING-COUNT
003336         END-IF
003337     END-IF.
003338     IF WS-WORK-CLOSE-TYPE = 'C'
003339         PERFORM 5300-CHECK-CUTOFF-TIME THRU 5300-EXIT
003340         IF NOT WS-CUTOFF-TIME-VALID
003341             MOVE SPACES TO WS-PRINT-WORK
003342             STRING 'WARNING - FILE ENTRY ' DELIMITED BY SIZE
003343                 WS-WORK-DATE DELIMITED BY SIZE
003344                 ' ' DELIMITED BY SIZE
003345                 WS-WORK-CAL-ID DELIMITED BY SIZE
003346                 ' CUTOFF TIME ' DELIMITED BY SIZE
003347                 WS-WORK-CUTOFF-TIME DELIMITED BY SIZE
003348                 ' INVALID, KEPT - DATESRV SKIPS IT'
003349                 DELIMITED BY SIZE
003350                 INTO WS-PRINT-WORK
003351             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
003352             ADD 1 TO WS-WARNING-COUNT
003353         END-IF
003354     END-IF.
003355     IF WS-DATE-FOUND
003356         MOVE SPACES TO WS-PRINT-WORK
003357         STRING 'WARNING - FILE ENTRY ' DELIMITED BY SIZE
003360             WS-WORK-DATE DELIMITED BY SIZE
003362             ' ' DELIMITED BY SIZE
003364             WS-WORK-CAL-ID DELIMITED BY SIZE
003435         MOVE WS-WORK-CAL-ID TO WS-HOL-CAL-ID(WS-HOL-COUNT)
003436         MOVE WS-WORK-CLOSE-TYPE
003437             TO WS-HOL-CLOSE-TYPE(WS-HOL-COUNT)
003438         MOVE WS-WORK-PICKUP-DAYS
003439             TO WS-HOL-PICKUP-DAYS(WS-HOL-COUNT)
003440         IF WS-WORK-CLOSE-TYPE = 'S'
003441             ADD 1 TO WS-PICKUP-COUNT
003442         END-IF
003443         IF WS-WORK-CLOSE-TYPE = 'C'
003444             MOVE WS-WORK-CUTOFF-TIME
003445                 TO WS-HOL-CUTOFF-TIME(WS-HOL-COUNT)
003446             ADD 1 TO WS-CUTOFF-COUNT
003447         END-IF
003448         MOVE WS-WORK-CAL-ID TO WS-KEY-CAL-ID
003449         MOVE WS-WORK-DATE TO WS-KEY-DATE
003450         IF WS-ENTRY-KEY < WS-PRIOR-KEY
003451             MOVE SPACES TO WS-PRINT-WORK
003460             STRING 'WARNING - FILE ENTRY ' DELIMITED BY SIZE
003470                 WS-WORK-DATE DELIMITED BY SIZE
003480                 ' OUT OF ORDER, WILL BE RESORTED'
003812     ELSE
003813         MOVE 'F' TO WS-WORK-CLOSE-TYPE
003814     END-IF.
003815     MOVE SPACES TO WS-WORK-PICKUP-DAYS.
003816     IF TRN-FUNC-PICKUP OR TRN-FUNC-NOPICKUP
003817         MOVE 'S' TO WS-WORK-CLOSE-TYPE
003818         MOVE TRN-PICKUP-DAYS TO WS-WORK-PICKUP-DAYS
003819     END-IF.
003820     MOVE SPACES TO WS-WORK-CUTOFF-TIME.
003821     IF TRN-FUNC-CUTOFF OR TRN-FUNC-NOCUTOFF
003822         MOVE 'C' TO WS-WORK-CLOSE-TYPE
003823         MOVE TRN-CUTOFF-TIME TO WS-WORK-CUTOFF-TIME
003824     END-IF.
003825     MOVE SPACES TO WS-PRINT-WORK.
003826     STRING 'TRAN ' DELIMITED BY SIZE
003830         TRN-FUNCTION DELIMITED BY SIZE
003840         ' ' DELIMITED BY SIZE
003850         TRN-DATE-X DELIMITED BY SIZE
003950             PERFORM 6200-PRINT-TABLE THRU 6200-EXIT
003960         WHEN TRN-FUNC-GENERATE
003970             PERFORM 2240-GENERATE-YEAR THRU 2240-EXIT
003972         WHEN TRN-FUNC-PICKUP
003974             PERFORM 2260-SET-PICKUP THRU 2260-EXIT
003976         WHEN TRN-FUNC-NOPICKUP
003978             PERFORM 2270-DROP-PICKUP THRU 2270-EXIT
003979         WHEN TRN-FUNC-CUTOFF
003980             PERFORM 2280-SET-CUTOFF THRU 2280-EXIT
003981         WHEN TRN-FUNC-NOCUTOFF
003982             PERFORM 2290-DROP-CUTOFF THRU 2290-EXIT
003983         WHEN OTHER
003990             MOVE SPACES TO WS-PRINT-WORK
004000             STRING '  *** REJECTED - UNKNOWN FUNCTION ***'
004010                 DELIMITED BY SIZE
004420         ADD 1 TO WS-WARNING-COUNT
004430         GO TO 2210-EXIT
004440     END-IF.
004450     IF WS-HOL-COUNT - WS-PICKUP-COUNT - WS-CUTOFF-COUNT = 1830
004455             OR WS-HOL-COUNT = 2230
004460         MOVE SPACES TO WS-PRINT-WORK
004470         STRING '  *** REJECTED - TABLE FULL (1830) ***'
004480             DELIMITED BY SIZE
004665     MOVE WS-WORK-CAL-ID TO WS-HOL-CAL-ID(WS-HOL-COUNT).
004667     MOVE WS-WORK-CLOSE-TYPE
004668         TO WS-HOL-CLOSE-TYPE(WS-HOL-COUNT).
004669     MOVE SPACES TO WS-HOL-PICKUP-DAYS(WS-HOL-COUNT).
004670     ADD 1 TO WS-ADD-COUNT.
004680     MOVE SPACES TO WS-PRINT-WORK.
004682     IF WS-WORK-CLOSE-TYPE = 'H'
005570         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005580         ADD 1 TO WS-WARNING-COUNT
005590     ELSE
005600         IF WS-HOL-COUNT - WS-PICKUP-COUNT - WS-CUTOFF-COUNT
005605                 = 1830 OR WS-HOL-COUNT = 2230
005610             MOVE SPACES TO WS-PRINT-WORK
005620             STRING '  *** REJECTED - TABLE FULL (1830) ***'
005630                 DELIMITED BY SIZE
005805             MOVE WS-WORK-CAL-ID TO WS-HOL-CAL-ID(WS-HOL-COUNT)
005807             MOVE WS-WORK-CLOSE-TYPE
005808                 TO WS-HOL-CLOSE-TYPE(WS-HOL-COUNT)
005809             MOVE SPACES TO WS-HOL-PICKUP-DAYS(WS-HOL-COUNT)
005810             ADD 1 TO WS-ADD-COUNT
005820         END-IF
005830     END-IF.
005840     ADD 1 TO WS-GEN-SUB.
005850 2245-EXIT.
005860     EXIT.
005861
005862*--------------------------------------------------------------
005863* 2260-SET-PICKUP - FILES THE CARD'S PICKUP DAYS AS THE
005864* CALENDAR'S SCHEDULE EFFECTIVE ON THE CARD DATE, REPLACING THE
005865* DAYS OF A SCHEDULE ALREADY EFFECTIVE THAT DATE.  REJECTS A
005866* BAD DATE OR A PATTERN THAT IS NOT ALL Y/N WITH AT LEAST ONE
005867* PICKUP DAY; WARNS WHEN THE DATE IS ALREADY BEHIND THE RUN
005868* DATE, SINCE WALKS ALREADY CACHED OR SENT ARE NOT REDONE.
005869*--------------------------------------------------------------
005870 2260-SET-PICKUP.
005871     IF TRN-DATE-X NOT NUMERIC
005872         MOVE SPACES TO WS-PRINT-WORK
005873         STRING '  *** REJECTED - DATE NOT NUMERIC ***'
005874             DELIMITED BY SIZE
005875             INTO WS-PRINT-WORK
005876         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005877         ADD 1 TO WS-REJECT-COUNT
005878         GO TO 2260-EXIT
005879     END-IF.
005880     PERFORM 5200-CHECK-PICKUP-DAYS THRU 5200-EXIT.
005881     IF NOT WS-PICKUP-DAYS-VALID
005882         MOVE SPACES TO WS-PRINT-WORK
005883         STRING '  *** REJECTED - PICKUP DAYS MUST BE Y OR N, '
005884             DELIMITED BY SIZE
005885             'AT LEAST ONE Y ***' DELIMITED BY SIZE
005886             INTO WS-PRINT-WORK
005887         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005888         ADD 1 TO WS-REJECT-COUNT
005889         GO TO 2260-EXIT
005890     END-IF.
005891     MOVE TRN-DATE TO WS-WORK-DATE.
005892     PERFORM 5000-CHECK-ONE-DATE THRU 5000-EXIT.
005893     IF WS-DATE-INVALID
005894         MOVE SPACES TO WS-PRINT-WORK
005895         STRING '  *** REJECTED - ' DELIMITED BY SIZE
005896             WS-ERROR-MESSAGE DELIMITED BY SIZE
005897             INTO WS-PRINT-WORK
005898         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005899         ADD 1 TO WS-REJECT-COUNT
005900         GO TO 2260-EXIT
005901     END-IF.
005902     IF NOT WS-DATE-FOUND
005903         IF WS-PICKUP-COUNT = 200 OR WS-HOL-COUNT = 2230
005904             MOVE SPACES TO WS-PRINT-WORK
005905             STRING '  *** REJECTED - TABLE FULL (200 PICKUP '
005906                 DELIMITED BY SIZE
005907                 'SCHEDULES) ***' DELIMITED BY SIZE
005908                 INTO WS-PRINT-WORK
005909             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005910             ADD 1 TO WS-REJECT-COUNT
005911             GO TO 2260-EXIT
005912         END-IF
005913     END-IF.
005914     IF WS-WORK-DATE < CurrentDate
005915         MOVE SPACES TO WS-PRINT-WORK
005916         STRING '  *** WARNING - EFFECTIVE DATE ALREADY PASSED '
005917             DELIMITED BY SIZE
005918             '***' DELIMITED BY SIZE
005919             INTO WS-PRINT-WORK
005920         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005921         ADD 1 TO WS-WARNING-COUNT
005922     END-IF.
005923     IF WS-DATE-FOUND
005924         MOVE WS-WORK-PICKUP-DAYS
005925             TO WS-HOL-PICKUP-DAYS(WS-TAB-SUB)
005926     ELSE
005927         ADD 1 TO WS-HOL-COUNT
005928         ADD 1 TO WS-PICKUP-COUNT
005929         MOVE WS-WORK-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
005930         MOVE WS-WORK-CAL-ID TO WS-HOL-CAL-ID(WS-HOL-COUNT)
005931         MOVE 'S' TO WS-HOL-CLOSE-TYPE(WS-HOL-COUNT)
005932         MOVE WS-WORK-PICKUP-DAYS
005933             TO WS-HOL-PICKUP-DAYS(WS-HOL-COUNT)
005934     END-IF.
005935     ADD 1 TO WS-PICKUP-SET-COUNT.
005936     PERFORM 6220-BUILD-PICKUP-SHOW THRU 6220-EXIT.
005937     MOVE SPACES TO WS-PRINT-WORK.
005938     IF WS-DATE-FOUND
005939         STRING '  REPLACED ' DELIMITED BY SIZE
005940             WS-WORK-CAL-ID DELIMITED BY SIZE
005941             ' PICKUP FROM ' DELIMITED BY SIZE
005942             WS-WORK-DATE DELIMITED BY SIZE
005943             ' - RUNS ' DELIMITED BY SIZE
005944             WS-PICKUP-SHOW DELIMITED BY SIZE
005945             INTO WS-PRINT-WORK
005946     ELSE
005947         STRING '  SET ' DELIMITED BY SIZE
005948             WS-WORK-CAL-ID DELIMITED BY SIZE
005949             ' PICKUP FROM ' DELIMITED BY SIZE
005950             WS-WORK-DATE DELIMITED BY SIZE
005951             ' - RUNS ' DELIMITED BY SIZE
005952             WS-PICKUP-SHOW DELIMITED BY SIZE
005953             INTO WS-PRINT-WORK
005954     END-IF.
005955     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
005956 2260-EXIT.
005957     EXIT.
005958
005959*--------------------------------------------------------------
005960* 2270-DROP-PICKUP - REMOVES THE CALENDAR'S PICKUP SCHEDULE
005961* EFFECTIVE ON THE CARD DATE, WARNING IF THERE IS NONE.  THE
005962* SCHEDULE BEFORE IT (OR EVERY WEEKDAY) THEN RUNS ON.
005963*--------------------------------------------------------------
005964 2270-DROP-PICKUP.
005965     IF TRN-DATE-X NOT NUMERIC
005966         MOVE SPACES TO WS-PRINT-WORK
005967         STRING '  *** REJECTED - DATE NOT NUMERIC ***'
005968             DELIMITED BY SIZE
005969             INTO WS-PRINT-WORK
005970         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005971         ADD 1 TO WS-REJECT-COUNT
005972         GO TO 2270-EXIT
005973     END-IF.
005974     MOVE TRN-DATE TO WS-WORK-DATE.
005975     PERFORM 5100-SEARCH-TABLE THRU 5100-EXIT.
005976     IF NOT WS-DATE-FOUND
005977         MOVE SPACES TO WS-PRINT-WORK
005978         STRING '  *** WARNING - NO PICKUP SCHEDULE ON FILE ***'
005979             DELIMITED BY SIZE
005980             INTO WS-PRINT-WORK
005981         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005982         ADD 1 TO WS-WARNING-COUNT
005983         GO TO 2270-EXIT
005984     END-IF.
005985     PERFORM 2225-SHIFT-ONE-SLOT THRU 2225-EXIT
005986         UNTIL WS-TAB-SUB >= WS-HOL-COUNT.
005987     SUBTRACT 1 FROM WS-HOL-COUNT.
005988     SUBTRACT 1 FROM WS-PICKUP-COUNT.
005989     ADD 1 TO WS-PICKUP-DROP-COUNT.
005990     MOVE SPACES TO WS-PRINT-WORK.
005991     STRING '  DROPPED ' DELIMITED BY SIZE
005992         WS-WORK-CAL-ID DELIMITED BY SIZE
005993         ' PICKUP FROM ' DELIMITED BY SIZE
005994         WS-WORK-DATE DELIMITED BY SIZE
005995         INTO WS-PRINT-WORK.
005996     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
005997 2270-EXIT.
005998     EXIT.
005999
006000*--------------------------------------------------------------
006001* 2280-SET-CUTOFF - FILES THE CARD'S TIME AS THE CALENDAR'S
006002* DOCK CUTOFF EFFECTIVE ON THE CARD DATE, REPLACING THE TIME
006003* OF A CUTOFF ALREADY EFFECTIVE THAT DATE.  REJECTS A BAD DATE
006004* OR A TIME THAT IS NOT HHMM; WARNS WHEN THE DATE IS ALREADY
006005* BEHIND THE RUN DATE, AS 2260 DOES.
006006*--------------------------------------------------------------
006007 2280-SET-CUTOFF.
006008     IF TRN-DATE-X NOT NUMERIC
006009         MOVE SPACES TO WS-PRINT-WORK
006010         STRING '  *** REJECTED - DATE NOT NUMERIC ***'
006011             DELIMITED BY SIZE
006012             INTO WS-PRINT-WORK
006013         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006014         ADD 1 TO WS-REJECT-COUNT
006015         GO TO 2280-EXIT
006016     END-IF.
006017     PERFORM 5300-CHECK-CUTOFF-TIME THRU 5300-EXIT.
006018     IF NOT WS-CUTOFF-TIME-VALID
006019         MOVE SPACES TO WS-PRINT-WORK
006020         STRING '  *** REJECTED - CUTOFF TIME MUST BE HHMM, '
006021             DELIMITED BY SIZE
006022             '0000-2359 ***' DELIMITED BY SIZE
006023             INTO WS-PRINT-WORK
006024         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006025         ADD 1 TO WS-REJECT-COUNT
006026         GO TO 2280-EXIT
006027     END-IF.
006028     MOVE TRN-DATE TO WS-WORK-DATE.
006029     PERFORM 5000-CHECK-ONE-DATE THRU 5000-EXIT.
006030     IF WS-DATE-INVALID
006031         MOVE SPACES TO WS-PRINT-WORK
006032         STRING '  *** REJECTED - ' DELIMITED BY SIZE
006033             WS-ERROR-MESSAGE DELIMITED BY SIZE
006034             INTO WS-PRINT-WORK
006035         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006036         ADD 1 TO WS-REJECT-COUNT
006037         GO TO 2280-EXIT
006038     END-IF.
006039     IF NOT WS-DATE-FOUND
006040         IF WS-CUTOFF-COUNT = 200 OR WS-HOL-COUNT = 2230
006041             MOVE SPACES TO WS-PRINT-WORK
006042             STRING '  *** REJECTED - TABLE FULL (200 DOCK '
006043                 DELIMITED BY SIZE
006044                 'CUTOFFS) ***' DELIMITED BY SIZE
006045                 INTO WS-PRINT-WORK
006046             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006047             ADD 1 TO WS-REJECT-COUNT
006048             GO TO 2280-EXIT
006049         END-IF
006050     END-IF.
006051     IF WS-WORK-DATE < CurrentDate
006052         MOVE SPACES TO WS-PRINT-WORK
006053         STRING '  *** WARNING - EFFECTIVE DATE ALREADY PASSED '
006054             DELIMITED BY SIZE
006055             '***' DELIMITED BY SIZE
006056             INTO WS-PRINT-WORK
006057         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006058         ADD 1 TO WS-WARNING-COUNT
006059     END-IF.
006060     IF WS-DATE-FOUND
006061         MOVE SPACES TO WS-HOL-PICKUP-DAYS(WS-TAB-SUB)
006062         MOVE WS-WORK-CUTOFF-TIME
006063             TO WS-HOL-CUTOFF-TIME(WS-TAB-SUB)
006064     ELSE
006065         ADD 1 TO WS-HOL-COUNT
006066         ADD 1 TO WS-CUTOFF-COUNT
006067         MOVE WS-WORK-DATE TO WS-HOL-DATE(WS-HOL-COUNT)
006068         MOVE WS-WORK-CAL-ID TO WS-HOL-CAL-ID(WS-HOL-COUNT)
006069         MOVE 'C' TO WS-HOL-CLOSE-TYPE(WS-HOL-COUNT)
006070         MOVE SPACES TO WS-HOL-PICKUP-DAYS(WS-HOL-COUNT)
006071         MOVE WS-WORK-CUTOFF-TIME
006072             TO WS-HOL-CUTOFF-TIME(WS-HOL-COUNT)
006073     END-IF.
006074     ADD 1 TO WS-CUTOFF-SET-COUNT.
006075     MOVE SPACES TO WS-PRINT-WORK.
006076     IF WS-DATE-FOUND
006077         STRING '  REPLACED ' DELIMITED BY SIZE
006078             WS-WORK-CAL-ID DELIMITED BY SIZE
006079             ' CUTOFF FROM ' DELIMITED BY SIZE
006080             WS-WORK-DATE DELIMITED BY SIZE
006081             ' - ' DELIMITED BY SIZE
006082             WS-WORK-CUTOFF-TIME(1:2) DELIMITED BY SIZE
006083             ':' DELIMITED BY SIZE
006084             WS-WORK-CUTOFF-TIME(3:2) DELIMITED BY SIZE
006085             INTO WS-PRINT-WORK
006086     ELSE
006087         STRING '  SET ' DELIMITED BY SIZE
006088             WS-WORK-CAL-ID DELIMITED BY SIZE
006089             ' CUTOFF FROM ' DELIMITED BY SIZE
006090             WS-WORK-DATE DELIMITED BY SIZE
006091             ' - ' DELIMITED BY SIZE
006092             WS-WORK-CUTOFF-TIME(1:2) DELIMITED BY SIZE
006093             ':' DELIMITED BY SIZE
006094             WS-WORK-CUTOFF-TIME(3:2) DELIMITED BY SIZE
006095             INTO WS-PRINT-WORK
006096     END-IF.
006097     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
006098 2280-EXIT.
006099     EXIT.
006100
006101*--------------------------------------------------------------
006102* 2290-DROP-CUTOFF - REMOVES THE CALENDAR'S DOCK CUTOFF
006103* EFFECTIVE ON THE CARD DATE, WARNING IF THERE IS NONE.  THE
006104* CUTOFF BEFORE IT (OR 'SHOP'S) THEN RUNS ON.
006105*--------------------------------------------------------------
006106 2290-DROP-CUTOFF.
006107     IF TRN-DATE-X NOT NUMERIC
006108         MOVE SPACES TO WS-PRINT-WORK
006109         STRING '  *** REJECTED - DATE NOT NUMERIC ***'
006110             DELIMITED BY SIZE
006111             INTO WS-PRINT-WORK
006112         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006113         ADD 1 TO WS-REJECT-COUNT
006114         GO TO 2290-EXIT
006115     END-IF.
006116     MOVE TRN-DATE TO WS-WORK-DATE.
006117     PERFORM 5100-SEARCH-TABLE THRU 5100-EXIT.
006118     IF NOT WS-DATE-FOUND
006119         MOVE SPACES TO WS-PRINT-WORK
006120         STRING '  *** WARNING - NO DOCK CUTOFF ON FILE ***'
006121             DELIMITED BY SIZE
006122             INTO WS-PRINT-WORK
006123         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006124         ADD 1 TO WS-WARNING-COUNT
006125         GO TO 2290-EXIT
006126     END-IF.
006127     PERFORM 2225-SHIFT-ONE-SLOT THRU 2225-EXIT
006128         UNTIL WS-TAB-SUB >= WS-HOL-COUNT.
006129     SUBTRACT 1 FROM WS-HOL-COUNT.
006130     SUBTRACT 1 FROM WS-CUTOFF-COUNT.
006131     ADD 1 TO WS-CUTOFF-DROP-COUNT.
006132     MOVE SPACES TO WS-PRINT-WORK.
006133     STRING '  DROPPED ' DELIMITED BY SIZE
006134         WS-WORK-CAL-ID DELIMITED BY SIZE
006135         ' CUTOFF FROM ' DELIMITED BY SIZE
006136         WS-WORK-DATE DELIMITED BY SIZE
006137         INTO WS-PRINT-WORK.
006138     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
006139 2290-EXIT.
006140     EXIT.
006141
006142*--------------------------------------------------------------
006143* 3000-SORT-TABLE - PUTS THE TABLE IN ASCENDING CALENDAR-ID
006144* THEN DATE ORDER SO THE FILE IS REWRITTEN SORTED NO MATTER
006145* WHAT ORDER THE INPUT FILE OR THE CARDS ARRIVED IN.  A SIMPLE
006146* EXCHANGE SORT IS PLENTY AT 2230 ENTRIES TOP.
006147*--------------------------------------------------------------
006148 3000-SORT-TABLE.
006149     IF WS-HOL-COUNT < 2
006150         GO TO 3000-EXIT
006151     END-IF.
006152     MOVE 'Y' TO WS-SWAP-SW.
006153     PERFORM 3100-SORT-PASS THRU 3100-EXIT
006154         UNTIL NOT WS-SWAP-DONE.
006155 3000-EXIT.
006156     EXIT.
006157
006158 3100-SORT-PASS.
006159     MOVE 'N' TO WS-SWAP-SW.
006160     MOVE 1 TO WS-SORT-SUB.
006161     COMPUTE WS-SORT-LIMIT = WS-HOL-COUNT - 1.
006162     PERFORM 3110-COMPARE-PAIR THRU 3110-EXIT
006163         UNTIL WS-SORT-SUB > WS-SORT-LIMIT.
006164 3100-EXIT.
006165     EXIT.
006166
006167 3110-COMPARE-PAIR.
006168     IF WS-HOL-CAL-ID(WS-SORT-SUB)
006169             > WS-HOL-CAL-ID(WS-SORT-SUB + 1)
006170         OR (WS-HOL-CAL-ID(WS-SORT-SUB)
006171             = WS-HOL-CAL-ID(WS-SORT-SUB + 1)
006172         AND WS-HOL-DATE(WS-SORT-SUB)
006173             > WS-HOL-DATE(WS-SORT-SUB + 1))
006174         MOVE WS-HOL-ENTRY(WS-SORT-SUB)     TO WS-SORT-HOLD
006175         MOVE WS-HOL-ENTRY(WS-SORT-SUB + 1)
006176             TO WS-HOL-ENTRY(WS-SORT-SUB)
006180         MOVE WS-SORT-HOLD TO WS-HOL-ENTRY(WS-SORT-SUB + 1)
006190         MOVE 'Y' TO WS-SWAP-SW
006200     END-IF.
007130
007140*--------------------------------------------------------------
007150* 5100-SEARCH-TABLE - TRUE IF WS-WORK-DATE IS ALREADY IN THE
007155* TABLE UNDER THE CALENDAR IN WS-WORK-CAL-ID, AS A PICKUP
007157* SCHEDULE WHEN WS-WORK-CLOSE-TYPE IS 'S', A DOCK CUTOFF WHEN
007158* IT IS 'C', ELSE AS A CLOSURE (FULL OR HALF DAY).
007160* LEAVES WS-TAB-SUB AT THE MATCHING SLOT FOR DELETE.
007170*--------------------------------------------------------------
007180 5100-SEARCH-TABLE.
007280     IF WS-TAB-SUB <= WS-HOL-COUNT
007290         IF WS-HOL-DATE(WS-TAB-SUB) = WS-WORK-DATE
007292                 AND WS-HOL-CAL-ID(WS-TAB-SUB) = WS-WORK-CAL-ID
007293                 AND (WS-HOL-CLOSE-TYPE(WS-TAB-SUB)
007294                         = WS-WORK-CLOSE-TYPE
007295                  OR ((WS-HOL-CLOSE-TYPE(WS-TAB-SUB) = 'F'
007296                         OR WS-HOL-CLOSE-TYPE(WS-TAB-SUB) = 'H')
007297                     AND (WS-WORK-CLOSE-TYPE = 'F'
007298                         OR WS-WORK-CLOSE-TYPE = 'H')))
007300             SET WS-DATE-FOUND TO TRUE
007310         ELSE
007320             ADD 1 TO WS-TAB-SUB
007340     END-IF.
007350 5110-EXIT.
007360     EXIT.
007361
007362*--------------------------------------------------------------
007363* 5200-CHECK-PICKUP-DAYS - WS-WORK-PICKUP-DAYS IS A PATTERN
007364* DATESRV WILL TAKE: ALL FIVE BYTES 'Y' OR 'N', AT LEAST ONE
007365* 'Y' (A CARRIER THAT NEVER RUNS WOULD STALL EVERY WALK).
007366*--------------------------------------------------------------
007367 5200-CHECK-PICKUP-DAYS.
007368     MOVE 'N' TO WS-PICKUP-VALID-SW.
007369     MOVE ZEROS TO WS-PICKUP-Y-COUNT.
007370     MOVE ZEROS TO WS-PICKUP-N-COUNT.
007371     INSPECT WS-WORK-PICKUP-DAYS
007372         TALLYING WS-PICKUP-Y-COUNT FOR ALL 'Y'
007373                  WS-PICKUP-N-COUNT FOR ALL 'N'.
007374     IF WS-PICKUP-Y-COUNT + WS-PICKUP-N-COUNT = 5
007375             AND WS-PICKUP-Y-COUNT > 0
007376         MOVE 'Y' TO WS-PICKUP-VALID-SW
007377     END-IF.
007378 5200-EXIT.
007379     EXIT.
007380
007381*--------------------------------------------------------------
007382* 5300-CHECK-CUTOFF-TIME - WS-WORK-CUTOFF-TIME IS A TIME
007383* DATESRV WILL TAKE: NUMERIC HHMM, HOURS 00-23, MINUTES 00-59.
007384*--------------------------------------------------------------
007385 5300-CHECK-CUTOFF-TIME.
007386     MOVE 'N' TO WS-CUTOFF-VALID-SW.
007387     IF WS-WORK-CUTOFF-TIME IS NUMERIC
007388         IF WS-WORK-CUTOFF-HH < 24 AND WS-WORK-CUTOFF-MM < 60
007389             MOVE 'Y' TO WS-CUTOFF-VALID-SW
007390         END-IF
007391     END-IF.
007392 5300-EXIT.
007393     EXIT.
007394
007395*--------------------------------------------------------------
007396* 6000-WRITE-REPORT-HEADING - STARTS A NEW LISTING PAGE WITH A
007400* RUN-DATE/RUN-TIME HEADER, SAME STYLE AS CALENDAR'S REPORT.
007410*--------------------------------------------------------------
007420 6000-WRITE-REPORT-HEADING.
007980*--------------------------------------------------------------
007990* 6200-PRINT-TABLE - PRINTS THE WHOLE TABLE UNDER THE CAPTION
008000* PASSED IN WS-PRINT-WORK ('BEFORE', 'AFTER' OR 'CURRENT'),
008010* ONE DATE PER LINE WITH ITS WEEKDAY NAME, AND EACH PICKUP
008015* SCHEDULE WITH THE DAYS THE CARRIER RUNS FROM THAT DATE, AND
008017* EACH DOCK CUTOFF WITH ITS TIME.
008020*--------------------------------------------------------------
008030 6200-PRINT-TABLE.
008040     MOVE WS-PRINT-WORK TO WS-TABLE-CAPTION.
008110     MOVE 1 TO WS-TAB-SUB.
008120     PERFORM 6210-PRINT-ONE-ENTRY THRU 6210-EXIT
008130         UNTIL WS-TAB-SUB > WS-HOL-COUNT.
008140     COMPUTE WS-COUNT-DISPLAY =
008145         WS-HOL-COUNT - WS-PICKUP-COUNT - WS-CUTOFF-COUNT.
008150     MOVE SPACES TO WS-PRINT-WORK.
008160     STRING 'TOTAL HOLIDAYS ON FILE: ' DELIMITED BY SIZE
008170         WS-COUNT-DISPLAY DELIMITED BY SIZE
008180         INTO WS-PRINT-WORK.
008190     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008191     MOVE WS-PICKUP-COUNT TO WS-COUNT-DISPLAY.
008192     MOVE SPACES TO WS-PRINT-WORK.
008193     STRING 'PICKUP SCHEDULES ON FILE: ' DELIMITED BY SIZE
008194         WS-COUNT-DISPLAY DELIMITED BY SIZE
008195         INTO WS-PRINT-WORK.
008196     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008197     MOVE WS-CUTOFF-COUNT TO WS-COUNT-DISPLAY.
008198     MOVE SPACES TO WS-PRINT-WORK.
008199     STRING 'DOCK CUTOFFS ON FILE: ' DELIMITED BY SIZE
008200         WS-COUNT-DISPLAY DELIMITED BY SIZE
008201         INTO WS-PRINT-WORK.
008202     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008203     MOVE SPACES TO WS-PRINT-WORK.
008210     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008220 6200-EXIT.
008230     EXIT.
008260     MOVE WS-HOL-DATE(WS-TAB-SUB) TO WS-WORK-DATE.
008265     MOVE WS-HOL-CAL-ID(WS-TAB-SUB) TO WS-WORK-CAL-ID.
008267     MOVE WS-HOL-CLOSE-TYPE(WS-TAB-SUB) TO WS-WORK-CLOSE-TYPE.
008268     MOVE WS-HOL-PICKUP-DAYS(WS-TAB-SUB) TO WS-WORK-PICKUP-DAYS.
008269     MOVE WS-HOL-CUTOFF-TIME(WS-TAB-SUB) TO WS-WORK-CUTOFF-TIME.
008270     SET WS-DATE-INVALID TO TRUE.
008280     IF WS-WORK-DATE-PARTS NUMERIC
008290         MOVE WS-WORK-YYYY TO WS-VAL-YYYY
008320         PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT
008330     END-IF.
008340     MOVE SPACES TO WS-PRINT-WORK.
008341     IF WS-WORK-CLOSE-TYPE = 'S'
008342         PERFORM 6215-FORMAT-PICKUP THRU 6215-EXIT
008343         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
008344         ADD 1 TO WS-TAB-SUB
008345         GO TO 6210-EXIT
008346     END-IF.
008347     IF WS-WORK-CLOSE-TYPE = 'C'
008348         PERFORM 6217-FORMAT-CUTOFF THRU 6217-EXIT
008349         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
008350         ADD 1 TO WS-TAB-SUB
008351         GO TO 6210-EXIT
008352     END-IF.
008353     IF WS-DATE-INVALID
008360         STRING '  HOLIDAY ' DELIMITED BY SIZE
008370             WS-WORK-DATE DELIMITED BY SIZE
008372             '  ' DELIMITED BY SIZE
008530     ADD 1 TO WS-TAB-SUB.
008540 6210-EXIT.
008550     EXIT.
008551
008552 6215-FORMAT-PICKUP.
008553     PERFORM 6220-BUILD-PICKUP-SHOW THRU 6220-EXIT.
008554     IF WS-DATE-INVALID
008555         STRING '  PICKUP  ' DELIMITED BY SIZE
008556             WS-WORK-DATE DELIMITED BY SIZE
008557             '  ' DELIMITED BY SIZE
008558             WS-WORK-CAL-ID DELIMITED BY SIZE
008559             '  *** NOT A VALID DATE ***' DELIMITED BY SIZE
008560             INTO WS-PRINT-WORK
008561         GO TO 6215-EXIT
008562     END-IF.
008563     COMPUTE WS-CHECK-INTEGER =
008564         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
008565     COMPUTE WS-WEEKDAY-NUM =
008566         FUNCTION MOD(WS-CHECK-INTEGER - 1, 7).
008567     STRING '  PICKUP  ' DELIMITED BY SIZE
008568         WS-WORK-DATE DELIMITED BY SIZE
008569         '  ' DELIMITED BY SIZE
008570         WS-WORK-CAL-ID DELIMITED BY SIZE
008571         '  ' DELIMITED BY SIZE
008572         WS-WEEKDAY-NAME(WS-WEEKDAY-NUM + 1)
008573         DELIMITED BY SIZE
008574         '  RUNS ' DELIMITED BY SIZE
008575         WS-PICKUP-SHOW DELIMITED BY SIZE
008576         INTO WS-PRINT-WORK.
008577 6215-EXIT.
008578     EXIT.
008579
008580 6217-FORMAT-CUTOFF.
008581     IF WS-DATE-INVALID
008582         STRING '  CUTOFF  ' DELIMITED BY SIZE
008583             WS-WORK-DATE DELIMITED BY SIZE
008584             '  ' DELIMITED BY SIZE
008585             WS-WORK-CAL-ID DELIMITED BY SIZE
008586             '  *** NOT A VALID DATE ***' DELIMITED BY SIZE
008587             INTO WS-PRINT-WORK
008588         GO TO 6217-EXIT
008589     END-IF.
008590     COMPUTE WS-CHECK-INTEGER =
008591         FUNCTION INTEGER-OF-DATE(WS-WORK-DATE).
008592     COMPUTE WS-WEEKDAY-NUM =
008593         FUNCTION MOD(WS-CHECK-INTEGER - 1, 7).
008594     STRING '  CUTOFF  ' DELIMITED BY SIZE
008595         WS-WORK-DATE DELIMITED BY SIZE
008596         '  ' DELIMITED BY SIZE
008597         WS-WORK-CAL-ID DELIMITED BY SIZE
008598         '  ' DELIMITED BY SIZE
008599         WS-WEEKDAY-NAME(WS-WEEKDAY-NUM + 1)
008600         DELIMITED BY SIZE
008601         '  DOCK CLOSES ' DELIMITED BY SIZE
008602         WS-WORK-CUTOFF-TIME(1:2) DELIMITED BY SIZE
008603         ':' DELIMITED BY SIZE
008604         WS-WORK-CUTOFF-TIME(3:2) DELIMITED BY SIZE
008605         INTO WS-PRINT-WORK.
008606 6217-EXIT.
008607     EXIT.
008608
008609*--------------------------------------------------------------
008610* 6220-BUILD-PICKUP-SHOW - SPELLS WS-WORK-PICKUP-DAYS OUT AS
008611* 'MON --- WED --- FRI' IN WS-PICKUP-SHOW, ANY BYTE NOT 'Y'
008612* SHOWING AS '---' (A BAD BYTE ALSO DRAWS THE LOAD WARNING).
008613*--------------------------------------------------------------
008614 6220-BUILD-PICKUP-SHOW.
008615     MOVE SPACES TO WS-PICKUP-SHOW.
008616     MOVE 1 TO WS-DAY-SUB.
008617     PERFORM 6225-SHOW-ONE-DAY THRU 6225-EXIT
008618         UNTIL WS-DAY-SUB > 5.
008619 6220-EXIT.
008620     EXIT.
008621
008622 6225-SHOW-ONE-DAY.
008623     IF WS-WORK-PICKUP-DAY(WS-DAY-SUB) = 'Y'
008624         MOVE WS-WEEKDAY-NAME(WS-DAY-SUB)(1:3)
008625             TO WS-PICKUP-SHOW-NAME(WS-DAY-SUB)
008626     ELSE
008627         MOVE '---' TO WS-PICKUP-SHOW-NAME(WS-DAY-SUB)
008628     END-IF.
008629     ADD 1 TO WS-DAY-SUB.
008630 6225-EXIT.
008631     EXIT.
008632
008633*--------------------------------------------------------------
008634* 8000-WRITE-HOLDOUT - WRITES THE SORTED TABLE TO THE NEW
008635* HOLIDAY FILE.
008636*--------------------------------------------------------------
008637 8000-WRITE-HOLDOUT.
008638     OPEN OUTPUT HOLDOUT-FILE.
008639     MOVE 1 TO WS-TAB-SUB.
008640     PERFORM 8100-WRITE-ONE-HOLIDAY THRU 8100-EXIT
008650         UNTIL WS-TAB-SUB > WS-HOL-COUNT.
008660     CLOSE HOLDOUT-FILE.
008720     MOVE WS-HOL-DATE(WS-TAB-SUB) TO HOUT-DATE.
008725     MOVE WS-HOL-CAL-ID(WS-TAB-SUB) TO HOUT-CAL-ID.
008727     MOVE WS-HOL-CLOSE-TYPE(WS-TAB-SUB) TO HOUT-CLOSE-TYPE.
008728     MOVE WS-HOL-PICKUP-DAYS(WS-TAB-SUB) TO HOUT-PICKUP-DAYS.
008730     WRITE HOLDOUT-RECORD.
008740     ADD 1 TO WS-TAB-SUB.
008750 8100-EXIT.
009010         WS-COUNT-DISPLAY DELIMITED BY SIZE
009020         INTO WS-PRINT-WORK.
009030     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009031     MOVE WS-PICKUP-SET-COUNT TO WS-COUNT-DISPLAY.
009032     MOVE SPACES TO WS-PRINT-WORK.
009033     STRING 'PICKUPS SET:        ' DELIMITED BY SIZE
009034         WS-COUNT-DISPLAY DELIMITED BY SIZE
009035         INTO WS-PRINT-WORK.
009036     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009037     MOVE WS-PICKUP-DROP-COUNT TO WS-COUNT-DISPLAY.
009038     MOVE SPACES TO WS-PRINT-WORK.
009039     STRING 'PICKUPS DROPPED:    ' DELIMITED BY SIZE
009040         WS-COUNT-DISPLAY DELIMITED BY SIZE
009041         INTO WS-PRINT-WORK.
009042     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009043     MOVE WS-CUTOFF-SET-COUNT TO WS-COUNT-DISPLAY.
009044     MOVE SPACES TO WS-PRINT-WORK.
009045     STRING 'CUTOFFS SET:        ' DELIMITED BY SIZE
009046         WS-COUNT-DISPLAY DELIMITED BY SIZE
009047         INTO WS-PRINT-WORK.
009048     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009049     MOVE WS-CUTOFF-DROP-COUNT TO WS-COUNT-DISPLAY.
009050     MOVE SPACES TO WS-PRINT-WORK.
009051     STRING 'CUTOFFS DROPPED:    ' DELIMITED BY SIZE
009052         WS-COUNT-DISPLAY DELIMITED BY SIZE
009053         INTO WS-PRINT-WORK.
009054     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009055     MOVE WS-WARNING-COUNT TO WS-COUNT-DISPLAY.
009056     MOVE SPACES TO WS-PRINT-WORK.
009060     STRING 'WARNINGS ISSUED:    ' DELIMITED BY SIZE
009070         WS-COUNT-DISPLAY DELIMITED BY SIZE
009080         INTO WS-PRINT-WORK.
