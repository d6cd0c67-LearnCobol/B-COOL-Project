000289*                     ANSWERS ITS MISSING SIDE RC '08' NOW) -
000290*                     THE CLOSURE-CHANGE SECTION ALREADY
000291*                     REPORTS EVERY DATE ON IT.
000292*   10/15/2026  DLH   FISCAL PERIODS ARE NO LONGER CALENDAR
000293*                     MONTHS - THE CURRENT PERIOD, ITS DATES AND
000294*                     THE CURRENT FISCAL YEAR NOW COME FROM
000295*                     DATESRV'S 4-4-5 FISCAL-CALENDAR DEFINITION
000296*                     FILE (FISCAL DD), AND THE PER-PERIOD
000297*                     TOTALS RUN OVER EACH DEFINED PERIOD'S OWN
000298*                     DATES.  A RUN DATE IN NO DEFINED FISCAL
000299*                     YEAR TREATS EVERY CHANGE AS LIVE.
000300*   10/15/2026  DLH   CARRIER PICKUP SCHEDULES (CLOSURE TYPE
000301*                     'S', DAYS IN COL 18-22) ARE CARRIED
000302*                     THROUGH THE MERGE WITH THEIR DAYS, SO THE
000303*                     DUE-DATE REPLAY WALKS THE CANDIDATE
000304*                     SCHEDULES.  A SCHEDULE ADDED, REMOVED OR
000305*                     WITH CHANGED DAYS PRINTS AS A PICKUP LINE
000306*                     IN THE CLOSURE-DATE CHANGES, MATCHED ONLY
000307*                     AGAINST OTHER SCHEDULES.  THE CAPACITY
000308*                     TEST FOLLOWS DATESRV'S SEPARATE 1830-
000309*                     CLOSURE AND 200-SCHEDULE TABLES.
000310*   10/15/2026  DLH   DOCK CUTOFFS (CLOSURE TYPE 'C', HHMM IN
000311*                     COL 18-21) ARE CARRIED THROUGH THE MERGE
000312*                     AND PRINT AS CUTOFF ADDED, REMOVED OR
000313*                     CHANGED, MATCHED ONLY AGAINST OTHER
000314*                     CUTOFFS.  A CANDIDATE CALENDAR WITH NO
000315*                     CUTOFF OF ITS OWN GETS THE CANDIDATE
000316*                     'SHOP' CUTOFFS UNDER ITS TWIN, SO THE
000317*                     REPLAY FALLS BACK AS DATESRV DOES IN
000318*                     PRODUCTION.  THE DUE-DATE REPLAY PASSES
000319*                     EACH RECORD'S RECEIPT TIME.  CAPACITY NOW
000320*                     ALSO HOLDS CUTOFFS TO DATESRV'S 200.
000321*--------------------------------------------------------------
000322* FUNCTION: PRINTS THE OPERATIONAL DIFFERENCE BETWEEN THE
000323*           CURRENT HOLIDAY FILE AND A CANDIDATE HOLDOUT
000324*           BEFORE THE CANDIDATE GOES LIVE.  THE SHIFT SCAN
000330*           COVERS THE CURRENT CALENDAR YEAR AND THE NEXT.
000340*           DATEOUT IS OPTIONAL - WHEN PRESENT, EVERY VALID
000350*           RECORD CARRYING A DUE DATE IS REPLAYED UNDER THE
000360*           CANDIDATE CALENDARS.
000370*
000372*           THE CURRENT FISCAL PERIOD IS THE ONE THE FISCAL
000374*           CALENDAR ON THE FISCAL DD PUTS THE RUN DATE IN.
000376*
000380*           RETURN CODES:  0 = NO OPERATIONAL DIFFERENCE,
000390*           4 = CHANGES FOUND, NONE IN THE CURRENT FISCAL
000400*           PERIOD,  8 = A CHANGE LANDS IN THE CURRENT FISCAL
000670*--------------------------------------------------------------
000680* CURRHOL-FILE / CANDHOL-FILE - THE CURRENT PRODUCTION HOLIDAY
000690* FILE AND THE CANDIDATE HOLDOUT, BOTH IN THE HOLIDAY-FILE
000700* LAYOUT DATESRV READS (DATE, CALENDAR-ID, CLOSURE TYPE, AND
000705* THE PICKUP DAYS OF A TYPE 'S' PICKUP SCHEDULE, OR THE HHMM
000707* OF A TYPE 'C' DOCK CUTOFF IN ITS FIRST FOUR BYTES).
000710*--------------------------------------------------------------
000720 FD  CURRHOL-FILE.
000730 01  CURRHOL-RECORD.
000740     05  CUR-DATE                PIC 9(08).
000750     05  CUR-CAL-ID              PIC X(08).
000760     05  CUR-CLOSE-TYPE          PIC X(01).
000765     05  CUR-PICKUP-DAYS         PIC X(05).
000770     05  FILLER                  PIC X(58).
000780
000790 FD  CANDHOL-FILE.
000800 01  CANDHOL-RECORD.
000810     05  CAN-DATE                PIC 9(08).
000820     05  CAN-CAL-ID              PIC X(08).
000830     05  CAN-CLOSE-TYPE          PIC X(01).
000835     05  CAN-PICKUP-DAYS         PIC X(05).
000840     05  FILLER                  PIC X(58).
000850
000860 FD  HOLWORK-FILE.
000870 01  HOLWORK-RECORD.
000880     05  HWK-DATE                PIC 9(08).
000890     05  HWK-CAL-ID              PIC X(08).
000900     05  HWK-CLOSE-TYPE          PIC X(01).
000905     05  HWK-PICKUP-DAYS         PIC X(05).
000910     05  FILLER                  PIC X(58).
000920
000930*--------------------------------------------------------------
000940* DATEOUT-FILE - LAST NIGHT'S RESULT FILE, FOR THE DUE-DATE
001140     88  WS-ANY-CHANGE                 VALUE 'Y'.
001150 77  WS-LIVE-SW              PIC X(01) VALUE 'N'.
001160     88  WS-LIVE-IMPACT                VALUE 'Y'.
001161*    THE RUN DATE'S FISCAL PERIOD - WHEN THE RUN DATE IS IN NO
001162*    DEFINED FISCAL YEAR NO CHANGE CAN BE SHOWN CLEAR OF IT.
001163 77  WS-LIVE-KNOWN-SW        PIC X(01) VALUE 'N'.
001164     88  WS-LIVE-PERIOD-KNOWN          VALUE 'Y'.
001165 77  WS-LIVE-PERIOD          PIC 9(02) VALUE ZEROS.
001166 77  WS-LIVE-START           PIC 9(08) VALUE ZEROS.
001167 77  WS-LIVE-END             PIC 9(08) VALUE ZEROS.
001168 77  WS-LIVE-TEST-DATE       PIC 9(08) VALUE ZEROS.
001169 77  WS-LIVE-HIT-SW          PIC X(01) VALUE 'N'.
001170     88  WS-LIVE-HIT                   VALUE 'Y'.
001171*    TWO CALENDAR-IDS ALIKE THROUGH SEVEN CHARACTERS SHARE
001172*    ONE '+' TWIN, SO THEIR CANDIDATE CLOSURES WOULD BLEND -
001173*    THE COMPARISON IS SUPPRESSED AND THE STEP ENDS RC 8.
001174 77  WS-TWIN-CLASH-SW        PIC X(01) VALUE 'N'.
001175     88  WS-TWIN-CLASH                 VALUE 'Y'.
001176*    A MERGED FILE OVER DATESRV'S 1830-CLOSURE, 200-PICKUP
001177*    SCHEDULE OR 200-CUTOFF TABLE WOULD LOAD ONLY PARTWAY -
001178*    SAME TREATMENT.
001179 77  WS-OVER-CAP-SW          PIC X(01) VALUE 'N'.
001180     88  WS-MERGE-OVER-CAP             VALUE 'Y'.
001181 77  WS-CLOSURE-CHG-COUNT    PIC 9(06) VALUE ZEROS COMP.
001182 77  WS-DUE-MOVED-COUNT      PIC 9(06) VALUE ZEROS COMP.
001183*    PICKUP SCHEDULES AMONG THE CURRENT AND CANDIDATE ENTRIES.
001185 77  WS-CUR-PICKUP-COUNT     PIC 9(04) VALUE ZEROS COMP.
001187 77  WS-CAND-PICKUP-COUNT    PIC 9(04) VALUE ZEROS COMP.
001188*    DOCK CUTOFFS AMONG THE CURRENT AND CANDIDATE ENTRIES, AND
001189*    THE CANDIDATE 'SHOP' CUTOFFS COPIED UNDER OTHER TWINS.
001190 77  WS-CUR-CUTOFF-COUNT     PIC 9(04) VALUE ZEROS COMP.
001191 77  WS-CAND-CUTOFF-COUNT    PIC 9(04) VALUE ZEROS COMP.
001192 77  WS-TWIN-CUTOFF-COUNT    PIC 9(04) VALUE ZEROS COMP.
001193 77  WS-OWN-CUTOFF-SW        PIC X(01) VALUE 'N'.
001194     88  WS-HAS-OWN-CUTOFF             VALUE 'Y'.
001195 77  WS-DUE-READ-COUNT       PIC 9(06) VALUE ZEROS COMP.
001200 77  WS-COUNT-DISPLAY        PIC ZZZZZ9 VALUE SPACES.
001210
001220*--------------------------------------------------------------
001230* CURRENT AND CANDIDATE HOLIDAY TABLES - SAME CAPACITY AS
001240* DATESRV'S TABLES (1830 CLOSURES PLUS 200 PICKUP SCHEDULES
001242* PLUS 200 DOCK CUTOFFS).
001245* THE CALENDAR-ID IS STORED RESOLVED (BLANK
001250* = 'SHOP') SO THE COMPARES ARE EXACT.
001260*--------------------------------------------------------------
001270 77  WS-CUR-COUNT            PIC 9(04) VALUE ZEROS COMP.
001280 01  WS-CUR-TABLE.
001290     05  WS-CUR-ENTRY OCCURS 1 TO 2230 TIMES
001300             DEPENDING ON WS-CUR-COUNT.
001310         10  WS-CUR-DATE         PIC 9(08).
001320         10  WS-CUR-CAL          PIC X(08).
001330         10  WS-CUR-TYPE         PIC X(01).
001335         10  WS-CUR-DAYS         PIC X(05).
001340
001350 77  WS-CAND-COUNT           PIC 9(04) VALUE ZEROS COMP.
001360 01  WS-CAND-TABLE.
001370     05  WS-CAND-ENTRY OCCURS 1 TO 2230 TIMES
001380             DEPENDING ON WS-CAND-COUNT.
001390         10  WS-CAND-DATE        PIC 9(08).
001400         10  WS-CAND-CAL         PIC X(08).
001410         10  WS-CAND-TYPE        PIC X(01).
001415         10  WS-CAND-DAYS        PIC X(05).
001420
001430*--------------------------------------------------------------
001440* DISTINCT CALENDAR LIST - EVERY CALENDAR-ID SEEN IN EITHER
001590 77  WS-WORK-DATE            PIC 9(08) VALUE ZEROS.
001600 77  WS-WORK-CAL-ID          PIC X(08) VALUE 'SHOP'.
001610 77  WS-WORK-TYPE            PIC X(01) VALUE 'F'.
001615 77  WS-WORK-DAYS            PIC X(05) VALUE SPACES.
001620*    THE CANDIDATE TWIN OF A CALENDAR-ID - '+' PLUS THE FIRST
001630*    SEVEN CHARACTERS, THE NAMING THE MERGE WRITES.
001640 77  WS-PLUS-CAL-ID          PIC X(08) VALUE SPACES.
001850 77  WS-YEARS-DONE           PIC 9(01) VALUE ZEROS COMP.
001860
001870*--------------------------------------------------------------
001880* PER-PERIOD TOTALS WORKING STORAGE - EACH PERIOD'S DATES
001890* FOR THE CURRENT FISCAL YEAR FROM THE FISCAL CALENDAR, AND
001900* ITS BUSINESS-DAY TOTAL OLD AND NEW.
001905*--------------------------------------------------------------
001910 77  WS-FISCAL-YEAR          PIC 9(04) VALUE ZEROS.
001920 77  WS-PERIOD-SUB           PIC 9(02) VALUE ZEROS COMP.
001930 77  WS-PERIOD-COUNT         PIC 9(02) VALUE ZEROS COMP.
001940 01  WS-PRIOR-DAY            PIC 9(08) VALUE ZEROS.
001942 01  WS-PRIOR-DAY-PARTS REDEFINES WS-PRIOR-DAY.
001944     05  WS-PRIOR-YYYY       PIC 9(04).
001946     05  FILLER              PIC X(04).
001950 77  WS-PRIOR-BUS-DAY        PIC 9(03)V9 VALUE ZEROS.
001960 77  WS-YEAR-END-BUS-DAY     PIC 9(03)V9 VALUE ZEROS.
001970 01  WS-FISC-PERIOD-TABLE.
001980     05  WS-FISC-PER-ENTRY OCCURS 12 TIMES.
001990         10  WS-FISC-PER-START   PIC 9(08).
002000         10  WS-FISC-PER-END     PIC 9(08).
002001 01  WS-OLD-PER-TABLE.
002002     05  WS-OLD-PER-TOTAL    PIC 9(03)V9 OCCURS 12 TIMES.
002003 01  WS-NEW-PER-TABLE.
002004     05  WS-NEW-PER-TOTAL    PIC 9(03)V9 OCCURS 12 TIMES.
002005 01  WS-PER-WORK-TABLE.
002006     05  WS-PER-WORK-TOTAL   PIC 9(03)V9 OCCURS 12 TIMES.
002010 77  WS-OLD-PERIOD-TOTAL     PIC 9(02)V9 VALUE ZEROS.
002020 77  WS-NEW-PERIOD-TOTAL     PIC 9(02)V9 VALUE ZEROS.
002040
002050*--------------------------------------------------------------
002060* DATESRV PARAMETER AREA
002832     IF WS-TWIN-CLASH OR WS-MERGE-OVER-CAP OR WS-CAL-OVERFLOW
002834         PERFORM 2900-REPORT-MERGE-FAULT THRU 2900-EXIT
002836     ELSE
002838         PERFORM 2950-FIND-LIVE-PERIOD THRU 2950-EXIT
002840         PERFORM 3000-REPORT-CLOSURE-CHANGES THRU 3000-EXIT
002850         PERFORM 4000-SHIFT-SCAN THRU 4000-EXIT
002860         PERFORM 5000-DUE-DATE-REPLAY THRU 5000-EXIT
003240     PERFORM 2100-READ-CURRHOL THRU 2100-EXIT.
003250     PERFORM 2200-STORE-ONE-CURRENT THRU 2200-EXIT
003260         UNTIL WS-CURR-EOF
003270         OR WS-CUR-COUNT = 2230.
003272     IF WS-CUR-COUNT = 2230 AND NOT WS-CURR-EOF
003273         MOVE SPACES TO WS-PRINT-WORK
003274         STRING 'WARNING - CURRENT HOLIDAY FILE OVER 2230 '
003275             DELIMITED BY SIZE
003276             'ENTRIES, REMAINDER IGNORED' DELIMITED BY SIZE
003277             INTO WS-PRINT-WORK
003300     PERFORM 2300-READ-CANDHOL THRU 2300-EXIT.
003310     PERFORM 2400-STORE-ONE-CANDIDATE THRU 2400-EXIT
003320         UNTIL WS-CAND-EOF
003330         OR WS-CAND-COUNT = 2230.
003332     IF WS-CAND-COUNT = 2230 AND NOT WS-CAND-EOF
003333         MOVE SPACES TO WS-PRINT-WORK
003334         STRING 'WARNING - CANDIDATE HOLIDAY FILE OVER 2230 '
003335             DELIMITED BY SIZE
003336             'ENTRIES, REMAINDER IGNORED' DELIMITED BY SIZE
003337             INTO WS-PRINT-WORK
003338         PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT
003339     END-IF.
003340     CLOSE CANDHOL-FILE.
003342     MOVE 1 TO WS-CAL-SUB.
003344     PERFORM 2500-TWIN-SHOP-CUTOFFS THRU 2500-EXIT
003346         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
003350     CLOSE HOLWORK-FILE.
003352*    THE MERGED WORK FILE MUST FIT DATESRV'S 1830-CLOSURE,
003353*    200-SCHEDULE AND 200-CUTOFF TABLES, OR THE COMPARISON
003354*    WOULD RUN OFF A HALF-LOADED CALENDAR AND PRINT FIGURES
003355*    NOBODY SHOULD SIGN OFF ON.
003356     IF WS-CUR-COUNT + WS-CAND-COUNT
003357             - WS-CUR-PICKUP-COUNT - WS-CAND-PICKUP-COUNT
003358             - WS-CUR-CUTOFF-COUNT - WS-CAND-CUTOFF-COUNT > 1830
003359             OR WS-CUR-PICKUP-COUNT + WS-CAND-PICKUP-COUNT > 200
003360             OR WS-CUR-CUTOFF-COUNT + WS-CAND-CUTOFF-COUNT
003361                 + WS-TWIN-CUTOFF-COUNT > 200
003362         SET WS-MERGE-OVER-CAP TO TRUE
003363     END-IF.
003364 2000-EXIT.
003370     EXIT.
003380
003390 2100-READ-CURRHOL.
003510     ELSE
003520         MOVE CUR-CAL-ID TO WS-WORK-CAL-ID
003530     END-IF.
003540     MOVE SPACES TO WS-WORK-DAYS.
003550     EVALUATE CUR-CLOSE-TYPE
003560         WHEN 'H'
003570             MOVE 'H' TO WS-WORK-TYPE
003571         WHEN 'S'
003572             MOVE 'S' TO WS-WORK-TYPE
003573             MOVE CUR-PICKUP-DAYS TO WS-WORK-DAYS
003574             ADD 1 TO WS-CUR-PICKUP-COUNT
003575         WHEN 'C'
003576             MOVE 'C' TO WS-WORK-TYPE
003577             MOVE CUR-PICKUP-DAYS TO WS-WORK-DAYS
003578             ADD 1 TO WS-CUR-CUTOFF-COUNT
003579         WHEN OTHER
003580             MOVE 'F' TO WS-WORK-TYPE
003581     END-EVALUATE.
003590     ADD 1 TO WS-CUR-COUNT.
003600     MOVE WS-WORK-DATE   TO WS-CUR-DATE(WS-CUR-COUNT).
003610     MOVE WS-WORK-CAL-ID TO WS-CUR-CAL(WS-CUR-COUNT).
003620     MOVE WS-WORK-TYPE   TO WS-CUR-TYPE(WS-CUR-COUNT).
003625     MOVE WS-WORK-DAYS   TO WS-CUR-DAYS(WS-CUR-COUNT).
003630     PERFORM 2600-NOTE-CALENDAR THRU 2600-EXIT.
003640     MOVE SPACES TO HOLWORK-RECORD.
003650     MOVE WS-WORK-DATE   TO HWK-DATE.
003660     MOVE WS-WORK-CAL-ID TO HWK-CAL-ID.
003670     MOVE WS-WORK-TYPE   TO HWK-CLOSE-TYPE.
003675     MOVE WS-WORK-DAYS   TO HWK-PICKUP-DAYS.
003680     WRITE HOLWORK-RECORD.
003690     PERFORM 2100-READ-CURRHOL THRU 2100-EXIT.
003700 2200-EXIT.
003850     ELSE
003860         MOVE CAN-CAL-ID TO WS-WORK-CAL-ID
003870     END-IF.
003880     MOVE SPACES TO WS-WORK-DAYS.
003890     EVALUATE CAN-CLOSE-TYPE
003900         WHEN 'H'
003910             MOVE 'H' TO WS-WORK-TYPE
003911         WHEN 'S'
003912             MOVE 'S' TO WS-WORK-TYPE
003913             MOVE CAN-PICKUP-DAYS TO WS-WORK-DAYS
003914             ADD 1 TO WS-CAND-PICKUP-COUNT
003915         WHEN 'C'
003916             MOVE 'C' TO WS-WORK-TYPE
003917             MOVE CAN-PICKUP-DAYS TO WS-WORK-DAYS
003918             ADD 1 TO WS-CAND-CUTOFF-COUNT
003919         WHEN OTHER
003920             MOVE 'F' TO WS-WORK-TYPE
003921     END-EVALUATE.
003930     ADD 1 TO WS-CAND-COUNT.
003940     MOVE WS-WORK-DATE   TO WS-CAND-DATE(WS-CAND-COUNT).
003950     MOVE WS-WORK-CAL-ID TO WS-CAND-CAL(WS-CAND-COUNT).
003960     MOVE WS-WORK-TYPE   TO WS-CAND-TYPE(WS-CAND-COUNT).
003965     MOVE WS-WORK-DAYS   TO WS-CAND-DAYS(WS-CAND-COUNT).
003970     PERFORM 2600-NOTE-CALENDAR THRU 2600-EXIT.
003980     PERFORM 2700-BUILD-PLUS-ID THRU 2700-EXIT.
003990     MOVE SPACES TO HOLWORK-RECORD.
004000     MOVE WS-WORK-DATE   TO HWK-DATE.
004010     MOVE WS-PLUS-CAL-ID TO HWK-CAL-ID.
004020     MOVE WS-WORK-TYPE   TO HWK-CLOSE-TYPE.
004025     MOVE WS-WORK-DAYS   TO HWK-PICKUP-DAYS.
004030     WRITE HOLWORK-RECORD.
004040     PERFORM 2300-READ-CANDHOL THRU 2300-EXIT.
004050 2400-EXIT.
004060     EXIT.
004070
004071*--------------------------------------------------------------
004072* 2500-TWIN-SHOP-CUTOFFS - DATESRV GIVES A CALENDAR WITH NO
004073* DOCK CUTOFF OF ITS OWN THE 'SHOP' CUTOFF, BUT A '+' TWIN
004074* WOULD FALL BACK TO THE CURRENT 'SHOP' RATHER THAN ITS
004075* CANDIDATE.  SO FOR EACH LISTED CALENDAR OTHER THAN 'SHOP'
004076* WITH NO CANDIDATE CUTOFF, THE CANDIDATE 'SHOP' CUTOFFS ARE
004077* WRITTEN AGAIN UNDER ITS TWIN.  THE CLOSURE-CHANGE SECTION
004078* WORKS OFF THE TABLES, SO THE COPIES NEVER PRINT.
004079*--------------------------------------------------------------
004080 2500-TWIN-SHOP-CUTOFFS.
004081     MOVE WS-CAL-ID-ENTRY(WS-CAL-SUB) TO WS-WORK-CAL-ID.
004082     IF WS-WORK-CAL-ID = 'SHOP'
004083         ADD 1 TO WS-CAL-SUB
004084         GO TO 2500-EXIT
004085     END-IF.
004086     MOVE 'N' TO WS-OWN-CUTOFF-SW.
004087     MOVE 1 TO WS-SRCH-SUB.
004088     PERFORM 2510-TEST-OWN-CUTOFF THRU 2510-EXIT
004089         UNTIL WS-HAS-OWN-CUTOFF
004090         OR WS-SRCH-SUB > WS-CAND-COUNT.
004091     IF NOT WS-HAS-OWN-CUTOFF
004092         PERFORM 2700-BUILD-PLUS-ID THRU 2700-EXIT
004093         MOVE 1 TO WS-SRCH-SUB
004094         PERFORM 2520-COPY-ONE-SHOP-CUTOFF THRU 2520-EXIT
004095             UNTIL WS-SRCH-SUB > WS-CAND-COUNT
004096     END-IF.
004097     ADD 1 TO WS-CAL-SUB.
004098 2500-EXIT.
004099     EXIT.
004100
004101 2510-TEST-OWN-CUTOFF.
004102     IF WS-CAND-CAL(WS-SRCH-SUB) = WS-WORK-CAL-ID
004103             AND WS-CAND-TYPE(WS-SRCH-SUB) = 'C'
004104         SET WS-HAS-OWN-CUTOFF TO TRUE
004105     ELSE
004106         ADD 1 TO WS-SRCH-SUB
004107     END-IF.
004108 2510-EXIT.
004109     EXIT.
004110
004111 2520-COPY-ONE-SHOP-CUTOFF.
004112     IF WS-CAND-CAL(WS-SRCH-SUB) = 'SHOP'
004113             AND WS-CAND-TYPE(WS-SRCH-SUB) = 'C'
004114         MOVE SPACES TO HOLWORK-RECORD
004115         MOVE WS-CAND-DATE(WS-SRCH-SUB) TO HWK-DATE
004116         MOVE WS-PLUS-CAL-ID            TO HWK-CAL-ID
004117         MOVE 'C'                       TO HWK-CLOSE-TYPE
004118         MOVE WS-CAND-DAYS(WS-SRCH-SUB) TO HWK-PICKUP-DAYS
004119         WRITE HOLWORK-RECORD
004120         ADD 1 TO WS-TWIN-CUTOFF-COUNT
004121     END-IF.
004122     ADD 1 TO WS-SRCH-SUB.
004123 2520-EXIT.
004124     EXIT.
004125
004126*--------------------------------------------------------------
004127* 2600-NOTE-CALENDAR - ADDS WS-WORK-CAL-ID TO THE DISTINCT
004128* CALENDAR LIST IF IT IS NOT THERE YET.  AN ELEVENTH CALENDAR
004129* WOULD BE SKIPPED BY THE SCANS, SO IT IS FLAGGED FATAL
004130* (COMPARISON SUPPRESSED, RC 8).  A NEW CALENDAR ALIKE
004131* THROUGH SEVEN CHARACTERS WITH ONE ALREADY LISTED WOULD
004132* SHARE ITS '+' TWIN AND BLEND THE CANDIDATE CLOSURES, SO THE
004133* COLLISION IS FLAGGED FATAL INSTEAD.
004134*--------------------------------------------------------------
004135 2600-NOTE-CALENDAR.
004140     MOVE ZEROS TO WS-CAL-SLOT.
004150     MOVE 1 TO WS-CAL-SUB.
004160     PERFORM 2610-TEST-ONE-CALENDAR THRU 2610-EXIT
004499 2900-REPORT-MERGE-FAULT.
004500     IF WS-MERGE-OVER-CAP
004501         MOVE SPACES TO WS-PRINT-WORK
004502         STRING '*** MERGED HOLIDAY FILES EXCEED DATESRV''S '
004503             DELIMITED BY SIZE
004504             '1830-CLOSURE, 200-PICKUP SCHEDULE OR 200-CUTOFF '
004505             DELIMITED BY SIZE
004506             'TABLE ***' DELIMITED BY SIZE
004507             INTO WS-PRINT-WORK
004508         PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT
004509     END-IF.
004510     MOVE SPACES TO WS-PRINT-WORK.
004511     STRING '*** COMPARISON SUPPRESSED - CORRECT THE '
004512         DELIMITED BY SIZE
004513         'CALENDARS AND RERUN ***' DELIMITED BY SIZE
004514         INTO WS-PRINT-WORK.
004515     PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT.
004516 2900-EXIT.
004517     EXIT.
004518
004519*--------------------------------------------------------------
004520* 2950-FIND-LIVE-PERIOD - ASKS DATESRV WHICH FISCAL PERIOD THE
004521* RUN DATE FALLS IN, AND ITS FIRST AND LAST DAY.  THE SHOP
004522* CALENDAR IS ALWAYS KNOWN, SO ONLY A RUN DATE IN NO DEFINED
004523* FISCAL YEAR FAILS - THEN EVERY CHANGE COUNTS AS LIVE.
004524*--------------------------------------------------------------
004525 2950-FIND-LIVE-PERIOD.
004526     SET DSRV-FUNC-RESOLVE TO TRUE.
004527     MOVE 'SHOP' TO DSRV-CALENDAR-ID.
004528     MOVE CurrentDateNum TO DSRV-INPUT-DATE.
004529     CALL 'DATESRV' USING DATESRV-PARMS.
004530     IF DSRV-RC-OK
004531         SET WS-LIVE-PERIOD-KNOWN TO TRUE
004532         MOVE DSRV-FISCAL-YEAR   TO WS-FISCAL-YEAR
004533         MOVE DSRV-FISCAL-PERIOD TO WS-LIVE-PERIOD
004534         MOVE DSRV-PERIOD-START  TO WS-LIVE-START
004535         MOVE DSRV-PERIOD-END    TO WS-LIVE-END
004536     ELSE
004537         MOVE SPACES TO WS-PRINT-WORK
004538         STRING '  *** WARNING - RUN DATE IN NO DEFINED '
004539             DELIMITED BY SIZE
004540             'FISCAL YEAR - EVERY CHANGE TREATED AS CURRENT '
004541             DELIMITED BY SIZE
004542             'PERIOD ***' DELIMITED BY SIZE
004543             INTO WS-PRINT-WORK
004544         PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT
004545     END-IF.
004546 2950-EXIT.
004547     EXIT.
004548
004549*--------------------------------------------------------------
004550* 2960-TEST-LIVE-DATE - SETS WS-LIVE-HIT WHEN WS-LIVE-TEST-DATE
004551* FALLS IN THE CURRENT FISCAL PERIOD.
004552*--------------------------------------------------------------
004553 2960-TEST-LIVE-DATE.
004554     MOVE 'N' TO WS-LIVE-HIT-SW.
004555     IF NOT WS-LIVE-PERIOD-KNOWN
004556         SET WS-LIVE-HIT TO TRUE
004557         GO TO 2960-EXIT
004558     END-IF.
004559     IF WS-LIVE-TEST-DATE NOT < WS-LIVE-START
004560             AND WS-LIVE-TEST-DATE NOT > WS-LIVE-END
004561         SET WS-LIVE-HIT TO TRUE
004562     END-IF.
004563 2960-EXIT.
004564     EXIT.
004565
004566*--------------------------------------------------------------
004567* 3000-REPORT-CLOSURE-CHANGES - EVERY DATE WHOSE CLOSURE
004568* STATUS DIFFERS BETWEEN THE TWO FILES: ON THE CURRENT FILE
004569* ONLY (REMOVED), ON THE CANDIDATE ONLY (ADDED), OR ON BOTH
004570* WITH A DIFFERENT CLOSURE TYPE.  PICKUP SCHEDULES ARE MATCHED
004571* ONLY TO PICKUP SCHEDULES AND PRINT AS PICKUP DAYS ADDED,
004572* REMOVED, OR CHANGED FROM ONE SET OF DAYS TO THE OTHER; DOCK
004573* CUTOFFS LIKEWISE ONLY TO CUTOFFS, AS CUTOFF ADDED, REMOVED,
004574* OR CHANGED FROM ONE TIME TO THE OTHER.
004575*--------------------------------------------------------------
004576 3000-REPORT-CLOSURE-CHANGES.
004580     MOVE SPACES TO WS-PRINT-WORK.
004590     MOVE '----- CLOSURE-DATE CHANGES -----' TO WS-PRINT-WORK.
004600     PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT.
004760     MOVE WS-CUR-DATE(WS-TAB-SUB) TO WS-WORK-DATE.
004770     MOVE WS-CUR-CAL(WS-TAB-SUB)  TO WS-WORK-CAL-ID.
004780     MOVE WS-CUR-TYPE(WS-TAB-SUB) TO WS-WORK-TYPE.
004785     MOVE WS-CUR-DAYS(WS-TAB-SUB) TO WS-WORK-DAYS.
004790     PERFORM 3200-FIND-IN-CANDIDATE THRU 3200-EXIT.
004800     IF WS-TAB-SLOT = ZEROS
004810         EVALUATE WS-WORK-TYPE
004811             WHEN 'S'
004812                 MOVE 'PICKUP DAYS REMOVED' TO CLO-CHANGE
004813             WHEN 'C'
004814                 MOVE 'CUTOFF REMOVED' TO CLO-CHANGE
004815             WHEN OTHER
004816                 MOVE 'REMOVED' TO CLO-CHANGE
004818         END-EVALUATE
004820         PERFORM 3500-PRINT-CLOSURE-CHANGE THRU 3500-EXIT
004821         ADD 1 TO WS-TAB-SUB
004822         GO TO 3100-EXIT
004823     END-IF.
004826     EVALUATE WS-WORK-TYPE
004829         WHEN 'S'
004832             IF WS-CAND-DAYS(WS-TAB-SLOT) NOT = WS-WORK-DAYS
004835                 MOVE SPACES TO CLO-CHANGE
004838                 STRING 'PICKUP ' DELIMITED BY SIZE
004841                     WS-WORK-DAYS DELIMITED BY SIZE
004844                     ' -> ' DELIMITED BY SIZE
004847                     WS-CAND-DAYS(WS-TAB-SLOT) DELIMITED BY SIZE
004850                     INTO CLO-CHANGE
004853                 PERFORM 3500-PRINT-CLOSURE-CHANGE THRU 3500-EXIT
004856             END-IF
004859         WHEN 'C'
004862             IF WS-CAND-DAYS(WS-TAB-SLOT) NOT = WS-WORK-DAYS
004865                 MOVE SPACES TO CLO-CHANGE
004868                 STRING 'CUTOFF ' DELIMITED BY SIZE
004871                     WS-WORK-DAYS(1:4) DELIMITED BY SIZE
004874                     ' -> ' DELIMITED BY SIZE
004877                     WS-CAND-DAYS(WS-TAB-SLOT)(1:4)
004880                         DELIMITED BY SIZE
004883                     INTO CLO-CHANGE
004886                 PERFORM 3500-PRINT-CLOSURE-CHANGE THRU 3500-EXIT
004889             END-IF
004892         WHEN OTHER
004895             IF WS-CAND-TYPE(WS-TAB-SLOT) NOT = WS-WORK-TYPE
004898                 MOVE SPACES TO CLO-CHANGE
004901                 STRING 'TYPE ' DELIMITED BY SIZE
004904                     WS-WORK-TYPE DELIMITED BY SIZE
004907                     ' -> ' DELIMITED BY SIZE
004910                     WS-CAND-TYPE(WS-TAB-SLOT) DELIMITED BY SIZE
004913                     INTO CLO-CHANGE
004916                 PERFORM 3500-PRINT-CLOSURE-CHANGE THRU 3500-EXIT
004919             END-IF
004922     END-EVALUATE.
004940     ADD 1 TO WS-TAB-SUB.
004950 3100-EXIT.
004960     EXIT.
005070 3210-TEST-ONE-CAND.
005080     IF WS-CAND-DATE(WS-SRCH-SUB) = WS-WORK-DATE
005090             AND WS-CAND-CAL(WS-SRCH-SUB) = WS-WORK-CAL-ID
005092             AND ((WS-CAND-TYPE(WS-SRCH-SUB) = 'S'
005094                     AND WS-WORK-TYPE = 'S')
005095              OR (WS-CAND-TYPE(WS-SRCH-SUB) = 'C'
005096                     AND WS-WORK-TYPE = 'C')
005097              OR (WS-CAND-TYPE(WS-SRCH-SUB) NOT = 'S'
005098                     AND WS-CAND-TYPE(WS-SRCH-SUB) NOT = 'C'
005099                     AND WS-WORK-TYPE NOT = 'S'
005100                     AND WS-WORK-TYPE NOT = 'C'))
005101         MOVE WS-SRCH-SUB TO WS-TAB-SLOT
005110     ELSE
005120         ADD 1 TO WS-SRCH-SUB
005130     END-IF.
005200     MOVE WS-CAND-TYPE(WS-TAB-SUB) TO WS-WORK-TYPE.
005210     PERFORM 3400-FIND-IN-CURRENT THRU 3400-EXIT.
005220     IF WS-TAB-SLOT = ZEROS
005230         EVALUATE WS-WORK-TYPE
005231             WHEN 'S'
005232                 MOVE 'PICKUP DAYS ADDED' TO CLO-CHANGE
005233             WHEN 'C'
005234                 MOVE 'CUTOFF ADDED' TO CLO-CHANGE
005235             WHEN OTHER
005236                 MOVE 'ADDED' TO CLO-CHANGE
005238         END-EVALUATE
005240         PERFORM 3500-PRINT-CLOSURE-CHANGE THRU 3500-EXIT
005250     END-IF.
005260     ADD 1 TO WS-TAB-SUB.
005390 3410-TEST-ONE-CUR.
005400     IF WS-CUR-DATE(WS-SRCH-SUB) = WS-WORK-DATE
005410             AND WS-CUR-CAL(WS-SRCH-SUB) = WS-WORK-CAL-ID
005412             AND ((WS-CUR-TYPE(WS-SRCH-SUB) = 'S'
005414                     AND WS-WORK-TYPE = 'S')
005415              OR (WS-CUR-TYPE(WS-SRCH-SUB) = 'C'
005416                     AND WS-WORK-TYPE = 'C')
005417              OR (WS-CUR-TYPE(WS-SRCH-SUB) NOT = 'S'
005418                     AND WS-CUR-TYPE(WS-SRCH-SUB) NOT = 'C'
005419                     AND WS-WORK-TYPE NOT = 'S'
005420                     AND WS-WORK-TYPE NOT = 'C'))
005421         MOVE WS-SRCH-SUB TO WS-TAB-SLOT
005430     ELSE
005440         ADD 1 TO WS-SRCH-SUB
005450     END-IF.
005480
005490*--------------------------------------------------------------
005500* 3500-PRINT-CLOSURE-CHANGE - ONE CHANGE LINE, FLAGGED WHEN
005510* THE DATE FALLS IN THE CURRENT FISCAL PERIOD (2960 DECIDES).
005530*--------------------------------------------------------------
005540 3500-PRINT-CLOSURE-CHANGE.
005550     SET WS-ANY-CHANGE TO TRUE.
005560     ADD 1 TO WS-CLOSURE-CHG-COUNT.
005570     MOVE WS-WORK-DATE   TO CLO-DATE.
005580     MOVE WS-WORK-CAL-ID TO CLO-CAL-ID.
005582     MOVE WS-WORK-DATE TO WS-LIVE-TEST-DATE.
005584     PERFORM 2960-TEST-LIVE-DATE THRU 2960-EXIT.
005590     IF WS-LIVE-HIT
005600         SET WS-LIVE-IMPACT TO TRUE
005610         MOVE '** CURRENT PERIOD **' TO CLO-LIVE-FLAG
005620     ELSE
007270         MOVE WS-PLUS-CAL-ID TO DSRV-CALENDAR-ID
007280         MOVE DO-INPUT-DATE TO DSRV-INPUT-DATE
007290         MOVE DO-BUSDAY-OFFSET TO DSRV-OFFSET-DAYS
007295         MOVE DO-RECEIPT-TIME TO DSRV-RECEIPT-TIME
007300         CALL 'DATESRV' USING DATESRV-PARMS
007310         IF DSRV-RC-OK
007315             IF DSRV-RESULT-DATE NOT = DO-DUE-DATE
007440     MOVE DO-CALENDAR-ID   TO DUE-CAL-ID.
007450     MOVE DO-DUE-DATE      TO DUE-OLD-DATE.
007460     MOVE DSRV-RESULT-DATE TO DUE-NEW-DATE.
007462     MOVE DO-DUE-DATE TO WS-LIVE-TEST-DATE.
007464     PERFORM 2960-TEST-LIVE-DATE THRU 2960-EXIT.
007466     IF NOT WS-LIVE-HIT
007468         MOVE DSRV-RESULT-DATE TO WS-LIVE-TEST-DATE
007469         PERFORM 2960-TEST-LIVE-DATE THRU 2960-EXIT
007470     END-IF.
007480     IF WS-LIVE-HIT
007490         SET WS-LIVE-IMPACT TO TRUE
007500         MOVE '** CURRENT PERIOD **' TO DUE-LIVE-FLAG
007510     ELSE
007590     EXIT.
007600
007610*--------------------------------------------------------------
007620* 6000-PERIOD-TOTALS - THE PER-PERIOD BUSINESS-DAY TOTALS,
007630* OLD AGAINST NEW, FOR EVERY PERIOD OF THE CURRENT FISCAL YEAR
007640* THE FISCAL CALENDAR DEFINES, AND EVERY CALENDAR.  THE FIGURES
007650* COME FROM DATESRV IN ASCENDING DATE ORDER SO THE CACHE SERVES
007660* EACH SIDE IN ONE WALK.
007670*--------------------------------------------------------------
007680 6000-PERIOD-TOTALS.
007690     MOVE SPACES TO WS-PRINT-WORK.
007710     MOVE '----- PER-PERIOD BUSINESS-DAY TOTALS -----'
007720         TO WS-PRINT-WORK.
007730     PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT.
007740     IF NOT WS-LIVE-PERIOD-KNOWN
007750         MOVE SPACES TO WS-PRINT-WORK
007760         MOVE ' RUN DATE IN NO DEFINED FISCAL YEAR - NO TOTALS'
007770             TO WS-PRINT-WORK
007780         PERFORM 7100-PRINT-ONE-LINE THRU 7100-EXIT
007790         GO TO 6000-EXIT
007800     END-IF.
007805     PERFORM 6050-LOAD-FISCAL-PERIODS THRU 6050-EXIT.
007810     MOVE 1 TO WS-CAL-SUB.
007820     PERFORM 6100-TOTALS-ONE-CALENDAR THRU 6100-EXIT
007830         UNTIL WS-CAL-SUB > WS-CAL-COUNT.
007850     EXIT.
007860
007870*--------------------------------------------------------------
007871* 6050-LOAD-FISCAL-PERIODS - ONE 'FP' CALL PER PERIOD OF THE
007872* CURRENT FISCAL YEAR, STOPPING AT THE FIRST PERIOD THE FISCAL
007873* CALENDAR DOES NOT DEFINE.
007874*--------------------------------------------------------------
007875 6050-LOAD-FISCAL-PERIODS.
007876     MOVE ZEROS TO WS-PERIOD-COUNT.
007877     MOVE '00' TO DSRV-RETURN-CODE.
007878     PERFORM 6060-LOAD-ONE-PERIOD THRU 6060-EXIT
007879         UNTIL WS-PERIOD-COUNT = 12
007880         OR NOT DSRV-RC-OK.
007881 6050-EXIT.
007882     EXIT.
007883
007884 6060-LOAD-ONE-PERIOD.
007885     SET DSRV-FUNC-PERIOD-QUERY TO TRUE.
007886     MOVE WS-FISCAL-YEAR TO DSRV-FISCAL-YEAR.
007887     COMPUTE DSRV-FISCAL-PERIOD = WS-PERIOD-COUNT + 1.
007888     CALL 'DATESRV' USING DATESRV-PARMS.
007889     IF DSRV-RC-OK
007890         ADD 1 TO WS-PERIOD-COUNT
007891         MOVE DSRV-PERIOD-START
007892             TO WS-FISC-PER-START(WS-PERIOD-COUNT)
007893         MOVE DSRV-PERIOD-END
007894             TO WS-FISC-PER-END(WS-PERIOD-COUNT)
007895     END-IF.
007896 6060-EXIT.
007897     EXIT.
007898
007899*--------------------------------------------------------------
007900* 6100-TOTALS-ONE-CALENDAR - GATHERS EACH SIDE'S PERIOD TOTALS
007901* AND PRINTS THE CHANGED PERIOD ROWS.
007920*--------------------------------------------------------------
007930 6100-TOTALS-ONE-CALENDAR.
007940     MOVE WS-CAL-ID-ENTRY(WS-CAL-SUB) TO WS-WORK-CAL-ID.
007955         GO TO 6100-EXIT
007956     END-IF.
007960     MOVE WS-WORK-CAL-ID TO DSRV-CALENDAR-ID.
007970     PERFORM 6200-GATHER-PERIOD-TOTALS THRU 6200-EXIT.
007980     MOVE WS-PER-WORK-TABLE TO WS-OLD-PER-TABLE.
007990     MOVE WS-PLUS-CAL-ID TO DSRV-CALENDAR-ID.
008000     PERFORM 6200-GATHER-PERIOD-TOTALS THRU 6200-EXIT.
008010     MOVE WS-PER-WORK-TABLE TO WS-NEW-PER-TABLE.
008020     MOVE 1 TO WS-PERIOD-SUB.
008030     PERFORM 6300-PRINT-ONE-PERIOD THRU 6300-EXIT
008040         UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT.
008050     ADD 1 TO WS-CAL-SUB.
008060 6100-EXIT.
008070     EXIT.
008080
008090*--------------------------------------------------------------
008095* 6200-GATHER-PERIOD-TOTALS - A PERIOD'S TOTAL IS THE
008100* BUSINESS-DAY-OF-YEAR AT ITS LAST DAY LESS THE FIGURE AT THE
008105* DAY BEFORE ITS FIRST.  THE COUNTER RESETS AT NEW YEAR, SO A
008110* PERIOD SPANNING 31 DECEMBER ADDS THE OLD YEAR'S REMAINDER
008115* (YEAR-END FIGURE LESS THE DAY-BEFORE FIGURE) TO THE NEW
008120* YEAR'S FIGURE AT PERIOD END.
008130*--------------------------------------------------------------
008140 6200-GATHER-PERIOD-TOTALS.
008150     MOVE 1 TO WS-PERIOD-SUB.
008160     PERFORM 6210-ONE-PERIOD-TOTAL THRU 6210-EXIT
008170         UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT.
008200 6200-EXIT.
008210     EXIT.
008220
008230 6210-ONE-PERIOD-TOTAL.
008240     MOVE FUNCTION DATE-OF-INTEGER(FUNCTION INTEGER-OF-DATE
008250         (WS-FISC-PER-START(WS-PERIOD-SUB)) - 1)
008260         TO WS-PRIOR-DAY.
008350     SET DSRV-FUNC-RESOLVE TO TRUE.
008360     MOVE WS-PRIOR-DAY TO DSRV-INPUT-DATE.
008370     CALL 'DATESRV' USING DATESRV-PARMS.
008380     MOVE DSRV-BUS-DAY-OF-YEAR TO WS-PRIOR-BUS-DAY.
008390     IF WS-PRIOR-DAY(1:4) = WS-FISC-PER-END(WS-PERIOD-SUB)(1:4)
008400         MOVE ZEROS TO WS-YEAR-END-BUS-DAY
008430     ELSE
008432         SET DSRV-FUNC-RESOLVE TO TRUE
008434         COMPUTE DSRV-INPUT-DATE =
008436             WS-PRIOR-YYYY * 10000 + 1231
008438         CALL 'DATESRV' USING DATESRV-PARMS
008440         COMPUTE WS-YEAR-END-BUS-DAY =
008442             DSRV-BUS-DAY-OF-YEAR - WS-PRIOR-BUS-DAY
008444         MOVE ZEROS TO WS-PRIOR-BUS-DAY
008450     END-IF.
008451     SET DSRV-FUNC-RESOLVE TO TRUE.
008452     MOVE WS-FISC-PER-END(WS-PERIOD-SUB) TO DSRV-INPUT-DATE.
008453     CALL 'DATESRV' USING DATESRV-PARMS.
008454     COMPUTE WS-PER-WORK-TOTAL(WS-PERIOD-SUB) =
008455         DSRV-BUS-DAY-OF-YEAR - WS-PRIOR-BUS-DAY
008456         + WS-YEAR-END-BUS-DAY.
008457     ADD 1 TO WS-PERIOD-SUB.
008460 6210-EXIT.
008470     EXIT.
008480
008490*--------------------------------------------------------------
008500* 6300-PRINT-ONE-PERIOD - ONLY CHANGED PERIODS PRINT.  THE
008510* RUN DATE'S OWN PERIOD IS FLAGGED LIVE.
008540*--------------------------------------------------------------
008550 6300-PRINT-ONE-PERIOD.
008560     MOVE WS-OLD-PER-TOTAL(WS-PERIOD-SUB) TO WS-OLD-PERIOD-TOTAL.
008570     MOVE WS-NEW-PER-TOTAL(WS-PERIOD-SUB) TO WS-NEW-PERIOD-TOTAL.
008670     IF WS-OLD-PERIOD-TOTAL NOT = WS-NEW-PERIOD-TOTAL
008680         SET WS-ANY-CHANGE TO TRUE
008690         MOVE WS-WORK-CAL-ID TO PER-CAL-ID
008710         MOVE WS-FISCAL-YEAR TO PER-FYEAR
008720         MOVE WS-OLD-PERIOD-TOTAL TO PER-OLD-TOTAL
008730         MOVE WS-NEW-PERIOD-TOTAL TO PER-NEW-TOTAL
008732         IF WS-PERIOD-SUB = WS-LIVE-PERIOD
008734             SET WS-LIVE-IMPACT TO TRUE
008736             MOVE '** CURRENT PERIOD **' TO PER-LIVE-FLAG
008738         ELSE
008740             MOVE SPACES TO PER-LIVE-FLAG
008742         END-IF
008750         PERFORM 7050-CHECK-PAGE-BREAK THRU 7050-EXIT
008760         WRITE REPORT-LINE FROM WS-PERIOD-LINE
008770             AFTER ADVANCING 1 LINE
008810 6300-EXIT.
008820     EXIT.
008830
009070*--------------------------------------------------------------
009080* 7000-WRITE-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH A
009090* RUN-DATE/RUN-TIME HEADER, SAME STYLE AS CALENDAR'S REPORT.
