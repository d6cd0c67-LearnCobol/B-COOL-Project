000299*                     LOAD, SO THE ONLINE DQRY TRANSACTION
000300*                     (WHICH CANNOT OPEN A BATCH FILE) CAN
000301*                     FEED THE TABLE FROM A CICS-DEFINED FILE.
000302*   10/15/2026  DLH   4-4-5 FISCAL CALENDAR - THE APRIL-TO-MARCH
000303*                     MONTH RULE IN 5800-COMPUTE-FISCAL IS GONE.
000304*                     FISCAL YEAR AND PERIOD NOW COME FROM THE
000305*                     FISCAL-CALENDAR DEFINITION FILE (FISCAL DD,
000306*                     FISCDEFR LAYOUT, MAINTAINED BY FISCMNT),
000307*                     LOADED INTO A TABLE ON THE FIRST CALL NEXT
000308*                     TO THE HOLIDAY TABLE.  'DT' ALSO RETURNS
000309*                     THE PERIOD'S FIRST AND LAST DAY, AND A DATE
000310*                     IN NO DEFINED FISCAL YEAR COMES BACK RC
000311*                     '08'.  THE 'DD' PERIOD-CROSS FLAG FOLLOWS
000312*                     THE DEFINED PERIODS, AND COMES BACK 'U'
000313*                     WHEN EITHER END OF THE WALK IS IN NO
000314*                     DEFINED YEAR.  ADDED 'FL' (FEED ONE PERIOD,
000315*                     FOR DQRY) AND 'FP' (FIRST/LAST DAY OF A
000316*                     GIVEN PERIOD).
000317*   10/15/2026  DLH   CARRIER PICKUP SCHEDULES - A HOLIDAY FILE
000318*                     RECORD OF CLOSURE TYPE 'S' IS A WEEKLY
000319*                     PICKUP PATTERN (COL 18-22, 'Y'/'N' FOR
000320*                     MONDAY-FRIDAY) TAKING EFFECT ON ITS DATE,
000321*                     LOADED INTO A PICKUP TABLE BESIDE THE
000322*                     HOLIDAYS.  THE 'DD' AND 'SB' WALKS NOW
000323*                     COUNT ONLY DAYS THE CALENDAR'S CARRIER
000324*                     RUNS, A ZERO-OFFSET 'SB' BACKS UP TO THE
000325*                     LAST PICKUP DAY, 'HL' ACCEPTS A PATTERN,
000326*                     AND 'DT'/'HQ' RETURN THE PATTERN IN
000327*                     EFFECT AND WHETHER THE DATE IS A PICKUP
000328*                     DAY.  A CALENDAR WITH ONLY A PICKUP
000329*                     SCHEDULE ON FILE IS A KNOWN CALENDAR.
000330*   10/15/2026  DLH   DOCK CUTOFF - A HOLIDAY FILE RECORD OF
000331*                     CLOSURE TYPE 'C' IS A CALENDAR'S DOCK
000332*                     CUTOFF (HHMM IN COL 18-21) TAKING EFFECT
000333*                     ON ITS DATE, LOADED INTO A CUTOFF TABLE
000334*                     ('SHOP'S IS THE DEFAULT FOR A CALENDAR
000335*                     WITHOUT ONE).  GIVEN THE RECEIPT TIME IN
000336*                     DSRV-RECEIPT-TIME, 'DD', 'SB' AND 'ED'
000337*                     ROLL A RECEIPT LOGGED AFTER THE CUTOFF TO
000338*                     THE NEXT OPEN DAY BEFORE THEY START, AND
000339*                     RETURN THE CLOCK-START DATE.  ADDED 'CS'
000340*                     (CLOCK START ALONE); 'HL' ACCEPTS A
000341*                     CUTOFF.
000342*--------------------------------------------------------------
000343* FUNCTION: CALLABLE DATE SERVICES.  SEE THE DATESRVC COPYBOOK
000344*           FOR THE FUNCTION CODES AND PARAMETER FIELDS.  THE
000345*           HOLIDAY FILE (HOLIDAYS DD, OPTIONAL) IS LOADED
000346*           INTO A TABLE ON THE FIRST CALL OF THE RUN AND
000347*           HELD ACROSS CALLS, AS CALENDAR ALWAYS DID - UNLESS
000348*           THE FIRST CALL IS 'HL', WHICH MARKS A CALLER THAT
000349*           FEEDS THE TABLE ITSELF INSTEAD.  THE FISCAL-
000350*           CALENDAR FILE (FISCAL DD, OPTIONAL) IS LOADED THE
000351*           SAME WAY, AND AN 'HL' OR 'FL' FIRST CALL SKIPS
000352*           BOTH LOADS.  WITH NO FISCAL FILE EVERY FISCAL
000353*           ANSWER COMES BACK UNDEFINED (RC '08' FROM 'DT').
000354*--------------------------------------------------------------
000355
000356 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT OPTIONAL HOLIDAY-FILE ASSIGN TO HOLIDAYS
000390         ORGANIZATION IS LINE SEQUENTIAL.
000393     SELECT OPTIONAL FISCAL-FILE ASSIGN TO FISCAL
000396         ORGANIZATION IS LINE SEQUENTIAL.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000457* FILE IS
000460* OPTIONAL; IF IT IS NOT SUPPLIED NO HOLIDAYS ARE EXCLUDED
000465* FROM THE BUSINESS-DAY COUNT.
000466* A CLOSURE TYPE OF 'S' MARKS A CARRIER PICKUP SCHEDULE
000467* INSTEAD: THE DATE IS THE DAY IT TAKES EFFECT AND COL 18-22
000468* HOLD 'Y' OR 'N' FOR EACH WEEKDAY MONDAY THROUGH FRIDAY.  A
000469* CLOSURE TYPE OF 'C' MARKS A DOCK CUTOFF: THE DATE IS THE DAY
000470* IT TAKES EFFECT AND COL 18-21 HOLD THE CUTOFF TIME AS HHMM.
000471*--------------------------------------------------------------
000480 FD  HOLIDAY-FILE.
000490 01  HOLIDAY-RECORD.
000500     05  HOL-DATE                PIC 9(08).
000505     05  HOL-CAL-ID              PIC X(08).
000507     05  HOL-CLOSE-TYPE          PIC X(01).
000508     05  HOL-PICKUP-DAYS         PIC X(05).
000509     05  HOL-CUTOFF-TIME REDEFINES HOL-PICKUP-DAYS
000510                                 PIC X(04).
000511     05  FILLER                  PIC X(58).
000512
000513*--------------------------------------------------------------
000514* FISCAL-FILE - THE FISCAL-CALENDAR DEFINITION FILE, ONE RECORD
000515* PER FISCAL PERIOD WITH ITS FIRST AND LAST DAY (FISCDEFR).
000516* THE FILE IS OPTIONAL; IF IT IS NOT SUPPLIED NO DATE HAS A
000517* FISCAL PERIOD AND 'DT' ANSWERS RC '08'.
000518*--------------------------------------------------------------
000519 FD  FISCAL-FILE.
000520 COPY FISCDEFR.
000521
000530 WORKING-STORAGE SECTION.
000540*--------------------------------------------------------------
000550* FIRST-CALL SWITCH - THE HOLIDAY TABLE IS LOADED ONCE, ON THE
000820 77  WS-DUE-COUNT            PIC 9(03)V9 VALUE ZEROS COMP.
000830 77  WS-START-FY             PIC 9(04) VALUE ZEROS.
000840 77  WS-START-PERIOD         PIC 9(02) VALUE ZEROS.
000841*    SET WHEN THE START DATE OF A 'DD' WALK IS IN A DEFINED
000842*    FISCAL PERIOD - WITHOUT ONE THE CROSSING TEST CANNOT BE
000843*    MADE AND THE FLAG COMES BACK 'U'.
000844 77  WS-START-FISC-SW        PIC X(01) VALUE 'N'.
000845     88  WS-START-FISC-FOUND           VALUE 'Y'.
000846*    TODAY'S DATE, CAPTURED ON THE FIRST CALL OF THE RUN - THE
000847*    'SB' SHIP-BY FUNCTION COMPARES ITS RESULT AGAINST IT TO
000848*    FLAG A SHIP-BY DATE THAT HAS ALREADY PASSED.
000849 77  WS-TODAY-DATE           PIC 9(08) VALUE ZEROS.
000850
000860*--------------------------------------------------------------
000870* HOLIDAY TABLE AND BUSINESS-DAY WORKING STORAGE - CARRIED
001480     05  WS-WEEKDAY-NAME     PIC X(09) OCCURS 7 TIMES.
001490
001500*--------------------------------------------------------------
001510* FISCAL-PERIOD TABLE - THE FISCAL FILE, LOADED ONCE AT FIRST
001520* CALL LIKE THE HOLIDAY TABLE (600 PERIODS IS FIFTY YEARS OF
001530* TWELVE).  A DATE'S FISCAL YEAR/PERIOD IS THE ENTRY WHOSE
001540* FIRST-TO-LAST-DAY RANGE HOLDS IT.  THE ENTRY LAST MATCHED IS
001550* TRIED FIRST, SINCE A BATCH CALLER ASKS ABOUT THE SAME PERIOD
001551* MANY TIMES IN A ROW.
001552*--------------------------------------------------------------
001553 77  WS-FISC-EOF-SW          PIC X(01) VALUE 'N'.
001554     88  WS-FISC-EOF                   VALUE 'Y'.
001555 77  WS-FISC-COUNT           PIC 9(04) VALUE ZEROS COMP.
001556 77  WS-FISC-LAST-SUB        PIC 9(04) VALUE ZEROS COMP.
001557
001558 01  WS-FISC-TABLE.
001559     05  WS-FISC-ENTRY OCCURS 1 TO 600 TIMES
001560             DEPENDING ON WS-FISC-COUNT
001561             INDEXED BY WS-FISC-IDX.
001562         10  WS-FISC-TAB-YEAR    PIC 9(04).
001563         10  WS-FISC-TAB-PERIOD  PIC 9(02).
001564         10  WS-FISC-TAB-START   PIC 9(08).
001565         10  WS-FISC-TAB-END     PIC 9(08).
001566
001567*    LOOKUP ARGUMENT (THE DATE TO PLACE) AND ANSWER (THE
001568*    FISCAL YEAR, PERIOD AND PERIOD BOUNDS IT FALLS IN).
001569 77  WS-FISC-DATE            PIC 9(08) VALUE ZEROS.
001570 77  WS-FISC-FOUND-SW        PIC X(01) VALUE 'N'.
001571     88  WS-FISC-FOUND                 VALUE 'Y'.
001580 77  WS-FISCAL-YEAR          PIC 9(04) VALUE ZEROS.
001590 77  WS-FISCAL-PERIOD        PIC 9(02) VALUE ZEROS.
001593 77  WS-FISCAL-START         PIC 9(08) VALUE ZEROS.
001596 77  WS-FISCAL-END           PIC 9(08) VALUE ZEROS.
001600
001601*--------------------------------------------------------------
001602* PICKUP-SCHEDULE TABLE - THE 'S' RECORDS OF THE HOLIDAY FILE,
001603* HELD APART FROM THE CLOSURES SO THEY TAKE NONE OF THE 1830
001604* HOLIDAY SLOTS.  THE SCHEDULE IN EFFECT FOR A CALENDAR ON A
001605* DATE IS ITS ENTRY WITH THE LATEST EFFECTIVE DATE NOT AFTER
001606* THAT DATE; WITH NONE THE CARRIER RUNS EVERY WEEKDAY.
001607*--------------------------------------------------------------
001608 77  WS-PICKUP-COUNT         PIC 9(04) VALUE ZEROS COMP.
001609
001610 01  WS-PICKUP-TABLE.
001611     05  WS-PICKUP-ENTRY OCCURS 1 TO 200 TIMES
001612             DEPENDING ON WS-PICKUP-COUNT
001613             INDEXED BY WS-PICKUP-IDX.
001614         10  WS-PICKUP-CAL-ID    PIC X(08).
001615         10  WS-PICKUP-EFF-DATE  PIC 9(08).
001616         10  WS-PICKUP-TAB-DAYS  PIC X(05).
001617
001618*    THE PATTERN IN EFFECT FOR WS-WORK-CAL-ID ON
001619*    WS-LOOP-YYYYMMDD, AS FOUND BY 5300-FIND-PICKUP-PATTERN -
001620*    ONE BYTE PER WEEKDAY, SO WS-WEEKDAY-NUM + 1 INDEXES IT.
001621 01  WS-PICKUP-PATTERN           PIC X(05) VALUE 'YYYYY'.
001622 01  WS-PICKUP-PATTERN-R REDEFINES WS-PICKUP-PATTERN.
001623     05  WS-PICKUP-DAY           PIC X(01) OCCURS 5 TIMES.
001624 77  WS-PICKUP-BEST-DATE     PIC 9(08) VALUE ZEROS.
001625 77  WS-PICKUP-SCHED-SW      PIC X(01) VALUE 'N'.
001626     88  WS-PICKUP-SCHED-FOUND         VALUE 'Y'.
001627*    A PATTERN OFFERED BY THE FILE OR AN 'HL' CALL, CHECKED BY
001628*    5320-CHECK-PICKUP-DAYS - EVERY BYTE 'Y' OR 'N' AND AT
001629*    LEAST ONE 'Y', SO A ZERO-OFFSET SHIP-BY BACK-UP ENDS.
001630 77  WS-PICKUP-NEW-DAYS      PIC X(05) VALUE SPACES.
001631 77  WS-PICKUP-Y-COUNT       PIC 9(02) VALUE ZEROS COMP.
001632 77  WS-PICKUP-N-COUNT       PIC 9(02) VALUE ZEROS COMP.
001633 77  WS-PICKUP-VALID-SW      PIC X(01) VALUE 'N'.
001634     88  WS-PICKUP-DAYS-VALID          VALUE 'Y'.
001635*    SET BY 3680-TEST-PICKUP-DAY WHEN THE DAY IN
001636*    WS-LOOP-INTEGER IS ONE THE CARRIER RUNS AND THE DOCK IS
001637*    OPEN AT LEAST HALF THE DAY.
001638 77  WS-PICKUP-DAY-SW        PIC X(01) VALUE 'N'.
001639     88  WS-IS-PICKUP-DAY              VALUE 'Y'.
001640
001641*--------------------------------------------------------------
001642* DOCK-CUTOFF TABLE - THE 'C' RECORDS OF THE HOLIDAY FILE, HELD
001643* APART FROM THE CLOSURES LIKE THE PICKUP SCHEDULES.  THE
001644* CUTOFF IN EFFECT FOR A CALENDAR ON A DATE IS ITS ENTRY WITH
001645* THE LATEST EFFECTIVE DATE NOT AFTER THAT DATE, ELSE 'SHOP'S
001646* THE SAME WAY; WITH NEITHER NO RECEIPT IS ROLLED.
001647*--------------------------------------------------------------
001648 77  WS-CUTOFF-COUNT         PIC 9(04) VALUE ZEROS COMP.
001649
001650 01  WS-CUTOFF-TABLE.
001651     05  WS-CUTOFF-ENTRY OCCURS 1 TO 200 TIMES
001652             DEPENDING ON WS-CUTOFF-COUNT
001653             INDEXED BY WS-CUTOFF-IDX.
001654         10  WS-CUTOFF-CAL-ID    PIC X(08).
001655         10  WS-CUTOFF-EFF-DATE  PIC 9(08).
001656         10  WS-CUTOFF-TAB-TIME  PIC X(04).
001657
001658*    THE CUTOFF IN EFFECT ON WS-LOOP-YYYYMMDD AS FOUND BY
001659*    5410-FIND-CUTOFF (SPACES WHEN NONE), AND THE CALENDAR
001660*    BEING SEARCHED - THE CALL'S OWN, THEN 'SHOP'.
001661 77  WS-CUTOFF-TIME          PIC X(04) VALUE SPACES.
001662 77  WS-CUTOFF-BEST-DATE     PIC 9(08) VALUE ZEROS.
001663 77  WS-CUTOFF-SEARCH-CAL    PIC X(08) VALUE SPACES.
001664*    A TIME OF DAY OFFERED AS HHMM, CHECKED BY 5440-CHECK-TIME.
001665 01  WS-TIME-CHECK           PIC X(04) VALUE SPACES.
001666 01  WS-TIME-CHECK-R REDEFINES WS-TIME-CHECK.
001667     05  WS-TIME-HH          PIC 9(02).
001668     05  WS-TIME-MM          PIC 9(02).
001669 77  WS-TIME-VALID-SW        PIC X(01) VALUE 'N'.
001670     88  WS-TIME-VALID                 VALUE 'Y'.
001671*    SET BY 5430-NEXT-OPEN-DAY WHEN THE DAY IN WS-LOOP-INTEGER
001672*    IS A WEEKDAY THE CALENDAR IS OPEN AT LEAST HALF THE DAY.
001673 77  WS-OPEN-DAY-SW          PIC X(01) VALUE 'N'.
001674     88  WS-IS-OPEN-DAY                VALUE 'Y'.
001675
001676 LINKAGE SECTION.
001677 COPY DATESRVC.
001678
001679 PROCEDURE DIVISION USING DATESRV-PARMS.
001680*--------------------------------------------------------------
001681* 0000-DISPATCH - LOADS THE HOLIDAY AND FISCAL TABLES ON THE
001682* FIRST CALL OF THE RUN (SKIPPED WHEN THAT CALL IS 'HL' OR 'FL'
001683* - THE CALLER FEEDS THE TABLES ITSELF), CHECKS THE REQUESTED
001684* CALENDAR IS IN THE TABLE, THEN ROUTES THE REQUEST BY
001685* FUNCTION CODE.
001686*--------------------------------------------------------------
001690 0000-DISPATCH.
001700     IF WS-FIRST-TIME
001702         IF NOT DSRV-FUNC-HOL-LOAD
001706                 AND NOT DSRV-FUNC-FISC-LOAD
001710             PERFORM 1100-LOAD-HOLIDAYS THRU 1100-EXIT
001711             PERFORM 1200-LOAD-FISCAL THRU 1200-EXIT
001712         END-IF
001715         ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
001720         MOVE 'N' TO WS-FIRST-TIME-SW
001760     MOVE SPACES TO DSRV-ERROR-MESSAGE.
001762     IF DSRV-FUNC-RESOLVE OR DSRV-FUNC-DUE-DATE
001764             OR DSRV-FUNC-SHIP-BY OR DSRV-FUNC-DAY-QUERY
001765             OR DSRV-FUNC-CLOCK-START
001766         PERFORM 1300-CHECK-CALENDAR-KNOWN THRU 1300-EXIT
001768     END-IF.
001770     EVALUATE TRUE
001854             PERFORM 3650-SHIP-BY-FUNCTION THRU 3650-EXIT
001856         WHEN DSRV-FUNC-HOL-LOAD
001858             PERFORM 3800-HOL-LOAD-FUNCTION THRU 3800-EXIT
001859         WHEN DSRV-FUNC-FISC-LOAD
001860             PERFORM 3850-FISC-LOAD-FUNCTION THRU 3850-EXIT
001861         WHEN DSRV-FUNC-PERIOD-QUERY
001862             PERFORM 3900-PERIOD-QUERY-FUNCTION THRU 3900-EXIT
001863         WHEN DSRV-FUNC-DAY-QUERY
001870             PERFORM 3700-DAY-QUERY-FUNCTION THRU 3700-EXIT
001873         WHEN DSRV-FUNC-CLOCK-START
001876             PERFORM 3950-CLOCK-START-FUNCTION THRU 3950-EXIT
001880         WHEN OTHER
001890             MOVE '12' TO DSRV-RETURN-CODE
001900             MOVE "INVALID DATESRV FUNCTION CODE"
002230     EXIT.
002240
002250 1120-STORE-HOLIDAY.
002251     IF HOL-CLOSE-TYPE = 'S'
002252         PERFORM 1130-STORE-PICKUP THRU 1130-EXIT
002253         PERFORM 1110-READ-HOLIDAY THRU 1110-EXIT
002254         GO TO 1120-EXIT
002255     END-IF.
002256     IF HOL-CLOSE-TYPE = 'C'
002257         PERFORM 1140-STORE-CUTOFF THRU 1140-EXIT
002258         PERFORM 1110-READ-HOLIDAY THRU 1110-EXIT
002259         GO TO 1120-EXIT
002260     END-IF.
002261     ADD 1 TO WS-HOLIDAY-COUNT.
002270     MOVE HOL-DATE TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT).
002272     IF HOL-CAL-ID = SPACES
002274         MOVE 'SHOP' TO WS-HOLIDAY-CAL-ID(WS-HOLIDAY-COUNT)
002284     PERFORM 1110-READ-HOLIDAY THRU 1110-EXIT.
002290 1120-EXIT.
002300     EXIT.
002301
002302*--------------------------------------------------------------
002303* 1130-STORE-PICKUP - FILES ONE 'S' RECORD IN THE PICKUP TABLE.
002304* A PATTERN THAT IS NOT ALL 'Y'/'N' OR HAS NO PICKUP DAY, OR
002305* ONE PAST THE TABLE'S 200 ENTRIES, IS LEFT OUT WITH A CONSOLE
002306* WARNING - THE CARRIER THEN WALKS ON THE SCHEDULE BEFORE IT.
002307*--------------------------------------------------------------
002308 1130-STORE-PICKUP.
002309     MOVE HOL-PICKUP-DAYS TO WS-PICKUP-NEW-DAYS.
002310     PERFORM 5320-CHECK-PICKUP-DAYS THRU 5320-EXIT.
002311     IF NOT WS-PICKUP-DAYS-VALID
002312         DISPLAY "WARNING - PICKUP SCHEDULE " HOL-DATE " "
002313             HOL-CAL-ID " HAS NO VALID PICKUP DAYS, IGNORED"
002314         GO TO 1130-EXIT
002315     END-IF.
002316     IF WS-PICKUP-COUNT = 200
002317         DISPLAY "WARNING - PICKUP TABLE FULL, SCHEDULE "
002318             HOL-DATE " " HOL-CAL-ID " IGNORED"
002319         GO TO 1130-EXIT
002320     END-IF.
002321     ADD 1 TO WS-PICKUP-COUNT.
002322     MOVE HOL-DATE TO WS-PICKUP-EFF-DATE(WS-PICKUP-COUNT).
002323     IF HOL-CAL-ID = SPACES
002324         MOVE 'SHOP' TO WS-PICKUP-CAL-ID(WS-PICKUP-COUNT)
002325     ELSE
002326         MOVE HOL-CAL-ID TO WS-PICKUP-CAL-ID(WS-PICKUP-COUNT)
002327     END-IF.
002328     MOVE WS-PICKUP-NEW-DAYS
002329         TO WS-PICKUP-TAB-DAYS(WS-PICKUP-COUNT).
002330 1130-EXIT.
002331     EXIT.
002332
002333*--------------------------------------------------------------
002334* 1140-STORE-CUTOFF - FILES ONE 'C' RECORD IN THE CUTOFF TABLE.
002335* A TIME THAT IS NOT A VALID HHMM, OR ONE PAST THE TABLE'S 200
002336* ENTRIES, IS LEFT OUT WITH A CONSOLE WARNING - THE CALENDAR
002337* THEN KEEPS THE CUTOFF BEFORE IT.
002338*--------------------------------------------------------------
002339 1140-STORE-CUTOFF.
002340     MOVE HOL-CUTOFF-TIME TO WS-TIME-CHECK.
002341     PERFORM 5440-CHECK-TIME THRU 5440-EXIT.
002342     IF NOT WS-TIME-VALID
002343         DISPLAY "WARNING - DOCK CUTOFF " HOL-DATE " "
002344             HOL-CAL-ID " TIME NOT HHMM, IGNORED"
002345         GO TO 1140-EXIT
002346     END-IF.
002347     IF WS-CUTOFF-COUNT = 200
002348         DISPLAY "WARNING - CUTOFF TABLE FULL, CUTOFF "
002349             HOL-DATE " " HOL-CAL-ID " IGNORED"
002350         GO TO 1140-EXIT
002351     END-IF.
002352     ADD 1 TO WS-CUTOFF-COUNT.
002353     MOVE HOL-DATE TO WS-CUTOFF-EFF-DATE(WS-CUTOFF-COUNT).
002354     IF HOL-CAL-ID = SPACES
002355         MOVE 'SHOP' TO WS-CUTOFF-CAL-ID(WS-CUTOFF-COUNT)
002356     ELSE
002357         MOVE HOL-CAL-ID TO WS-CUTOFF-CAL-ID(WS-CUTOFF-COUNT)
002358     END-IF.
002359     MOVE WS-TIME-CHECK TO WS-CUTOFF-TAB-TIME(WS-CUTOFF-COUNT).
002360 1140-EXIT.
002361     EXIT.
002362
002363*--------------------------------------------------------------
002364* 1200-LOAD-FISCAL - READS THE OPTIONAL FISCAL-CALENDAR FILE
002365* ONCE AT FIRST CALL INTO THE FISCAL-PERIOD TABLE, THE SAME WAY
002366* 1100 LOADS THE HOLIDAYS.  FISCMNT WRITES THE FILE IN YEAR AND
002367* PERIOD ORDER AND HAS ALREADY CHECKED THE PERIODS DO NOT
002368* OVERLAP, SO THE RECORDS ARE TAKEN AS THEY COME.
002369*--------------------------------------------------------------
002370 1200-LOAD-FISCAL.
002371     MOVE ZEROS TO WS-FISC-COUNT.
002372     MOVE ZEROS TO WS-FISC-LAST-SUB.
002373     OPEN INPUT FISCAL-FILE.
002374     PERFORM 1210-READ-FISCAL THRU 1210-EXIT.
002375     PERFORM 1220-STORE-FISCAL THRU 1220-EXIT
002376         UNTIL WS-FISC-EOF
002377         OR WS-FISC-COUNT = 600.
002378     IF WS-FISC-COUNT = 600 AND NOT WS-FISC-EOF
002379         DISPLAY "WARNING - FISCAL FILE HAS MORE THAN 600 "
002380             "PERIODS, REMAINDER IGNORED"
002381     END-IF.
002382     CLOSE FISCAL-FILE.
002383 1200-EXIT.
002384     EXIT.
002385
002386 1210-READ-FISCAL.
002387     READ FISCAL-FILE
002388         AT END
002389             SET WS-FISC-EOF TO TRUE
002390     END-READ.
002391 1210-EXIT.
002392     EXIT.
002393
002394 1220-STORE-FISCAL.
002395     ADD 1 TO WS-FISC-COUNT.
002396     MOVE FPD-FISCAL-YEAR TO WS-FISC-TAB-YEAR(WS-FISC-COUNT).
002397     MOVE FPD-PERIOD      TO WS-FISC-TAB-PERIOD(WS-FISC-COUNT).
002398     MOVE FPD-START-DATE  TO WS-FISC-TAB-START(WS-FISC-COUNT).
002399     MOVE FPD-END-DATE    TO WS-FISC-TAB-END(WS-FISC-COUNT).
002400     PERFORM 1210-READ-FISCAL THRU 1210-EXIT.
002401 1220-EXIT.
002402     EXIT.
002403
002404*--------------------------------------------------------------
002405* 1300-CHECK-CALENDAR-KNOWN - A NON-SHOP CALENDAR-ID THAT
002406* MATCHES NO ENTRY IN THE LOADED TABLES (HOLIDAYS OR PICKUP
002407* SCHEDULES) COMES BACK RC '08' INSTEAD OF QUIETLY COMPUTING
002408* EVERY WALK WITH NO CLOSURES - A DISPATCH TYPO (OR AN OLD-
002409* LAYOUT REJECTS FILE RESUBMITTED AS DATEIN) WOULD OTHERWISE
002410* CACHE DAY-OFF FIGURES.
002411*--------------------------------------------------------------
002412 1300-CHECK-CALENDAR-KNOWN.
002413     IF WS-WORK-CAL-ID = 'SHOP'
002414         GO TO 1300-EXIT
002415     END-IF.
002416     MOVE 'N' TO WS-CAL-KNOWN-SW.
002417     IF WS-HOLIDAY-COUNT > 0
002418         SET WS-HOLIDAY-IDX TO 1
002419         SEARCH WS-HOLIDAY-ENTRY
002420             AT END
002421                 CONTINUE
002422             WHEN WS-HOLIDAY-CAL-ID(WS-HOLIDAY-IDX)
002423                 = WS-WORK-CAL-ID
002424                 MOVE 'Y' TO WS-CAL-KNOWN-SW
002425         END-SEARCH
002426     END-IF.
002427     IF NOT WS-CAL-KNOWN AND WS-PICKUP-COUNT > 0
002428         SET WS-PICKUP-IDX TO 1
002429         SEARCH WS-PICKUP-ENTRY
002430             AT END
002431                 CONTINUE
002432             WHEN WS-PICKUP-CAL-ID(WS-PICKUP-IDX)
002433                 = WS-WORK-CAL-ID
002434                 MOVE 'Y' TO WS-CAL-KNOWN-SW
002435         END-SEARCH
002436     END-IF.
002437     IF NOT WS-CAL-KNOWN AND WS-CUTOFF-COUNT > 0
002438         SET WS-CUTOFF-IDX TO 1
002439         SEARCH WS-CUTOFF-ENTRY
002440             AT END
002441                 CONTINUE
002442             WHEN WS-CUTOFF-CAL-ID(WS-CUTOFF-IDX)
002443                 = WS-WORK-CAL-ID
002444                 MOVE 'Y' TO WS-CAL-KNOWN-SW
002445         END-SEARCH
002446     END-IF.
002447     IF NOT WS-CAL-KNOWN
002448         MOVE '08' TO DSRV-RETURN-CODE
002449         MOVE "INVALID - UNKNOWN HOLIDAY CALENDAR"
002450             TO DSRV-ERROR-MESSAGE
002451     END-IF.
002452 1300-EXIT.
002453     EXIT.
002454
002455*--------------------------------------------------------------
002456* 2000-VALIDATE-FUNCTION - RUNS THE IMPOSSIBLE-YEAR/MONTH/DAY
002457* CHECKS ON DSRV-INPUT-DATE AND SETS THE RETURN CODE AND ERROR
002458* MESSAGE.  EVERY OTHER FUNCTION STARTS HERE TOO.
002459*--------------------------------------------------------------
002460 2000-VALIDATE-FUNCTION.
002461     MOVE DSRV-INPUT-DATE TO YYYYMMDDItem.
002462     MOVE YYYYMMDDItem TO inputDate.
002463     MOVE yyyy TO WS-VAL-YYYY.
002464     MOVE mm   TO WS-VAL-MM.
002465     MOVE dd   TO WS-VAL-DD.
002466     PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT.
002467     IF WS-DATE-INVALID
002468         MOVE '08' TO DSRV-RETURN-CODE
002469         MOVE WS-ERROR-MESSAGE TO DSRV-ERROR-MESSAGE
002470     END-IF.
002480 2000-EXIT.
002490     EXIT.
002500
002510*--------------------------------------------------------------
002520* 3000-RESOLVE-FUNCTION - THE FULL DATE RESOLVE: VALIDATION,
002530* DAY-OF-YEAR, BUSINESS-DAY-OF-YEAR, FISCAL YEAR/PERIOD WITH
002540* THE PERIOD'S FIRST AND LAST DAY, WEEKDAY AND HOLIDAY FLAG.
002543* A DATE IN NO DEFINED FISCAL YEAR COMES BACK RC '08' WITH
002546* ZERO FISCAL FIELDS BUT EVERY OTHER FIGURE STILL FILLED.
002550*--------------------------------------------------------------
002560 3000-RESOLVE-FUNCTION.
002570     PERFORM 2000-VALIDATE-FUNCTION THRU 2000-EXIT.
002620     MOVE dayoftheyear TO DSRV-DAY-OF-YEAR.
002630     PERFORM 5200-COMPUTE-BUSINESS-DAY THRU 5200-EXIT.
002640     MOVE WS-BUSINESS-DAY-OF-YEAR TO DSRV-BUS-DAY-OF-YEAR.
002700     PERFORM 5900-DERIVE-DAY-FACTS THRU 5900-EXIT.
002701     MOVE DSRV-INPUT-DATE TO WS-FISC-DATE.
002702     PERFORM 5800-LOOKUP-FISCAL THRU 5800-EXIT.
002703     MOVE WS-FISCAL-YEAR   TO DSRV-FISCAL-YEAR.
002704     MOVE WS-FISCAL-PERIOD TO DSRV-FISCAL-PERIOD.
002705     MOVE WS-FISCAL-START  TO DSRV-PERIOD-START.
002706     MOVE WS-FISCAL-END    TO DSRV-PERIOD-END.
002707     IF NOT WS-FISC-FOUND
002708         MOVE '08' TO DSRV-RETURN-CODE
002709         MOVE "INVALID - DATE IN NO DEFINED FISCAL YEAR"
002710             TO DSRV-ERROR-MESSAGE
002711     END-IF.
002712 3000-EXIT.
002720     EXIT.
002730
002740*--------------------------------------------------------------
002750* 3500-ELAPSED-FUNCTION - CALENDAR DAYS FROM DSRV-INPUT-DATE
002760* TO DSRV-COMPARE-DATE.  A ZERO COMPARE DATE MEANS NO SECOND
002770* DATE WAS GIVEN, SO THE ANSWER COMES BACK ZERO WITH A CLEAN
002780* RETURN CODE, MATCHING THE BEHAVIOR CALENDAR ALWAYS HAD.  A
002783* RECEIPT LOGGED AFTER THE DOCK CUTOFF COUNTS FROM ITS CLOCK-
002786* START DATE (5400-APPLY-DOCK-CUTOFF).
002790*--------------------------------------------------------------
002800 3500-ELAPSED-FUNCTION.
002810     MOVE ZEROS TO DSRV-ELAPSED-DAYS.
002860     IF NOT DSRV-RC-OK
002870         GO TO 3500-EXIT
002880     END-IF.
002882     PERFORM 5400-APPLY-DOCK-CUTOFF THRU 5400-EXIT.
002884     IF NOT DSRV-RC-OK
002886         GO TO 3500-EXIT
002888     END-IF.
002890     COMPUTE WS-INPUT-INTEGER =
002900         FUNCTION INTEGER-OF-DATE(DSRV-CLOCK-START).
002910     MOVE DSRV-COMPARE-DATE TO YYYYMMDDItem.
002920     MOVE YYYYMMDDItem TO inputDate.
002930     MOVE yyyy TO WS-VAL-YYYY.
003170* BY DSRV-OFFSET-DAYS BUSINESS DAYS, SKIPPING WEEKENDS AND THE
003180* HOLIDAY TABLE, AND RETURNS THE RESULTING DUE DATE, ITS
003190* WEEKDAY, AND A FLAG WHEN THE DUE DATE LANDS IN A DIFFERENT
003200* FISCAL PERIOD THAN THE START DATE ('U' WHEN EITHER DATE IS
003206* IN NO DEFINED FISCAL YEAR - THE WALK ITSELF IS STILL GOOD).
003212* A ZERO OFFSET RETURNS THE START DATE ITSELF.  FOR A CARRIER
003214* CALENDAR WITH A PICKUP SCHEDULE ONLY THE DAYS THE CARRIER
003216* RUNS ARE COUNTED (5230-CHECK-WALK-DAY).  A RECEIPT LOGGED
003218* AFTER THE DOCK CUTOFF WALKS FROM ITS CLOCK-START DATE.
003220*--------------------------------------------------------------
003230 3600-DUE-DATE-FUNCTION.
003240     MOVE ZEROS TO DSRV-RESULT-DATE.
003280     IF NOT DSRV-RC-OK
003290         GO TO 3600-EXIT
003300     END-IF.
003302     PERFORM 5400-APPLY-DOCK-CUTOFF THRU 5400-EXIT.
003304     IF NOT DSRV-RC-OK
003306         GO TO 3600-EXIT
003308     END-IF.
003310     MOVE DSRV-CLOCK-START TO WS-FISC-DATE.
003330     PERFORM 5800-LOOKUP-FISCAL THRU 5800-EXIT.
003335     MOVE WS-FISC-FOUND-SW TO WS-START-FISC-SW.
003340     MOVE WS-FISCAL-YEAR   TO WS-START-FY.
003350     MOVE WS-FISCAL-PERIOD TO WS-START-PERIOD.
003360     COMPUTE WS-LOOP-INTEGER =
003460     MOVE WS-WEEKDAY-NUM TO DSRV-WEEKDAY-NUM.
003470     MOVE WS-WEEKDAY-NAME(WS-WEEKDAY-NUM + 1)
003480         TO DSRV-WEEKDAY-NAME.
003490     MOVE WS-LOOP-YYYYMMDD TO WS-FISC-DATE.
003520     PERFORM 5800-LOOKUP-FISCAL THRU 5800-EXIT.
003522     IF NOT WS-FISC-FOUND OR NOT WS-START-FISC-FOUND
003524         MOVE 'U' TO DSRV-PERIOD-CROSS
003526         GO TO 3600-EXIT
003528     END-IF.
003530     IF WS-FISCAL-YEAR NOT = WS-START-FY
003540             OR WS-FISCAL-PERIOD NOT = WS-START-PERIOD
003550         MOVE 'Y' TO DSRV-PERIOD-CROSS
003640     IF WS-WEEKDAY-NUM < 5
003650         MOVE FUNCTION DATE-OF-INTEGER(WS-LOOP-INTEGER)
003660             TO WS-LOOP-YYYYMMDD
003670         PERFORM 5230-CHECK-WALK-DAY THRU 5230-EXIT
003680         IF NOT WS-LOOP-IS-HOLIDAY
003690             ADD 1 TO WS-DUE-COUNT
003692         ELSE
003746* THE LATEST START (SHIP-BY) DATE WITH ITS WEEKDAY, PLUS
003747* DSRV-DATE-PASSED = 'Y' WHEN THE SHIP-BY DATE IS ALREADY
003748* BEHIND TODAY'S DATE.  A ZERO OFFSET RETURNS THE DEADLINE
003749* ITSELF, MIRRORING THE 'DD' FORWARD WALK - EXCEPT THAT UNDER
003750* A PICKUP SCHEDULE A DEADLINE ON A DAY THE CARRIER DOES NOT
003751* RUN (OR THE DOCK IS SHUT) BACKS UP TO THE LAST DAY BEFORE IT
003752* THAT THE CARRIER CAN TAKE THE FREIGHT.  THE WALK ITSELF
003753* COUNTS ONLY DAYS THE CARRIER RUNS, FROM THE CLOCK-START DATE
003754* WHEN A RECEIPT TIME PAST THE DOCK CUTOFF WAS GIVEN.
003755*--------------------------------------------------------------
003756 3650-SHIP-BY-FUNCTION.
003757     MOVE ZEROS TO DSRV-RESULT-DATE.
003758     MOVE SPACES TO DSRV-WEEKDAY-NAME.
003759     MOVE 'N' TO DSRV-DATE-PASSED.
003760     PERFORM 2000-VALIDATE-FUNCTION THRU 2000-EXIT.
003761     IF NOT DSRV-RC-OK
003762         GO TO 3650-EXIT
003763     END-IF.
003764     PERFORM 5400-APPLY-DOCK-CUTOFF THRU 5400-EXIT.
003765     IF NOT DSRV-RC-OK
003766         GO TO 3650-EXIT
003767     END-IF.
003768     COMPUTE WS-LOOP-INTEGER =
003769         FUNCTION INTEGER-OF-DATE(YYYYMMDDItem).
003770     MOVE ZEROS TO WS-DUE-COUNT.
003771     PERFORM 3660-WALK-BACK-ONE-BUS-DAY THRU 3660-EXIT
003772         UNTIL WS-DUE-COUNT >= DSRV-OFFSET-DAYS.
003773     IF DSRV-OFFSET-DAYS = 0
003774         PERFORM 3670-BACK-TO-PICKUP-DAY THRU 3670-EXIT
003775     END-IF.
003776     MOVE FUNCTION DATE-OF-INTEGER(WS-LOOP-INTEGER)
003777         TO WS-LOOP-YYYYMMDD.
003778     MOVE WS-LOOP-YYYYMMDD TO DSRV-RESULT-DATE.
003779     COMPUTE WS-WEEKDAY-NUM =
003780         FUNCTION MOD(WS-LOOP-INTEGER - 1, 7).
003781     MOVE WS-WEEKDAY-NUM TO DSRV-WEEKDAY-NUM.
003782     MOVE WS-WEEKDAY-NAME(WS-WEEKDAY-NUM + 1)
003783         TO DSRV-WEEKDAY-NAME.
003784     IF WS-LOOP-YYYYMMDD < WS-TODAY-DATE
003785         MOVE 'Y' TO DSRV-DATE-PASSED
003786     END-IF.
003787 3650-EXIT.
003788     EXIT.
003789
003790 3660-WALK-BACK-ONE-BUS-DAY.
003791     SUBTRACT 1 FROM WS-LOOP-INTEGER.
003792     COMPUTE WS-WEEKDAY-NUM =
003793         FUNCTION MOD(WS-LOOP-INTEGER - 1, 7).
003794     IF WS-WEEKDAY-NUM < 5
003795         MOVE FUNCTION DATE-OF-INTEGER(WS-LOOP-INTEGER)
003796             TO WS-LOOP-YYYYMMDD
003797         PERFORM 5230-CHECK-WALK-DAY THRU 5230-EXIT
003798         IF NOT WS-LOOP-IS-HOLIDAY
003799             ADD 1 TO WS-DUE-COUNT
003800         ELSE
003801             IF WS-LOOP-IS-HALF-DAY
003802                 ADD 0.5 TO WS-DUE-COUNT
003803             END-IF
003804         END-IF
003805     END-IF.
003806 3660-EXIT.
003807     EXIT.
003808
003809*--------------------------------------------------------------
003810* 3670-BACK-TO-PICKUP-DAY - ZERO-OFFSET SHIP-BY UNDER A PICKUP
003811* SCHEDULE: STEPS WS-LOOP-INTEGER BACK FROM THE DEADLINE TO THE
003812* LATEST WEEKDAY THE CARRIER RUNS AND THE DOCK IS OPEN AT LEAST
003813* HALF THE DAY.  EVERY SCHEDULE HAS A PICKUP DAY AND DAYS
003814* BEFORE THE FIRST SCHEDULE ARE ALL PICKUP DAYS, SO THE LOOP
003815* ENDS.  WITH NO SCHEDULE IN EFFECT THE DEADLINE STANDS.
003816*--------------------------------------------------------------
003817 3670-BACK-TO-PICKUP-DAY.
003818     MOVE FUNCTION DATE-OF-INTEGER(WS-LOOP-INTEGER)
003819         TO WS-LOOP-YYYYMMDD.
003820     PERFORM 5300-FIND-PICKUP-PATTERN THRU 5300-EXIT.
003821     IF NOT WS-PICKUP-SCHED-FOUND
003822         GO TO 3670-EXIT
003823     END-IF.
003824     PERFORM 3680-TEST-PICKUP-DAY THRU 3680-EXIT.
003825     PERFORM 3690-BACK-ONE-DAY THRU 3690-EXIT
003826         UNTIL WS-IS-PICKUP-DAY.
003827 3670-EXIT.
003828     EXIT.
003829
003830 3680-TEST-PICKUP-DAY.
003831     MOVE 'N' TO WS-PICKUP-DAY-SW.
003832     COMPUTE WS-WEEKDAY-NUM =
003833         FUNCTION MOD(WS-LOOP-INTEGER - 1, 7).
003834     IF WS-WEEKDAY-NUM > 4
003835         GO TO 3680-EXIT
003836     END-IF.
003837     MOVE FUNCTION DATE-OF-INTEGER(WS-LOOP-INTEGER)
003838         TO WS-LOOP-YYYYMMDD.
003839     PERFORM 5230-CHECK-WALK-DAY THRU 5230-EXIT.
003840     IF NOT WS-LOOP-IS-HOLIDAY OR WS-LOOP-IS-HALF-DAY
003841         MOVE 'Y' TO WS-PICKUP-DAY-SW
003842     END-IF.
003843 3680-EXIT.
003844     EXIT.
003845
003846 3690-BACK-ONE-DAY.
003847     SUBTRACT 1 FROM WS-LOOP-INTEGER.
003848     PERFORM 3680-TEST-PICKUP-DAY THRU 3680-EXIT.
003849 3690-EXIT.
003850     EXIT.
003851
003852*--------------------------------------------------------------
003853* 3700-DAY-QUERY-FUNCTION - WEEKDAY AND HOLIDAY FLAG FOR ONE
003854* DATE, WITHOUT THE BUSINESS-DAY WALK.
003855*--------------------------------------------------------------
003856 3700-DAY-QUERY-FUNCTION.
003857     PERFORM 2000-VALIDATE-FUNCTION THRU 2000-EXIT.
003858     IF DSRV-RC-OK
003859         COMPUTE integerDate =
003860             FUNCTION INTEGER-OF-DATE(YYYYMMDDItem)
003861         PERFORM 5900-DERIVE-DAY-FACTS THRU 5900-EXIT
003862     END-IF.
003863 3700-EXIT.
003864     EXIT.
003880
003881*--------------------------------------------------------------
003882* 3800-HOL-LOAD-FUNCTION - APPENDS ONE CALLER-SUPPLIED HOLIDAY
003887* CANNOT OPEN THE BATCH HOLIDAYS DD.  A FULL TABLE COMES BACK
003888* RC '08' RATHER THAN THE BATCH LOAD'S CONSOLE WARNING.  THE
003889* BUSINESS-DAY CACHE IS DROPPED - ITS COUNTS PREDATE THE NEW
003890* ENTRY.  A CLOSURE TYPE OF 'S' FILES DSRV-PICKUP-DAYS AS A
003891* PICKUP SCHEDULE EFFECTIVE ON THE DATE INSTEAD, RC '08' WHEN
003892* THE PATTERN IS NOT VALID OR THE PICKUP TABLE IS FULL, AND
003893* 'C' FILES DSRV-CUTOFF-TIME AS A DOCK CUTOFF THE SAME WAY.
003894*--------------------------------------------------------------
003895 3800-HOL-LOAD-FUNCTION.
003896     PERFORM 2000-VALIDATE-FUNCTION THRU 2000-EXIT.
003897     IF NOT DSRV-RC-OK
003898         GO TO 3800-EXIT
003899     END-IF.
003900     IF DSRV-CLOSURE-PICKUP
003901         PERFORM 3810-PICKUP-LOAD THRU 3810-EXIT
003902         GO TO 3800-EXIT
003903     END-IF.
003904     IF DSRV-CLOSURE-CUTOFF
003905         PERFORM 3820-CUTOFF-LOAD THRU 3820-EXIT
003906         GO TO 3800-EXIT
003907     END-IF.
003908     IF WS-HOLIDAY-COUNT = 1830
003909         MOVE '08' TO DSRV-RETURN-CODE
003910         MOVE "INVALID - HOLIDAY TABLE FULL"
003911             TO DSRV-ERROR-MESSAGE
003912         GO TO 3800-EXIT
003913     END-IF.
003914     ADD 1 TO WS-HOLIDAY-COUNT.
003915     MOVE DSRV-INPUT-DATE
003916         TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT).
003917     MOVE WS-WORK-CAL-ID
003918         TO WS-HOLIDAY-CAL-ID(WS-HOLIDAY-COUNT).
003919     IF DSRV-CLOSURE-HALF-DAY
003920         MOVE 'H' TO WS-HOLIDAY-CLOSE-TYPE(WS-HOLIDAY-COUNT)
003921     ELSE
003922         MOVE 'F' TO WS-HOLIDAY-CLOSE-TYPE(WS-HOLIDAY-COUNT)
003923     END-IF.
003924     MOVE ZEROS TO WS-BUSDAY-CACHE-YYYY.
003925     MOVE WS-HOLIDAY-COUNT TO DSRV-HOLIDAY-COUNT.
003926 3800-EXIT.
003927     EXIT.
003928
003929 3810-PICKUP-LOAD.
003930     MOVE DSRV-PICKUP-DAYS TO WS-PICKUP-NEW-DAYS.
003931     PERFORM 5320-CHECK-PICKUP-DAYS THRU 5320-EXIT.
003932     IF NOT WS-PICKUP-DAYS-VALID
003933         MOVE '08' TO DSRV-RETURN-CODE
003934         MOVE "INVALID - PICKUP DAYS MUST BE Y/N, ONE Y"
003935             TO DSRV-ERROR-MESSAGE
003936         GO TO 3810-EXIT
003937     END-IF.
003938     IF WS-PICKUP-COUNT = 200
003939         MOVE '08' TO DSRV-RETURN-CODE
003940         MOVE "INVALID - PICKUP TABLE FULL"
003941             TO DSRV-ERROR-MESSAGE
003942         GO TO 3810-EXIT
003943     END-IF.
003944     ADD 1 TO WS-PICKUP-COUNT.
003945     MOVE DSRV-INPUT-DATE
003946         TO WS-PICKUP-EFF-DATE(WS-PICKUP-COUNT).
003947     MOVE WS-WORK-CAL-ID
003948         TO WS-PICKUP-CAL-ID(WS-PICKUP-COUNT).
003949     MOVE WS-PICKUP-NEW-DAYS
003950         TO WS-PICKUP-TAB-DAYS(WS-PICKUP-COUNT).
003951 3810-EXIT.
003952     EXIT.
003953
003954 3820-CUTOFF-LOAD.
003955     MOVE DSRV-CUTOFF-TIME TO WS-TIME-CHECK.
003956     PERFORM 5440-CHECK-TIME THRU 5440-EXIT.
003957     IF NOT WS-TIME-VALID
003958         MOVE '08' TO DSRV-RETURN-CODE
003959         MOVE "INVALID - CUTOFF TIME NOT HHMM"
003960             TO DSRV-ERROR-MESSAGE
003961         GO TO 3820-EXIT
003962     END-IF.
003963     IF WS-CUTOFF-COUNT = 200
003964         MOVE '08' TO DSRV-RETURN-CODE
003965         MOVE "INVALID - CUTOFF TABLE FULL"
003966             TO DSRV-ERROR-MESSAGE
003967         GO TO 3820-EXIT
003968     END-IF.
003969     ADD 1 TO WS-CUTOFF-COUNT.
003970     MOVE DSRV-INPUT-DATE
003971         TO WS-CUTOFF-EFF-DATE(WS-CUTOFF-COUNT).
003972     MOVE WS-WORK-CAL-ID
003973         TO WS-CUTOFF-CAL-ID(WS-CUTOFF-COUNT).
003974     MOVE WS-TIME-CHECK
003975         TO WS-CUTOFF-TAB-TIME(WS-CUTOFF-COUNT).
003976 3820-EXIT.
003977     EXIT.
003978
003979*--------------------------------------------------------------
003980* 3850-FISC-LOAD-FUNCTION - APPENDS ONE CALLER-SUPPLIED FISCAL
003981* PERIOD TO THE TABLE: DSRV-FISCAL-YEAR, DSRV-FISCAL-PERIOD AND
003982* ITS FIRST AND LAST DAY IN DSRV-PERIOD-START/END.  THE ONLINE
003983* DQRY TRANSACTION FEEDS THE FISCAL CALENDAR THIS WAY, AS IT
003984* FEEDS THE HOLIDAYS THROUGH 'HL'.  BAD DATES, A PERIOD THAT
003985* ENDS BEFORE IT STARTS, OR A FULL TABLE COME BACK RC '08'.
003986*--------------------------------------------------------------
003987 3850-FISC-LOAD-FUNCTION.
003988     MOVE DSRV-PERIOD-START TO YYYYMMDDItem.
003989     MOVE YYYYMMDDItem TO inputDate.
003990     MOVE yyyy TO WS-VAL-YYYY.
003991     MOVE mm   TO WS-VAL-MM.
003992     MOVE dd   TO WS-VAL-DD.
003993     PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT.
003994     IF WS-DATE-VALID
003995         MOVE DSRV-PERIOD-END TO YYYYMMDDItem
003996         MOVE YYYYMMDDItem TO inputDate
003997         MOVE yyyy TO WS-VAL-YYYY
003998         MOVE mm   TO WS-VAL-MM
003999         MOVE dd   TO WS-VAL-DD
004000         PERFORM 4000-VALIDATE-DATE THRU 4000-EXIT
004001     END-IF.
004002     IF WS-DATE-INVALID
004003         MOVE '08' TO DSRV-RETURN-CODE
004004         MOVE WS-ERROR-MESSAGE TO DSRV-ERROR-MESSAGE
004005         GO TO 3850-EXIT
004006     END-IF.
004007     IF DSRV-PERIOD-END < DSRV-PERIOD-START
004008         MOVE '08' TO DSRV-RETURN-CODE
004009         MOVE "INVALID - PERIOD END BEFORE PERIOD START"
004010             TO DSRV-ERROR-MESSAGE
004011         GO TO 3850-EXIT
004012     END-IF.
004013     IF WS-FISC-COUNT = 600
004014         MOVE '08' TO DSRV-RETURN-CODE
004015         MOVE "INVALID - FISCAL TABLE FULL"
004016             TO DSRV-ERROR-MESSAGE
004017         GO TO 3850-EXIT
004018     END-IF.
004019     ADD 1 TO WS-FISC-COUNT.
004020     MOVE DSRV-FISCAL-YEAR   TO WS-FISC-TAB-YEAR(WS-FISC-COUNT).
004021     MOVE DSRV-FISCAL-PERIOD
004022         TO WS-FISC-TAB-PERIOD(WS-FISC-COUNT).
004023     MOVE DSRV-PERIOD-START  TO WS-FISC-TAB-START(WS-FISC-COUNT).
004024     MOVE DSRV-PERIOD-END    TO WS-FISC-TAB-END(WS-FISC-COUNT).
004025 3850-EXIT.
004026     EXIT.
004027
004028*--------------------------------------------------------------
004029* 3900-PERIOD-QUERY-FUNCTION - FIRST AND LAST DAY OF THE FISCAL
004030* PERIOD NAMED BY DSRV-FISCAL-YEAR/DSRV-FISCAL-PERIOD, FOR
004031* CALLERS THAT WORK PERIOD BY PERIOD (FISCGEN, THE CALENDAR
004032* YEAR PAGES).  A PERIOD NOT ON THE FILE COMES BACK RC '08'.
004033*--------------------------------------------------------------
004034 3900-PERIOD-QUERY-FUNCTION.
004035     MOVE ZEROS TO DSRV-PERIOD-START.
004036     MOVE ZEROS TO DSRV-PERIOD-END.
004037     PERFORM 5810-FIND-FISCAL-PERIOD THRU 5810-EXIT.
004038     IF WS-FISC-FOUND
004039         MOVE WS-FISCAL-START TO DSRV-PERIOD-START
004040         MOVE WS-FISCAL-END   TO DSRV-PERIOD-END
004041     ELSE
004042         MOVE '08' TO DSRV-RETURN-CODE
004043         MOVE "INVALID - FISCAL PERIOD NOT DEFINED"
004044             TO DSRV-ERROR-MESSAGE
004045     END-IF.
004046 3900-EXIT.
004047     EXIT.
004048
004049*--------------------------------------------------------------
004050* 3950-CLOCK-START-FUNCTION - THE DATE A RECEIPT ON
004051* DSRV-INPUT-DATE AT DSRV-RECEIPT-TIME STARTS ITS BUSINESS-DAY
004052* CLOCK, FOR CALLERS THAT REPORT IT WITHOUT A WALK.
004053*--------------------------------------------------------------
004054 3950-CLOCK-START-FUNCTION.
004055     PERFORM 2000-VALIDATE-FUNCTION THRU 2000-EXIT.
004056     IF DSRV-RC-OK
004057         PERFORM 5400-APPLY-DOCK-CUTOFF THRU 5400-EXIT
004058     END-IF.
004059 3950-EXIT.
004060     EXIT.
004061
004062*--------------------------------------------------------------
004063* 4000-VALIDATE-DATE - CHECKS WS-VAL-YYYY/MM/DD FOR AN
004064* IMPOSSIBLE YEAR, MONTH, OR DAY BEFORE THE CALLER EVER REACHES
004065* FUNCTION INTEGER-OF-DATE.  CARRIED OVER FROM CALENDAR
004066* UNCHANGED.
004067*--------------------------------------------------------------
004068 4000-VALIDATE-DATE.
004069     SET WS-DATE-VALID TO TRUE.
004070     MOVE SPACES TO WS-ERROR-MESSAGE.
004071     IF WS-VAL-YYYY < 1601
004072         SET WS-DATE-INVALID TO TRUE
004073         MOVE "INVALID DATE - YEAR RANGE 1601-9999"
004074             TO WS-ERROR-MESSAGE
004075     END-IF.
004076     IF WS-DATE-VALID
004077         IF WS-VAL-MM < 1 OR WS-VAL-MM > 12
004078             SET WS-DATE-INVALID TO TRUE
004079             MOVE "INVALID DATE - MONTH OUT OF RANGE 01-12"
004080                 TO WS-ERROR-MESSAGE
004081         END-IF
004090     END-IF.
004100     IF WS-DATE-VALID
004110         PERFORM 4100-SET-DAYS-IN-MONTH THRU 4100-EXIT
005250     END-IF.
005260 5220-EXIT.
005270     EXIT.
005271
005272*--------------------------------------------------------------
005273* 5230-CHECK-WALK-DAY - 5220-CHECK-HOLIDAY FOR THE 'DD' AND
005274* 'SB' WALKS, WHICH ALSO TREATS A WEEKDAY THE CALENDAR'S
005275* CARRIER DOES NOT RUN AS A FULL CLOSURE.  WS-WEEKDAY-NUM MUST
005276* HOLD THE WEEKDAY (0-4) OF WS-LOOP-YYYYMMDD.
005277*--------------------------------------------------------------
005278 5230-CHECK-WALK-DAY.
005279     PERFORM 5220-CHECK-HOLIDAY THRU 5220-EXIT.
005280     IF WS-LOOP-IS-HOLIDAY AND NOT WS-LOOP-IS-HALF-DAY
005281         GO TO 5230-EXIT
005282     END-IF.
005283     PERFORM 5300-FIND-PICKUP-PATTERN THRU 5300-EXIT.
005284     IF WS-PICKUP-DAY(WS-WEEKDAY-NUM + 1) NOT = 'Y'
005285         SET WS-LOOP-IS-HOLIDAY TO TRUE
005286         MOVE 'F' TO WS-LOOP-CLOSE-TYPE
005287     END-IF.
005288 5230-EXIT.
005289     EXIT.
005290
005291*--------------------------------------------------------------
005292* 5300-FIND-PICKUP-PATTERN - THE PICKUP PATTERN IN EFFECT FOR
005293* WS-WORK-CAL-ID ON WS-LOOP-YYYYMMDD INTO WS-PICKUP-PATTERN:
005294* THE CALENDAR'S SCHEDULE WITH THE LATEST EFFECTIVE DATE NOT
005295* AFTER THE DATE (THE LAST LOADED WINS A TIE, SO AN 'HL' FEED
005296* OVERRIDES THE FILE), OR EVERY WEEKDAY WHEN THERE IS NONE.
005297*--------------------------------------------------------------
005298 5300-FIND-PICKUP-PATTERN.
005299     MOVE 'YYYYY' TO WS-PICKUP-PATTERN.
005300     MOVE 'N' TO WS-PICKUP-SCHED-SW.
005301     MOVE ZEROS TO WS-PICKUP-BEST-DATE.
005302     IF WS-PICKUP-COUNT = 0
005303         GO TO 5300-EXIT
005304     END-IF.
005305     PERFORM 5310-TRY-PICKUP-ENTRY THRU 5310-EXIT
005306         VARYING WS-PICKUP-IDX FROM 1 BY 1
005307         UNTIL WS-PICKUP-IDX > WS-PICKUP-COUNT.
005308 5300-EXIT.
005309     EXIT.
005310
005311 5310-TRY-PICKUP-ENTRY.
005312     IF WS-PICKUP-CAL-ID(WS-PICKUP-IDX) = WS-WORK-CAL-ID
005313             AND WS-PICKUP-EFF-DATE(WS-PICKUP-IDX)
005314                 NOT > WS-LOOP-YYYYMMDD
005315             AND WS-PICKUP-EFF-DATE(WS-PICKUP-IDX)
005316                 NOT < WS-PICKUP-BEST-DATE
005317         MOVE WS-PICKUP-EFF-DATE(WS-PICKUP-IDX)
005318             TO WS-PICKUP-BEST-DATE
005319         MOVE WS-PICKUP-TAB-DAYS(WS-PICKUP-IDX)
005320             TO WS-PICKUP-PATTERN
005321         MOVE 'Y' TO WS-PICKUP-SCHED-SW
005322     END-IF.
005323 5310-EXIT.
005324     EXIT.
005325
005326*--------------------------------------------------------------
005327* 5320-CHECK-PICKUP-DAYS - WS-PICKUP-NEW-DAYS IS A USABLE
005328* PATTERN WHEN ALL FIVE BYTES ARE 'Y' OR 'N' AND AT LEAST ONE
005329* IS 'Y'.
005330*--------------------------------------------------------------
005331 5320-CHECK-PICKUP-DAYS.
005332     MOVE 'N' TO WS-PICKUP-VALID-SW.
005333     MOVE ZEROS TO WS-PICKUP-Y-COUNT.
005334     MOVE ZEROS TO WS-PICKUP-N-COUNT.
005335     INSPECT WS-PICKUP-NEW-DAYS
005336         TALLYING WS-PICKUP-Y-COUNT FOR ALL 'Y'
005337                  WS-PICKUP-N-COUNT FOR ALL 'N'.
005338     IF WS-PICKUP-Y-COUNT + WS-PICKUP-N-COUNT = 5
005339             AND WS-PICKUP-Y-COUNT > 0
005340         MOVE 'Y' TO WS-PICKUP-VALID-SW
005341     END-IF.
005342 5320-EXIT.
005343     EXIT.
005344
005345*--------------------------------------------------------------
005346* 5400-APPLY-DOCK-CUTOFF - SETS THE CLOCK-START DATE FOR THE
005347* VALIDATED DSRV-INPUT-DATE (ALSO IN YYYYMMDDItem).  WITH A
005348* RECEIPT TIME LATER THAN THE CUTOFF IN EFFECT, THE DATE ROLLS
005349* TO THE NEXT WEEKDAY THE CALENDAR IS OPEN AT LEAST HALF THE
005350* DAY AND YYYYMMDDItem FOLLOWS IT, SO THE CALLING FUNCTION
005351* STARTS FROM THERE.  NO TIME, OR NO CUTOFF, LEAVES THE DATE.
005352*--------------------------------------------------------------
005353 5400-APPLY-DOCK-CUTOFF.
005354     MOVE DSRV-INPUT-DATE TO DSRV-CLOCK-START.
005355     MOVE 'N' TO DSRV-CLOCK-ROLLED.
005356     MOVE SPACES TO DSRV-CUTOFF-TIME.
005357     IF DSRV-RECEIPT-TIME IS NOT NUMERIC
005358         GO TO 5400-EXIT
005359     END-IF.
005360     MOVE DSRV-RECEIPT-TIME TO WS-TIME-CHECK.
005361     PERFORM 5440-CHECK-TIME THRU 5440-EXIT.
005362     IF NOT WS-TIME-VALID
005363         MOVE '08' TO DSRV-RETURN-CODE
005364         MOVE "INVALID - RECEIPT TIME NOT HHMM"
005365             TO DSRV-ERROR-MESSAGE
005366         GO TO 5400-EXIT
005367     END-IF.
005368     MOVE DSRV-INPUT-DATE TO WS-LOOP-YYYYMMDD.
005369     PERFORM 5410-FIND-CUTOFF THRU 5410-EXIT.
005370     MOVE WS-CUTOFF-TIME TO DSRV-CUTOFF-TIME.
005371     IF WS-CUTOFF-TIME = SPACES
005372             OR DSRV-RECEIPT-TIME NOT > WS-CUTOFF-TIME
005373         GO TO 5400-EXIT
005374     END-IF.
005375     COMPUTE WS-LOOP-INTEGER =
005376         FUNCTION INTEGER-OF-DATE(DSRV-INPUT-DATE).
005377     MOVE 'N' TO WS-OPEN-DAY-SW.
005378     PERFORM 5430-NEXT-OPEN-DAY THRU 5430-EXIT
005379         UNTIL WS-IS-OPEN-DAY.
005380     MOVE FUNCTION DATE-OF-INTEGER(WS-LOOP-INTEGER)
005381         TO DSRV-CLOCK-START.
005382     MOVE DSRV-CLOCK-START TO YYYYMMDDItem.
005383     MOVE 'Y' TO DSRV-CLOCK-ROLLED.
005384 5400-EXIT.
005385     EXIT.
005386
005387*--------------------------------------------------------------
005388* 5410-FIND-CUTOFF - THE DOCK CUTOFF IN EFFECT FOR
005389* WS-WORK-CAL-ID ON WS-LOOP-YYYYMMDD INTO WS-CUTOFF-TIME: THE
005390* CALENDAR'S OWN LATEST-EFFECTIVE ENTRY NOT AFTER THE DATE (THE
005391* LAST LOADED WINS A TIE), ELSE 'SHOP'S, ELSE SPACES.
005392*--------------------------------------------------------------
005393 5410-FIND-CUTOFF.
005394     MOVE SPACES TO WS-CUTOFF-TIME.
005395     IF WS-CUTOFF-COUNT = 0
005396         GO TO 5410-EXIT
005397     END-IF.
005398     MOVE WS-WORK-CAL-ID TO WS-CUTOFF-SEARCH-CAL.
005399     PERFORM 5415-SEARCH-CUTOFFS THRU 5415-EXIT.
005400     IF WS-CUTOFF-TIME = SPACES AND WS-WORK-CAL-ID NOT = 'SHOP'
005401         MOVE 'SHOP' TO WS-CUTOFF-SEARCH-CAL
005402         PERFORM 5415-SEARCH-CUTOFFS THRU 5415-EXIT
005403     END-IF.
005404 5410-EXIT.
005405     EXIT.
005406
005407 5415-SEARCH-CUTOFFS.
005408     MOVE ZEROS TO WS-CUTOFF-BEST-DATE.
005409     PERFORM 5420-TRY-CUTOFF-ENTRY THRU 5420-EXIT
005410         VARYING WS-CUTOFF-IDX FROM 1 BY 1
005411         UNTIL WS-CUTOFF-IDX > WS-CUTOFF-COUNT.
005412 5415-EXIT.
005413     EXIT.
005414
005415 5420-TRY-CUTOFF-ENTRY.
005416     IF WS-CUTOFF-CAL-ID(WS-CUTOFF-IDX) = WS-CUTOFF-SEARCH-CAL
005417             AND WS-CUTOFF-EFF-DATE(WS-CUTOFF-IDX)
005418                 NOT > WS-LOOP-YYYYMMDD
005419             AND WS-CUTOFF-EFF-DATE(WS-CUTOFF-IDX)
005420                 NOT < WS-CUTOFF-BEST-DATE
005421         MOVE WS-CUTOFF-EFF-DATE(WS-CUTOFF-IDX)
005422             TO WS-CUTOFF-BEST-DATE
005423         MOVE WS-CUTOFF-TAB-TIME(WS-CUTOFF-IDX)
005424             TO WS-CUTOFF-TIME
005425     END-IF.
005426 5420-EXIT.
005427     EXIT.
005428
005429*    ONE DAY FORWARD FROM WS-LOOP-INTEGER - OPEN WHEN IT IS A
005430*    WEEKDAY THAT IS NOT A FULL CLOSURE ON THE CALL'S CALENDAR.
005431 5430-NEXT-OPEN-DAY.
005432     ADD 1 TO WS-LOOP-INTEGER.
005433     COMPUTE WS-WEEKDAY-NUM =
005434         FUNCTION MOD(WS-LOOP-INTEGER - 1, 7).
005435     IF WS-WEEKDAY-NUM > 4
005436         GO TO 5430-EXIT
005437     END-IF.
005438     MOVE FUNCTION DATE-OF-INTEGER(WS-LOOP-INTEGER)
005439         TO WS-LOOP-YYYYMMDD.
005440     PERFORM 5220-CHECK-HOLIDAY THRU 5220-EXIT.
005441     IF NOT WS-LOOP-IS-HOLIDAY OR WS-LOOP-IS-HALF-DAY
005442         MOVE 'Y' TO WS-OPEN-DAY-SW
005443     END-IF.
005444 5430-EXIT.
005445     EXIT.
005446
005447*--------------------------------------------------------------
005448* 5440-CHECK-TIME - WS-TIME-CHECK IS A USABLE HHMM WHEN IT IS
005449* NUMERIC WITH HOURS 00-23 AND MINUTES 00-59.
005450*--------------------------------------------------------------
005451 5440-CHECK-TIME.
005452     MOVE 'N' TO WS-TIME-VALID-SW.
005453     IF WS-TIME-CHECK IS NUMERIC
005454         IF WS-TIME-HH < 24 AND WS-TIME-MM < 60
005455             MOVE 'Y' TO WS-TIME-VALID-SW
005456         END-IF
005457     END-IF.
005458 5440-EXIT.
005459     EXIT.
005460
005461*--------------------------------------------------------------
005462* 5800-LOOKUP-FISCAL - FINDS THE FISCAL PERIOD HOLDING THE DATE
005463* IN WS-FISC-DATE AND RETURNS ITS YEAR, PERIOD, FIRST AND LAST
005464* DAY IN WS-FISCAL-YEAR/PERIOD/START/END WITH WS-FISC-FOUND
005465* SET.  THE PERIOD LAST MATCHED IS TRIED BEFORE THE TABLE IS
005466* SEARCHED.  NO MATCH LEAVES ZEROS AND WS-FISC-FOUND OFF.
005467*--------------------------------------------------------------
005468 5800-LOOKUP-FISCAL.
005469     MOVE 'N' TO WS-FISC-FOUND-SW.
005470     MOVE ZEROS TO WS-FISCAL-YEAR.
005471     MOVE ZEROS TO WS-FISCAL-PERIOD.
005472     MOVE ZEROS TO WS-FISCAL-START.
005473     MOVE ZEROS TO WS-FISCAL-END.
005474     IF WS-FISC-COUNT = 0
005475         GO TO 5800-EXIT
005476     END-IF.
005477     IF WS-FISC-LAST-SUB > 0 AND WS-FISC-LAST-SUB <= WS-FISC-COUNT
005478         SET WS-FISC-IDX TO WS-FISC-LAST-SUB
005479         IF WS-FISC-DATE >= WS-FISC-TAB-START(WS-FISC-IDX)
005480                 AND WS-FISC-DATE <= WS-FISC-TAB-END(WS-FISC-IDX)
005481             MOVE 'Y' TO WS-FISC-FOUND-SW
005482         END-IF
005483     END-IF.
005484     IF NOT WS-FISC-FOUND
005485         SET WS-FISC-IDX TO 1
005486         SEARCH WS-FISC-ENTRY
005487             AT END
005488                 CONTINUE
005489             WHEN WS-FISC-DATE >= WS-FISC-TAB-START(WS-FISC-IDX)
005490                 AND WS-FISC-DATE <= WS-FISC-TAB-END(WS-FISC-IDX)
005491                 MOVE 'Y' TO WS-FISC-FOUND-SW
005492         END-SEARCH
005493     END-IF.
005494     IF WS-FISC-FOUND
005495         PERFORM 5820-TAKE-FISCAL-ENTRY THRU 5820-EXIT
005496     END-IF.
005497 5800-EXIT.
005498     EXIT.
005499
005500*--------------------------------------------------------------
005501* 5810-FIND-FISCAL-PERIOD - FINDS THE TABLE ENTRY FOR THE
005502* FISCAL YEAR AND PERIOD IN DSRV-FISCAL-YEAR/PERIOD, ANSWERING
005503* THE SAME WAY AS 5800.
005504*--------------------------------------------------------------
005505 5810-FIND-FISCAL-PERIOD.
005506     MOVE 'N' TO WS-FISC-FOUND-SW.
005507     MOVE ZEROS TO WS-FISCAL-START.
005508     MOVE ZEROS TO WS-FISCAL-END.
005509     IF WS-FISC-COUNT = 0
005510         GO TO 5810-EXIT
005511     END-IF.
005512     SET WS-FISC-IDX TO 1.
005513     SEARCH WS-FISC-ENTRY
005514         AT END
005515             CONTINUE
005516         WHEN WS-FISC-TAB-YEAR(WS-FISC-IDX) = DSRV-FISCAL-YEAR
005517             AND WS-FISC-TAB-PERIOD(WS-FISC-IDX)
005518                 = DSRV-FISCAL-PERIOD
005519             MOVE 'Y' TO WS-FISC-FOUND-SW
005520     END-SEARCH.
005521     IF WS-FISC-FOUND
005522         PERFORM 5820-TAKE-FISCAL-ENTRY THRU 5820-EXIT
005523     END-IF.
005524 5810-EXIT.
005525     EXIT.
005526
005527 5820-TAKE-FISCAL-ENTRY.
005528     SET WS-FISC-LAST-SUB TO WS-FISC-IDX.
005529     MOVE WS-FISC-TAB-YEAR(WS-FISC-IDX)   TO WS-FISCAL-YEAR.
005530     MOVE WS-FISC-TAB-PERIOD(WS-FISC-IDX) TO WS-FISCAL-PERIOD.
005531     MOVE WS-FISC-TAB-START(WS-FISC-IDX)  TO WS-FISCAL-START.
005532     MOVE WS-FISC-TAB-END(WS-FISC-IDX)    TO WS-FISCAL-END.
005533 5820-EXIT.
005534     EXIT.
005535
005536*--------------------------------------------------------------
005537* 5900-DERIVE-DAY-FACTS - WEEKDAY NUMBER, WEEKDAY NAME AND
005538* HOLIDAY FLAG FOR THE DATE WHOSE INTEGER IS IN integerDate
005539* AND WHOSE YYYYMMDD IS IN YYYYMMDDItem, WITH THE PICKUP
005540* PATTERN IN EFFECT AND WHETHER THE CARRIER RUNS THAT DAY.
005541*--------------------------------------------------------------
005550 5900-DERIVE-DAY-FACTS.
005560     COMPUTE WS-WEEKDAY-NUM =
005570         FUNCTION MOD(integerDate - 1, 7).
005660     ELSE
005665         MOVE 'N' TO DSRV-HOLIDAY-FLAG
005670     END-IF.
005671     PERFORM 5300-FIND-PICKUP-PATTERN THRU 5300-EXIT.
005672     MOVE WS-PICKUP-PATTERN TO DSRV-PICKUP-DAYS.
005673     MOVE 'N' TO DSRV-PICKUP-FLAG.
005674     IF WS-WEEKDAY-NUM < 5
005675         IF WS-PICKUP-DAY(WS-WEEKDAY-NUM + 1) = 'Y'
005676             MOVE 'Y' TO DSRV-PICKUP-FLAG
005677         END-IF
005678     END-IF.
005680 5900-EXIT.
005690     EXIT.
