000090*   'DT' RESOLVE  - VALIDATES DSRV-INPUT-DATE AND RETURNS ITS
000100*                   DAY-OF-YEAR, BUSINESS-DAY-OF-YEAR, FISCAL
000110*                   YEAR/PERIOD, WEEKDAY AND HOLIDAY FLAG.
000111*                   THE FISCAL YEAR/PERIOD COME FROM THE FISCAL-
000112*                   CALENDAR DEFINITION FILE, WITH THE PERIOD'S
000113*                   FIRST AND LAST DAY IN DSRV-PERIOD-START/END;
000114*                   A DATE IN NO DEFINED FISCAL YEAR COMES BACK
000115*                   RC '08' WITH THE OTHER FIGURES STILL FILLED.
000120*   'VD' VALIDATE - VALIDATES DSRV-INPUT-DATE ONLY.
000130*   'ED' ELAPSED  - VALIDATES BOTH DATES AND RETURNS THE
000140*                   CALENDAR DAYS FROM DSRV-INPUT-DATE TO
000150*                   DSRV-COMPARE-DATE (A ZERO COMPARE DATE
000160*                   MEANS NONE SUPPLIED AND RETURNS ZERO).
000163*                   A LATE RECEIPT IS FIRST ROLLED PAST THE DOCK
000166*                   CUTOFF (SEE DOCK CUTOFF BELOW).
000170*   'HQ' DAY QUERY- VALIDATES DSRV-INPUT-DATE AND RETURNS ITS
000180*                   WEEKDAY AND HOLIDAY FLAG ONLY.
000182*   'DD' DUE DATE - WALKS FORWARD FROM DSRV-INPUT-DATE BY
000188*                   DUE DATE IN DSRV-RESULT-DATE WITH ITS
000190*                   WEEKDAY, PLUS DSRV-PERIOD-CROSS = 'Y' WHEN
000192*                   THE DUE DATE FALLS IN A DIFFERENT FISCAL
000194*                   PERIOD THAN THE START DATE, OR 'U' WHEN
000195*                   EITHER DATE IS IN NO DEFINED FISCAL YEAR
000196*                   (THE DUE DATE IS STILL GOOD, RC '00').
000197*   'SB' SHIP-BY  - WALKS BACKWARD FROM DSRV-INPUT-DATE (THE
000198*                   CONTRACT DEADLINE) BY DSRV-OFFSET-DAYS
000199*                   BUSINESS DAYS, SKIPPING WEEKENDS AND SHOP
000200*                   HOLIDAYS, AND RETURNS THE LATEST START
000201*                   (SHIP-BY) DATE IN DSRV-RESULT-DATE WITH ITS
000202*                   WEEKDAY, PLUS DSRV-DATE-PASSED = 'Y' WHEN
000203*                   THE SHIP-BY DATE IS ALREADY BEHIND TODAY'S
000204*                   DATE.
000205*                   BOTH WALKS COUNT ONLY DAYS THE CALENDAR'S
000206*                   CARRIER PICKS UP (SEE PICKUP SCHEDULES
000207*                   BELOW); A ZERO-OFFSET SHIP-BY ON A DAY THE
000208*                   CARRIER DOES NOT RUN BACKS UP TO ITS LAST
000209*                   PICKUP DAY ON OR BEFORE THE DEADLINE.  BOTH
000210*                   START FROM THE DATE AFTER ANY ROLL PAST THE
000211*                   DOCK CUTOFF (SEE BELOW).
000212*   'CS' CLK START- VALIDATES DSRV-INPUT-DATE AND RETURNS THE
000213*                   DATE THE BUSINESS-DAY CLOCK STARTS FOR A
000214*                   RECEIPT LOGGED AT DSRV-RECEIPT-TIME (SEE DOCK
000215*                   CUTOFF BELOW), WITHOUT ANY WALK.
000216*   'HL' HOL LOAD - APPENDS ONE HOLIDAY TO THE TABLE FROM THE
000217*                   PARAMETER AREA INSTEAD OF THE HOLIDAYS DD:
000218*                   DSRV-INPUT-DATE IS THE CLOSURE DATE,
000219*                   DSRV-CALENDAR-ID ITS CALENDAR (BLANK =
000220*                   'SHOP') AND DSRV-CLOSURE-TYPE ITS TYPE
000221*                   ('H' = HALF DAY, 'S' = PICKUP SCHEDULE WITH
000222*                   ITS DAYS IN DSRV-PICKUP-DAYS, 'C' = DOCK
000223*                   CUTOFF WITH ITS HHMM IN DSRV-CUTOFF-TIME,
000224*                   ELSE FULL CLOSE).  AN 'HL' CALL MADE FIRST
000225*                   IN THE RUN ALSO SUPPRESSES THE HOLIDAYS DD
000226*                   LOAD, FOR CALLERS (THE ONLINE DQRY
000227*                   TRANSACTION) THAT CANNOT OPEN A BATCH FILE.
000229*   'FL' FISC LOAD- APPENDS ONE FISCAL PERIOD TO THE TABLE FROM
000230*                   THE PARAMETER AREA INSTEAD OF THE FISCAL DD:
000231*                   DSRV-FISCAL-YEAR, DSRV-FISCAL-PERIOD AND ITS
000232*                   DSRV-PERIOD-START/END DATES.  LIKE 'HL', AN
000233*                   'FL' FIRST CALL SUPPRESSES THE BATCH LOADS.
000234*   'FP' PERIOD   - RETURNS THE FIRST AND LAST DAY OF THE FISCAL
000235*                   PERIOD IN DSRV-FISCAL-YEAR/DSRV-FISCAL-PERIOD
000236*                   IN DSRV-PERIOD-START/END, RC '08' WHEN THAT
000237*                   PERIOD IS NOT DEFINED.
000238*
000239* EACH FUNCTION SETS ONLY ITS OWN OUTPUT FIELDS PLUS THE
000240* RETURN CODE AND ERROR MESSAGE; OTHER FIELDS ARE LEFT AS THE
000241* CALLER HAD THEM.  THE HOLIDAY FILE (HOLIDAYS DD) AND THE
000242* FISCAL-CALENDAR FILE (FISCAL DD) ARE LOADED ON THE FIRST
000243* CALL OF THE RUN (UNLESS THAT CALL IS 'HL' OR 'FL'), SO
000244* EVERY BATCH CALLER GETS THE SAME BUSINESS-DAY ANSWER
000245* CALENDAR GETS.
000246*
000247* EACH HOLIDAY RECORD ALSO CARRIES A CLOSURE TYPE - 'F' (OR
000248* BLANK) FOR A FULL CLOSE, 'H' FOR A HALF-DAY SHIFT.  A HALF
000249* DAY CONTRIBUTES 0.5 TO THE BUSINESS-DAY COUNT AND THE DUE-
000250* DATE AND SHIP-BY WALKS, SO DSRV-BUS-DAY-OF-YEAR CARRIES ONE
000251* DECIMAL PLACE AND DSRV-HOLIDAY-FLAG COMES BACK 'Y' (FULL
000252* CLOSE), 'H' (HALF DAY) OR 'N' (OPEN).
000253*
000254* THE HOLIDAY FILE CARRIES NAMED CALENDARS - THE SHOP'S OWN
000255* CLOSURES UNDER CALENDAR-ID 'SHOP' (A BLANK ID ON A FILE
000256* RECORD MEANS 'SHOP') AND EACH CARRIER'S UNDER ITS OWN ID.
000257* DSRV-CALENDAR-ID PICKS WHICH CALENDAR A CALL'S BUSINESS-DAY,
000258* DUE-DATE AND SHIP-BY WALKS OBSERVE; BLANK MEANS 'SHOP', SO
000259* EXISTING CALLERS GET THE ANSWERS THEY ALWAYS GOT.  A
000260* CALENDAR-ID WITH NO ENTRY IN THE LOADED TABLE COMES BACK
000261* RC '08' (UNKNOWN HOLIDAY CALENDAR) RATHER THAN QUIETLY
000262* COMPUTING EVERY WALK WITH NO CLOSURES AT ALL.
000263*
000264* FISCAL PERIODS ARE NO LONGER DERIVED FROM THE CALENDAR MONTH.
000265* FINANCE'S 4-4-5 WEEK CALENDAR (WITH ITS OCCASIONAL 53-WEEK
000266* YEAR) IS DEFINED PERIOD BY PERIOD ON THE FISCAL FILE (LAYOUT
000267* IN THE FISCDEFR COPYBOOK), AND EVERY FISCAL FIGURE DATESRV
000268* RETURNS IS LOOKED UP THERE.  DATESRV NEVER GUESSES A PERIOD
000269* FOR A DATE THE FILE DOES NOT COVER.
000270*
000271* A CALENDAR MAY ALSO CARRY CARRIER PICKUP SCHEDULES - HOLIDAY
000272* FILE RECORDS OF CLOSURE TYPE 'S' WHOSE DATE IS THE DAY THE
000273* SCHEDULE TAKES EFFECT AND WHOSE PICKUP DAYS (COL 18-22) ARE
000274* 'Y' OR 'N' FOR MONDAY THROUGH FRIDAY.  THE SCHEDULE IN
000275* EFFECT ON A DATE IS THE LATEST ONE EFFECTIVE ON OR BEFORE
000276* IT; BEFORE THE FIRST (OR WITH NONE) THE CARRIER RUNS EVERY
000277* WEEKDAY.  THE 'DD' AND 'SB' WALKS STEP ONLY OVER DAYS THE
000278* CARRIER BOTH RUNS AND IS OPEN; THE BUSINESS-DAY-OF-YEAR
000279* COUNT IS THE CALENDAR'S OPEN DAYS AND IGNORES THE SCHEDULE.
000280* 'DT' AND 'HQ' RETURN THE DAYS IN EFFECT IN DSRV-PICKUP-DAYS
000281* AND DSRV-PICKUP-FLAG = 'Y' WHEN THE CARRIER RUNS THAT DATE.
000282*
000283* DOCK CUTOFF - A CALENDAR MAY CARRY THE TIME OF DAY AFTER WHICH
000284* A RECEIPT STARTS ITS BUSINESS-DAY CLOCK ON THE NEXT DAY -
000285* HOLIDAY FILE RECORDS OF CLOSURE TYPE 'C' WHOSE DATE IS THE
000286* DAY THE CUTOFF TAKES EFFECT AND WHOSE COL 18-21 HOLD IT AS
000287* HHMM.  THE CUTOFF IN EFFECT IS THE CALENDAR'S LATEST ONE
000288* EFFECTIVE ON OR BEFORE THE RECEIPT DATE, ELSE 'SHOP'S; WITH
000289* NEITHER NOTHING IS ROLLED.  WHEN THE CALLER PASSES THE
000290* RECEIPT TIME IN DSRV-RECEIPT-TIME, 'DD', 'SB', 'ED' AND 'CS'
000291* ROLL A RECEIPT LOGGED AFTER THE CUTOFF FORWARD TO THE NEXT
000292* DAY THE CALENDAR IS OPEN (A HALF DAY COUNTS AS OPEN) AND
000293* START FROM THERE, RETURNING THAT DATE IN DSRV-CLOCK-START,
000294* DSRV-CLOCK-ROLLED = 'Y' WHEN IT MOVED, AND THE CUTOFF APPLIED
000295* IN DSRV-CUTOFF-TIME (SPACES WHEN NONE).  A NON-NUMERIC
000296* RECEIPT TIME (SPACES) MEANS NONE WAS GIVEN AND NOTHING IS
000297* ROLLED; A NUMERIC ONE THAT IS NOT A TIME OF DAY IS RC '08'.
000298*--------------------------------------------------------------
000299 01  DATESRV-PARMS.
000300     05  DSRV-FUNCTION           PIC X(02).
000301         88  DSRV-FUNC-RESOLVE           VALUE 'DT'.
000302         88  DSRV-FUNC-VALIDATE          VALUE 'VD'.
000303         88  DSRV-FUNC-ELAPSED           VALUE 'ED'.
000310         88  DSRV-FUNC-DAY-QUERY         VALUE 'HQ'.
000315         88  DSRV-FUNC-DUE-DATE          VALUE 'DD'.
000316         88  DSRV-FUNC-SHIP-BY           VALUE 'SB'.
000317         88  DSRV-FUNC-HOL-LOAD          VALUE 'HL'.
000318         88  DSRV-FUNC-FISC-LOAD         VALUE 'FL'.
000319         88  DSRV-FUNC-PERIOD-QUERY      VALUE 'FP'.
000320         88  DSRV-FUNC-CLOCK-START       VALUE 'CS'.
000321     05  DSRV-INPUT-DATE         PIC 9(08).
000330     05  DSRV-COMPARE-DATE       PIC 9(08).
000340     05  DSRV-DAY-OF-YEAR        PIC 9(03).
000350     05  DSRV-BUS-DAY-OF-YEAR    PIC 9(03)V9.
000500     05  DSRV-RESULT-DATE        PIC 9(08).
000510     05  DSRV-PERIOD-CROSS       PIC X(01).
000520         88  DSRV-CROSSES-PERIOD         VALUE 'Y'.
000525         88  DSRV-PERIOD-UNDEFINED       VALUE 'U'.
000530     05  DSRV-DATE-PASSED        PIC X(01).
000540         88  DSRV-SHIP-BY-PASSED         VALUE 'Y'.
000550     05  DSRV-CALENDAR-ID        PIC X(08).
000560     05  DSRV-CLOSURE-TYPE       PIC X(01).
000570         88  DSRV-CLOSURE-HALF-DAY       VALUE 'H'.
000575         88  DSRV-CLOSURE-PICKUP         VALUE 'S'.
000577         88  DSRV-CLOSURE-CUTOFF         VALUE 'C'.
000580     05  DSRV-PERIOD-START       PIC 9(08).
000590     05  DSRV-PERIOD-END         PIC 9(08).
000600     05  DSRV-PICKUP-DAYS        PIC X(05).
000610     05  DSRV-PICKUP-FLAG        PIC X(01).
000620         88  DSRV-DATE-IS-PICKUP-DAY     VALUE 'Y'.
000630     05  DSRV-RECEIPT-TIME       PIC X(04).
000640     05  DSRV-CLOCK-START        PIC 9(08).
000650     05  DSRV-CLOCK-ROLLED       PIC X(01).
000660         88  DSRV-RECEIPT-ROLLED         VALUE 'Y'.
000670     05  DSRV-CUTOFF-TIME        PIC X(04).
