000255*                     CALENDAR RC '08', AND WALKING THE
000256*                     SCHEDULE OFF STALE ANSWER FIELDS COULD
000257*                     LOOP OR PRINT GARBAGE DATES.  ENDS RC 8.
000258*   10/15/2026  DLH   PERIODS NOW COME FROM THE FISCAL-CALENDAR
000259*                     DEFINITION FILE (FINANCE'S 4-4-5 WEEK
000260*                     CALENDAR) THROUGH DATESRV'S 'FP' CALL
000261*                     INSTEAD OF THE APRIL-TO-MARCH MONTH RULE.
000262*                     EACH PERIOD BLOCK SHOWS THE PERIOD'S FIRST
000263*                     AND LAST DAY AND ITS LENGTH; A FISCAL YEAR
000264*                     NOT FULLY DEFINED ON THE FILE ENDS RC 8
000265*                     BEFORE ANYTHING IS WRITTEN.
000266*   10/15/2026  DLH   THE MILESTONE WALKS PASS NO RECEIPT TIME,
000267*                     SO DATESRV'S DOCK CUTOFF NEVER MOVES THE
000268*                     PERIOD-END STARTING POINT.
000269*--------------------------------------------------------------
000270* FUNCTION: GIVEN A FISCAL YEAR, PRINTS AND WRITES THE
000280*           PERIOD-END CLOSE SCHEDULE.  THE TWELVE PERIODS AND
000290*           THEIR DATES ARE WHATEVER THE FISCAL-CALENDAR
000293*           DEFINITION FILE (FISCAL DD, MAINTAINED BY FISCMNT)
000296*           SAYS, AS ANSWERED BY DATESRV.
000300*
000310*           CONTROL CARD (SYSIN):
000320*             COL 1-4   FISCAL YEAR, DEFINED ON THE FISCAL
000325*                       FILE
000330*             COL 5-12  CALENDAR-ID THE BUSINESS-DAY RULES
000340*                       OBSERVE (BLANK = 'SHOP')
000350*             COL 13-80 UNUSED
000460*                 ITS WEEKDAY
000470*
000480*           RETURN CODES:  0 = SCHEDULE WRITTEN,  8 = BAD
000490*           FISCAL YEAR, A FISCAL YEAR NOT FULLY DEFINED ON THE
000495*           FISCAL FILE, OR UNKNOWN CALENDAR-ID ON THE
000497*           CONTROL CARD.
000500*--------------------------------------------------------------
000510
000520 ENVIRONMENT DIVISION.
001340         10  WS-MILEST-OFFSET    PIC 9(03).
001350
001360*--------------------------------------------------------------
001370* PERIOD WORK FIELDS - EACH PERIOD'S FIRST AND LAST DAY COME
001380* BACK FROM DATESRV'S 'FP' CALL.
001390*--------------------------------------------------------------
001400 77  WS-WORK-CAL-ID          PIC X(08) VALUE 'SHOP'.
001410 77  WS-PERIOD-START-DATE    PIC 9(08) VALUE ZEROS.
001420 77  WS-PERIOD-DAYS          PIC ZZ9    VALUE ZEROS.
001430 77  WS-PERIOD-END-DATE      PIC 9(08) VALUE ZEROS.
001440 77  WS-PERIOD-END-INT       PIC 9(08) VALUE ZEROS.
001450 77  WS-LAST-BUS-DATE        PIC 9(08) VALUE ZEROS.
001540*--------------------------------------------------------------
001550 COPY DATESRVC.
001560
001780*--------------------------------------------------------------
001790* REPORT-FILE PAGE-CONTROL WORKING STORAGE
001800*--------------------------------------------------------------
002280     CLOSE CONTROL-FILE.
002290     OPEN OUTPUT REPORT-FILE.
002300     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
002310*    THE FISCAL FILE DECIDES WHICH YEARS EXIST (1200 BELOW);
002312*    HERE THE CARD ONLY HAS TO CARRY A YEAR AT ALL.
002315     IF CTL-FISCAL-YEAR-X NOT NUMERIC
002320             OR CTL-FISCAL-YEAR = ZEROS
002330         MOVE SPACES TO WS-PRINT-WORK
002340         MOVE 'FISCAL YEAR REQUIRED IN COL 1-4'
002350             TO WS-PRINT-WORK
002360         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
002370         MOVE 8 TO RETURN-CODE
003030     EXIT.
003031
003032*--------------------------------------------------------------
003033* 1200-PROBE-CALENDAR - AN 'FP' CALL FOR EACH OF THE TWELVE
003034* PERIODS, SO A FISCAL YEAR MISSING FROM THE FISCAL FILE (OR
003035* ONLY PARTLY DEFINED) ENDS THE RUN RC 8 BEFORE ANY OUTPUT,
003036* THEN ONE 'HQ' CALL ON THE FISCAL YEAR'S OPENING DAY, SO A
003037* MISTYPED CALENDAR-ID ON THE CONTROL CARD (DATESRV ANSWERS AN
003038* UNKNOWN CALENDAR RC '08') DOES THE SAME INSTEAD OF WALKING
003039* THE SCHEDULE OFF STALE ANSWER FIELDS.  EVERY LATER CALL USES
003040* THE SAME CALENDAR ON DATES BUILT BY THE PROGRAM, SO THESE
003041* CHECKS COVER THE RUN.
003042*--------------------------------------------------------------
003043 1200-PROBE-CALENDAR.
003044     MOVE 1 TO WS-PERIOD-SUB.
003045     MOVE '00' TO DSRV-RETURN-CODE.
003046     PERFORM 1210-PROBE-ONE-PERIOD THRU 1210-EXIT
003047         UNTIL WS-PERIOD-SUB > 12
003048         OR NOT DSRV-RC-OK.
003049     IF NOT DSRV-RC-OK
003050         GO TO 1200-EXIT
003051     END-IF.
003052     SET DSRV-FUNC-PERIOD-QUERY TO TRUE.
003053     MOVE CTL-FISCAL-YEAR TO DSRV-FISCAL-YEAR.
003054     MOVE 1 TO DSRV-FISCAL-PERIOD.
003055     CALL 'DATESRV' USING DATESRV-PARMS.
003056     SET DSRV-FUNC-DAY-QUERY TO TRUE.
003057     MOVE DSRV-PERIOD-START TO DSRV-INPUT-DATE.
003058     CALL 'DATESRV' USING DATESRV-PARMS.
003059 1200-EXIT.
003060     EXIT.
003061
003062 1210-PROBE-ONE-PERIOD.
003063     SET DSRV-FUNC-PERIOD-QUERY TO TRUE.
003064     MOVE CTL-FISCAL-YEAR TO DSRV-FISCAL-YEAR.
003065     MOVE WS-PERIOD-SUB TO DSRV-FISCAL-PERIOD.
003066     CALL 'DATESRV' USING DATESRV-PARMS.
003067     IF NOT DSRV-RC-OK
003068         MOVE WS-PERIOD-SUB TO WS-PERIOD-DISPLAY
003069         MOVE SPACES TO DSRV-ERROR-MESSAGE
003070         STRING 'INVALID - FY ' DELIMITED BY SIZE
003071             CTL-FISCAL-YEAR DELIMITED BY SIZE
003072             ' PERIOD ' DELIMITED BY SIZE
003073             WS-PERIOD-DISPLAY DELIMITED BY SIZE
003074             ' NOT DEFINED' DELIMITED BY SIZE
003075             INTO DSRV-ERROR-MESSAGE
003076     END-IF.
003077     ADD 1 TO WS-PERIOD-SUB.
003078 1210-EXIT.
003079     EXIT.
003080
003081*--------------------------------------------------------------
003082* 2000-GENERATE-SCHEDULE - ONE BLOCK PER FISCAL PERIOD, IN
003083* PERIOD ORDER, EACH PRINTED AND WRITTEN TO
003084* CLOSEFL.
003090*--------------------------------------------------------------
003100 2000-GENERATE-SCHEDULE.
003110     MOVE 1 TO WS-PERIOD-SUB.
003160
003170*--------------------------------------------------------------
003180* 2100-ONE-PERIOD - PERIOD-END DATE, LAST BUSINESS DAY, AND
003190* THE MILESTONES.  THE PERIOD'S DATES ARE DATESRV'S 'FP'
003200* ANSWER FROM THE FISCAL FILE - 1200 HAS ALREADY SEEN ALL
003210* TWELVE ARE THERE.
003220*--------------------------------------------------------------
003230 2100-ONE-PERIOD.
003240     SET DSRV-FUNC-PERIOD-QUERY TO TRUE.
003250     MOVE CTL-FISCAL-YEAR TO DSRV-FISCAL-YEAR.
003260     MOVE WS-PERIOD-SUB TO DSRV-FISCAL-PERIOD.
003270     CALL 'DATESRV' USING DATESRV-PARMS.
003280     MOVE DSRV-PERIOD-START TO WS-PERIOD-START-DATE.
003290     MOVE DSRV-PERIOD-END TO WS-PERIOD-END-DATE.
003300     COMPUTE WS-PERIOD-END-INT =
003310         FUNCTION INTEGER-OF-DATE(WS-PERIOD-END-DATE).
003320     COMPUTE WS-PERIOD-DAYS = WS-PERIOD-END-INT
003330         - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START-DATE) + 1.
003420     PERFORM 2200-FIND-LAST-BUS-DAY THRU 2200-EXIT.
003430     PERFORM 2300-PRINT-PERIOD-BLOCK THRU 2300-EXIT.
003440     PERFORM 2400-WRITE-PERIOD-RECORD THRU 2400-EXIT.
003855     MOVE WS-PERIOD-SUB TO WS-PERIOD-DISPLAY.
003860     STRING 'PERIOD ' DELIMITED BY SIZE
003870         WS-PERIOD-DISPLAY DELIMITED BY SIZE
003880         '  ' DELIMITED BY SIZE
003890         WS-PERIOD-START-DATE DELIMITED BY SIZE
003900         ' - ' DELIMITED BY SIZE
003910         WS-PERIOD-END-DATE DELIMITED BY SIZE
003920         '  ' DELIMITED BY SIZE
003930         WS-PERIOD-DAYS DELIMITED BY SIZE
003935         ' DAYS' DELIMITED BY SIZE
003940         INTO WS-PRINT-WORK.
003950     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
003960     MOVE SPACES TO WS-PRINT-WORK.
004200* OFF DATESRV'S 'DD' WALK UNDER THE SCHEDULE'S CALENDAR.
004210*--------------------------------------------------------------
004220 2500-ONE-MILESTONE.
004225     MOVE SPACES TO DSRV-RECEIPT-TIME.
004230     SET DSRV-FUNC-DUE-DATE TO TRUE.
004240     MOVE WS-PERIOD-END-DATE TO DSRV-INPUT-DATE.
004250     MOVE WS-MILEST-OFFSET(WS-MILEST-SUB) TO DSRV-OFFSET-DAYS.
