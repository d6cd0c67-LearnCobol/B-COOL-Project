000240*                     HAS TO PURGE YEARS OF GOOD RECORDS TO
000250*                     PROTECT A FEW DATES.  A CLEAN VERIFY
000260*                     PASS FILES WITH THE CHANGE TICKET.
000261*   10/15/2026  DLH   THE STORED FISCAL YEAR AND PERIOD ARE NOW
000262*                     COMPARED AS WELL - DATESRV ANSWERS THEM
000263*                     FROM THE 4-4-5 FISCAL-CALENDAR DEFINITION
000264*                     FILE (FISCAL DD), SO A REDEFINED FISCAL
000265*                     YEAR DRIFTS THE MASTER JUST AS A HOLIDAY
000266*                     CHANGE DOES.  THE DRIFT LINE SHOWS THEM.
000270*--------------------------------------------------------------
000280* FUNCTION: AUDITS (AND ON REQUEST REPAIRS) THE DATE-RESULTS
000290*           MASTER AGAINST A FRESH DATESRV COMPUTATION UNDER
000300*           THE HOLIDAY FILE ON THE HOLIDAYS DD AND THE FISCAL
000305*           CALENDAR ON THE FISCAL DD.
000310*
000320*           CONTROL CARD (SYSIN):
000330*             COL 1-8   RUN MODE - 'VERIFY' (REPORT ONLY, THE
001270     05  FILLER              PIC X(01) VALUE '>'.
001280     05  DRF-NEW-HOLIDAY     PIC X(01).
001290     05  FILLER              PIC X(02) VALUE SPACES.
001291     05  DRF-OLD-FISC-YEAR   PIC 9(04).
001292     05  FILLER              PIC X(01) VALUE '/'.
001293     05  DRF-OLD-FISC-PERIOD PIC 9(02).
001294     05  FILLER              PIC X(01) VALUE '>'.
001295     05  DRF-NEW-FISC-YEAR   PIC 9(04).
001296     05  FILLER              PIC X(01) VALUE '/'.
001297     05  DRF-NEW-FISC-PERIOD PIC 9(02).
001298     05  FILLER              PIC X(02) VALUE SPACES.
001300     05  DRF-ACTION          PIC X(08).
001310     05  FILLER              PIC X(57) VALUE SPACES.
001320
001330*--------------------------------------------------------------
001340* DATESRV PARAMETER AREA - EVERY RECORD IS RECOMPUTED THROUGH
002630*--------------------------------------------------------------
002640* 2200-AUDIT-ONE-RECORD - RECOMPUTES THE RECORD'S DATE THROUGH
002650* DATESRV 'DT' UNDER THE RECORD'S OWN CALENDAR AND COMPARES
002660* THE STORED BUSINESS-DAY, WEEKDAY, HOLIDAY FLAG AND FISCAL
002665* YEAR AND PERIOD.  A
002670* MISMATCH IS REPORTED AND, IN DELETE OR REWRITE MODE,
002680* REPAIRED.
002690*--------------------------------------------------------------
002800         IF DM-BUS-DAY-OF-YEAR NOT = DSRV-BUS-DAY-OF-YEAR
002810                 OR DM-WEEKDAY-NAME NOT = DSRV-WEEKDAY-NAME
002820                 OR DM-HOLIDAY-FLAG NOT = DSRV-HOLIDAY-FLAG
002823                 OR DM-FISCAL-YEAR NOT = DSRV-FISCAL-YEAR
002826                 OR DM-FISCAL-PERIOD NOT = DSRV-FISCAL-PERIOD
002830             SET WS-DRIFT-SW TO 'Y'
002840         END-IF
002850     END-IF.
003050     MOVE DM-BUS-DAY-OF-YEAR TO DRF-OLD-BUS-DAY.
003060     MOVE DM-WEEKDAY-NAME    TO DRF-OLD-WEEKDAY.
003070     MOVE DM-HOLIDAY-FLAG    TO DRF-OLD-HOLIDAY.
003073     MOVE DM-FISCAL-YEAR     TO DRF-OLD-FISC-YEAR.
003076     MOVE DM-FISCAL-PERIOD   TO DRF-OLD-FISC-PERIOD.
003080     IF DSRV-RC-OK
003090         MOVE DSRV-BUS-DAY-OF-YEAR TO DRF-NEW-BUS-DAY
003100         MOVE DSRV-WEEKDAY-NAME    TO DRF-NEW-WEEKDAY
003110         MOVE DSRV-HOLIDAY-FLAG    TO DRF-NEW-HOLIDAY
003113         MOVE DSRV-FISCAL-YEAR     TO DRF-NEW-FISC-YEAR
003116         MOVE DSRV-FISCAL-PERIOD   TO DRF-NEW-FISC-PERIOD
003120     ELSE
003130         MOVE ZEROS                TO DRF-NEW-BUS-DAY
003140         MOVE 'INVALID'            TO DRF-NEW-WEEKDAY
003150         MOVE SPACE                TO DRF-NEW-HOLIDAY
003153         MOVE ZEROS                TO DRF-NEW-FISC-YEAR
003156         MOVE ZEROS                TO DRF-NEW-FISC-PERIOD
003160     END-IF.
003170     EVALUATE TRUE
003180         WHEN CTL-MODE-VERIFY
