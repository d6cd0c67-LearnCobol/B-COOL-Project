000179*                     FIGURE PRINTS WITH ITS HALF-DAY FRACTION
000180*                     AND THE HOLIDAY COLUMN SHOWS 'HALF DAY'
000181*                     FOR AN 'H' FLAG.
000182*   10/15/2026  DLH   THE ANSWER LINE NOW SHOWS THE RECEIPT AND
000183*                     PO NUMBER OF THE DATEIN LINE THAT FIRST PUT
000184*                     THE DATE ON THE MASTER, SO A CACHED RESULT
000185*                     TRACES BACK TO A PHYSICAL RECEIPT.
000186*--------------------------------------------------------------
000190* FUNCTION: READS INQUIRY CARDS (ONE YYYYMMDD DATE PER CARD,
000200*           COL 1-8, WITH THE HOLIDAY CALENDAR-ID IN COL 9-16,
000205*           BLANK = 'SHOP') AND ANSWERS EACH FROM THE DATE-
001000     05  ANS-FISCAL-YEAR     PIC 9(04).
001010     05  FILLER              PIC X(02) VALUE SPACES.
001020     05  ANS-HOLIDAY         PIC X(09).
001022     05  FILLER              PIC X(02) VALUE SPACES.
001024     05  ANS-RECEIPT-NO      PIC X(10).
001026     05  FILLER              PIC X(02) VALUE SPACES.
001028     05  ANS-PO-NO           PIC X(10).
001030     05  FILLER              PIC X(46) VALUE SPACES.
001032*    THE CALENDAR THE CURRENT CARD ASKS ABOUT - INQ-CAL-ID
001034*    WITH A BLANK RESOLVED TO 'SHOP'.
001036 77  WS-INQ-CAL-ID           PIC X(08) VALUE 'SHOP'.
001700     STRING " DATE      CALENDAR   WEEKDAY      DOY  BUS"
001710         DELIMITED BY SIZE
001720         "  PD/FYEAR  HOLIDAY" DELIMITED BY SIZE
001725         "  FIRST-RCPT  FIRST-PO" DELIMITED BY SIZE
001730         INTO REPORT-LINE.
001740     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
001750 1000-EXIT.
002260         MOVE DM-BUS-DAY-OF-YEAR TO ANS-BUS-DAY
002270         MOVE DM-FISCAL-PERIOD  TO ANS-FISCAL-PERIOD
002280         MOVE DM-FISCAL-YEAR    TO ANS-FISCAL-YEAR
002283         MOVE DM-FIRST-RECEIPT-NO TO ANS-RECEIPT-NO
002286         MOVE DM-FIRST-PO-NO    TO ANS-PO-NO
002290         EVALUATE DM-HOLIDAY-FLAG
002300             WHEN 'Y'
002302                 MOVE 'HOLIDAY' TO ANS-HOLIDAY
