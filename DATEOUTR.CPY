000010*--------------------------------------------------------------
000020* DATEOUTR - LAYOUT OF ONE PROD.CALENDAR.DATEOUT RESULT RECORD
000030* (LRECL 177).  WRITTEN BY CALENDAR, READ BY SLARPT AND ANY
000040* OTHER DOWNSTREAM REPORTING, SO THE WRITER AND THE READERS
000050* SHARE ONE DEFINITION.
000060*--------------------------------------------------------------
000550*       CALENDARS NEVER MIX DOWNSTREAM.
000560     05  FILLER                  PIC X(01) VALUE SPACE.
000570     05  DO-CALENDAR-ID          PIC X(08).
000580*       THE RECEIVING-LOG RECEIPT NUMBER AND PURCHASE-ORDER
000590*       NUMBER CARRIED FROM DATEIN COLUMNS 30-49 (10/15/2026),
000600*       SO EVERY RESULT TRACES BACK TO ONE PHYSICAL RECEIPT.
000610*       SPACES WHEN THE EXTRACT SUPPLIED NONE.
000620     05  FILLER                  PIC X(01) VALUE SPACE.
000630     05  DO-RECEIPT-NO           PIC X(10).
000640     05  FILLER                  PIC X(01) VALUE SPACE.
000650     05  DO-PO-NO                PIC X(10).
000660*       THE RECEIPT TIME FROM DATEIN COLUMNS 50-53 (SPACES WHEN
000670*       NONE) AND THE DATE THE BUSINESS-DAY CLOCK STARTED -
000680*       THE RECEIPT DATE, OR THE NEXT OPEN DAY WHEN THE TIME
000690*       WAS PAST THE CALENDAR'S DOCK CUTOFF, IN WHICH CASE
000700*       DO-CLOCK-ROLLED IS 'Y'.  DO-ELAPSED-DAYS AND
000710*       DO-DUE-DATE ARE COUNTED FROM DO-CLOCK-START.
000720     05  FILLER                  PIC X(01) VALUE SPACE.
000730     05  DO-RECEIPT-TIME         PIC X(04).
000740     05  FILLER                  PIC X(01) VALUE SPACE.
000750     05  DO-CLOCK-START          PIC 9(08).
000760     05  FILLER                  PIC X(01) VALUE SPACE.
000770     05  DO-CLOCK-ROLLED         PIC X(01).
