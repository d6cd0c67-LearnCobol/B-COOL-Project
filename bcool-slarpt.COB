000180*                     AND LISTS EVERY RECORD OVER THE 21-DAY
000190*                     SLA LINE, SO MANAGEMENT GETS FOUR
000200*                     NUMBERS INSTEAD OF 40,000 DETAIL LINES.
000202*   10/15/2026  DLH   THE EXCEPTION LISTING NOW SHOWS THE
000204*                     RECEIPT NUMBER AND PO NUMBER CARRIED ON
000206*                     DATEOUT, SO EACH LATE LINE CAN BE TRACED
000208*                     TO ITS RECEIPT WITHOUT THE RECEIVING LOG.
000209*   10/15/2026  DLH   THE REPORT NOW ENDS WITH A FIXED-COLUMN
000210*                     CONTROL LINE (COPY SLACTLR) CARRYING THE
000211*                     RUN STAMP AND THE READ, AGED AND OVER-SLA
000212*                     COUNTS, SO THE MORNING DIGEST (OPSDIGST)
000213*                     CAN PICK UP THE NIGHT'S BREACH COUNT.
000214*--------------------------------------------------------------
000220* FUNCTION: READS THE DATEOUT RESULT FILE CALENDAR WROTE
000230*           (LAYOUT IN THE DATEOUTR COPYBOOK), ACCUMULATES
000240*           AGING-BUCKET COUNTS AND PERCENTAGES BY FISCAL
000310*
000320*           A NEGATIVE ELAPSED-DAYS FIGURE (COMPARISON DATE
000330*           BEFORE THE RECEIPT DATE) COUNTS IN THE 0-5 BAND.
000332*
000334*           THE LAST LINE OF THE REPORT IS THE SLA CONTROL LINE
000336*           (LAYOUT IN THE SLACTLR COPYBOOK) - LEAVE IT LAST.
000340*
000350*           RETURN CODES:  0 = CLEAN,  4 = NOTHING TO REPORT.
000360*--------------------------------------------------------------
001490     05  EXC-FISCAL-YEAR     PIC 9(04).
001500     05  FILLER              PIC X(01) VALUE '/'.
001510     05  EXC-FISCAL-PERIOD   PIC 9(02).
001512     05  FILLER              PIC X(03) VALUE SPACES.
001514     05  EXC-RECEIPT-NO      PIC X(10).
001516     05  FILLER              PIC X(02) VALUE SPACES.
001518     05  EXC-PO-NO           PIC X(10).
001520     05  FILLER              PIC X(66) VALUE SPACES.
001530
001540*--------------------------------------------------------------
001550* REPORT-FILE PAGE-CONTROL WORKING STORAGE
001710    02  CurrentMinute   PIC 99.
001720    02  FILLER          PIC 9(4).
001730
001731*--------------------------------------------------------------
001732* SLA CONTROL LINE - THE LAST LINE OF THE REPORT, READ BACK BY
001733* THE MORNING DIGEST.
001734*--------------------------------------------------------------
001735 COPY SLACTLR.
001736
001740 PROCEDURE DIVISION.
001750*--------------------------------------------------------------
001760* 0000-MAINLINE - ACCUMULATION PASS, SUMMARY PAGE, THEN THE
001820     PERFORM 3000-SORT-PERIODS THRU 3000-EXIT.
001830     PERFORM 6100-PRINT-SUMMARY THRU 6100-EXIT.
001840     PERFORM 4000-EXCEPTION-PASS THRU 4000-EXIT.
001845     PERFORM 8000-WRITE-CONTROL-LINE THRU 8000-EXIT.
001850     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001860     IF WS-AGED-COUNT = ZEROS
001870         MOVE 4 TO RETURN-CODE
003450         TO REPORT-LINE.
003460     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003470     MOVE SPACES TO REPORT-LINE.
003480     STRING " RECEIPT    COMPARED    ELAPSED  PD-FY"
003490         DELIMITED BY SIZE
003493         "      RECEIPT-NO  PO-NUMBER" DELIMITED BY SIZE
003496         INTO REPORT-LINE.
003500     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003510     ADD 2 TO WS-LINE-COUNT.
003520     MOVE 'N' TO WS-DATEOUT-EOF-SW.
003750         MOVE DO-ELAPSED-DAYS   TO EXC-ELAPSED
003760         MOVE DO-FISCAL-YEAR    TO EXC-FISCAL-YEAR
003770         MOVE DO-FISCAL-PERIOD  TO EXC-FISCAL-PERIOD
003773         MOVE DO-RECEIPT-NO     TO EXC-RECEIPT-NO
003776         MOVE DO-PO-NO          TO EXC-PO-NO
003780         WRITE REPORT-LINE FROM WS-EXCEPT-LINE
003790             AFTER ADVANCING 1 LINE
003800         ADD 1 TO WS-LINE-COUNT
005520 6120-EXIT.
005530     EXIT.
005540
005541*--------------------------------------------------------------
005542* 8000-WRITE-CONTROL-LINE - CLOSES THE REPORT OFF WITH THE SLA
005543* CONTROL LINE: RUN STAMP, RECORDS READ, RECORDS AGED AND THE
005544* COUNT LISTED OVER THE SLA LINE.
005545*--------------------------------------------------------------
005546 8000-WRITE-CONTROL-LINE.
005547     MOVE CurrentDate TO SLC-RUN-DATE-X.
005548     COMPUTE SLC-RUN-TIME = CurrentHour * 100 + CurrentMinute.
005549     MOVE WS-READ-COUNT   TO SLC-READ-COUNT.
005550     MOVE WS-AGED-COUNT   TO SLC-AGED-COUNT.
005551     MOVE WS-EXCEPT-COUNT TO SLC-OVER-COUNT.
005552     MOVE SPACES TO REPORT-LINE.
005553     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
005554     WRITE REPORT-LINE FROM SLA-CONTROL-LINE
005555         AFTER ADVANCING 1 LINE.
005556     ADD 2 TO WS-LINE-COUNT.
005557 8000-EXIT.
005558     EXIT.
005559
005560*--------------------------------------------------------------
005561* 9000-TERMINATE - CLOSES THE REPORT.
005570*--------------------------------------------------------------
005580 9000-TERMINATE.
005590     CLOSE REPORT-FILE.
