000195*                     AUD-BUS-DAY-TENTHS COLUMN AT THE BACK OF
000196*                     THE LINE (BLANK = PRE-CHANGE LINE = .0)
000197*                     AND THE EXTRACT PRINTS THE FIGURE ZZ9.9.
000198*   10/15/2026  DLH   THE EXTRACT NOW PRINTS THE RECEIPT NUMBER
000199*                     AND PO NUMBER OF EACH DETAIL LINE AFTER
000200*                     THE INPUT DATE (BLANK ON LINES WRITTEN
000201*                     BEFORE CALENDAR CARRIED THEM).
000202*   10/15/2026  DLH   THE EXTRACT NOW LEADS WITH EACH LINE'S
000203*                     AUDIT SEQUENCE NUMBER, AND COL 32-40 OF THE
000204*                     CARD SELECTS ONE LINE BY THAT NUMBER (A
000205*                     SUMMARY LINE TOO), SO AN AUDITOR CAN ASK
000206*                     FOR A SPECIFIC LINE.  CHAIN CARRY-FORWARD
000207*                     LINES ARE COUNTED ON THEIR OWN.
000208*--------------------------------------------------------------
000210* FUNCTION: READS THE AUDIT LOG AND PRINTS EVERY DETAIL LINE
000220*           THAT MATCHES ALL THE CRITERIA PUNCHED ON THE
000230*           SELECTION CARD.  A BLANK CRITERION MATCHES
000250*           AUDITREC LAYOUT CARRY NO RUN DATE AND CANNOT BE
000260*           SELECTED - THEY ARE COUNTED AND REPORTED AS
000270*           OLD-FORMAT SO THE READER KNOWS THE EXTRACT IS NOT
000280*           NECESSARILY COMPLETE ACROSS THEM.  THE CHAIN
000283*           CARRY-FORWARD LINE AUDARCH LEAVES AT THE TOP OF
000286*           THE LIVE LOG IS COUNTED ON ITS OWN.
000290*
000300*           SELECTION CARD (SYSIN):
000310*             COL 1-8   OPERATOR ID (BLANK OR '*' = ALL)
000330*             COL 17-24 TO RUN DATE YYYYMMDD (ZERO = OPEN)
000340*             COL 25-31 STATUS 'VALID' OR 'INVALID' (BLANK =
000350*                       BOTH)
000360*             COL 32-40 AUDIT SEQUENCE NUMBER (ZERO/BLANK =
000362*                       ALL) - PICKS OUT ONE LINE, A SUMMARY
000364*                       LINE AS WELL AS A DETAIL LINE
000366*             COL 41-80 UNUSED
000370*
000380*           RETURN CODES:  0 = CLEAN,  4 = NO LINES MATCHED.
000390*--------------------------------------------------------------
000650     05  SEL-TO-DATE-X REDEFINES SEL-TO-DATE
000660                                 PIC X(08).
000670     05  SEL-STATUS              PIC X(07).
000672     05  SEL-SEQ-NO              PIC 9(09).
000674     05  SEL-SEQ-NO-X REDEFINES SEL-SEQ-NO
000676                                 PIC X(09).
000680     05  FILLER                  PIC X(40).
000690
000700*--------------------------------------------------------------
000710* AUDIT-FILE - THE AUDIT LOG (LIVE LOG OR AN ARCHIVE
000900 77  WS-MATCH-COUNT          PIC 9(08) VALUE ZEROS COMP.
000910 77  WS-OLDFORM-COUNT        PIC 9(08) VALUE ZEROS COMP.
000920 77  WS-SUMMARY-COUNT        PIC 9(08) VALUE ZEROS COMP.
000925 77  WS-CHAIN-COUNT          PIC 9(08) VALUE ZEROS COMP.
000930 77  WS-COUNT-DISPLAY        PIC ZZZZZZZ9 VALUE SPACES.
000940
000950*--------------------------------------------------------------
000960* AUDIT-LINE - THE FIXED AUDIT-LOG LAYOUT SHARED WITH CALENDAR,
000970* AUDARCH AND AUDVRFY.  EACH LOG LINE IS MOVED HERE TO BE
000975* TESTED.
000980*--------------------------------------------------------------
000990 COPY AUDITREC.
001000
001100* EXTRACT DETAIL LINE
001110*--------------------------------------------------------------
001120 01  WS-DETAIL-LINE.
001127     05  FILLER              PIC X(01) VALUE SPACE.
001134*        BLANK ON A LINE WRITTEN BEFORE THE LOG WAS SEQUENCED.
001141     05  DET-SEQ-NO          PIC ZZZZZZZZ9.
001148     05  DET-SEQ-NO-X REDEFINES DET-SEQ-NO
001155                             PIC X(09).
001162     05  FILLER              PIC X(01) VALUE SPACE.
001169     05  DET-RUN-DATE        PIC 9(08).
001176     05  FILLER              PIC X(01) VALUE SPACE.
001183     05  DET-RUN-TIME        PIC 9(04).
001190     05  FILLER              PIC X(01) VALUE SPACE.
001197     05  DET-OPERATOR        PIC X(08).
001204     05  FILLER              PIC X(01) VALUE SPACE.
001211     05  DET-INPUT-DATE      PIC 9(08).
001218     05  FILLER              PIC X(01) VALUE SPACE.
001225     05  DET-RECEIPT-NO      PIC X(10).
001232     05  FILLER              PIC X(01) VALUE SPACE.
001239     05  DET-PO-NO           PIC X(10).
001246     05  FILLER              PIC X(01) VALUE SPACE.
001253     05  DET-STATUS          PIC X(07).
001260     05  FILLER              PIC X(01) VALUE SPACE.
001267     05  DET-DAY-OF-YEAR     PIC 9(03).
001274     05  FILLER              PIC X(01) VALUE SPACE.
001281     05  DET-BUS-DAY         PIC ZZ9.9.
001288     05  FILLER              PIC X(01) VALUE SPACE.
001295     05  DET-FISCAL-PERIOD   PIC 9(02).
001302     05  FILLER              PIC X(01) VALUE '/'.
001309     05  DET-FISCAL-YEAR     PIC 9(04).
001316     05  FILLER              PIC X(02) VALUE SPACES.
001323     05  DET-ERROR-MSG       PIC X(40).
001340
001350*    YYYYMMDD
001360 01 CurrentDate.
001840     IF SEL-TO-DATE = ZEROS
001850         MOVE 99999999 TO SEL-TO-DATE
001860     END-IF.
001862     IF SEL-SEQ-NO-X NOT NUMERIC
001864         MOVE ZEROS TO SEL-SEQ-NO
001866     END-IF.
001870     OPEN INPUT AUDIT-FILE.
001880     OPEN OUTPUT REPORT-FILE.
001890     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
002120
002130*--------------------------------------------------------------
002140* 2200-TEST-ONE-LINE - APPLIES THE SELECTION CRITERIA TO ONE
002150* LOG LINE.  ONLY DETAIL ('D') LINES ARE ELIGIBLE, AND SUMMARY
002160* LINES WHEN ONE LINE IS ASKED FOR BY SEQUENCE NUMBER; OTHER
002163* SUMMARY LINES, CARRY-FORWARD LINES AND OLD-FORMAT LINES ARE
002166* COUNTED SEPARATELY.
002170*--------------------------------------------------------------
002180 2200-TEST-ONE-LINE.
002190     ADD 1 TO WS-READ-COUNT.
002200     MOVE AUDIT-RECORD TO AUDIT-LINE.
002210     EVALUATE TRUE
002220         WHEN AUD-TYPE-SUMMARY
002225             IF SEL-SEQ-NO = ZEROS
002230                 ADD 1 TO WS-SUMMARY-COUNT
002231             ELSE
002232                 PERFORM 2300-MATCH-AND-PRINT THRU 2300-EXIT
002233             END-IF
002234         WHEN AUD-TYPE-CHAIN
002235             ADD 1 TO WS-CHAIN-COUNT
002240         WHEN NOT AUD-TYPE-DETAIL
002250             ADD 1 TO WS-OLDFORM-COUNT
002260         WHEN AUD-RUN-DATE-X NOT NUMERIC
002460             AND AUD-STATUS NOT = SEL-STATUS
002470         GO TO 2300-EXIT
002480     END-IF.
002481     IF SEL-SEQ-NO NOT = ZEROS
002482         IF AUD-SEQ-NO-X NOT NUMERIC
002483             GO TO 2300-EXIT
002484         END-IF
002485         IF AUD-SEQ-NO NOT = SEL-SEQ-NO
002486             GO TO 2300-EXIT
002487         END-IF
002488     END-IF.
002490     ADD 1 TO WS-MATCH-COUNT.
002500     PERFORM 6200-WRITE-EXTRACT-LINE THRU 6200-EXIT.
002510 2300-EXIT.
002830         INTO REPORT-LINE.
002840     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002850     MOVE SPACES TO REPORT-LINE.
002860     STRING "  SEQUENCE RUN-DATE TIME OPERATOR INPUT-DT "
002870         DELIMITED BY SIZE
002875         "RECEIPT-NO PO-NUMBER  STATUS  DOY  BUS  "
002877         DELIMITED BY SIZE
002880         "PD/FYEAR ERROR" DELIMITED BY SIZE
002890         INTO REPORT-LINE.
002900     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
002910     ADD 3 TO WS-LINE-COUNT.
003170         SEL-TO-DATE DELIMITED BY SIZE
003180         "  STATUS: " DELIMITED BY SIZE
003190         SEL-STATUS DELIMITED BY SIZE
003193         "  SEQUENCE: " DELIMITED BY SIZE
003196         SEL-SEQ-NO DELIMITED BY SIZE
003200         INTO REPORT-LINE.
003210     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003220     MOVE SPACES TO REPORT-LINE.
003310*--------------------------------------------------------------
003320 6200-WRITE-EXTRACT-LINE.
003330     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
003331     IF AUD-SEQ-NO-X IS NUMERIC
003332         MOVE AUD-SEQ-NO    TO DET-SEQ-NO
003333     ELSE
003334         MOVE SPACES        TO DET-SEQ-NO-X
003335     END-IF.
003340     MOVE AUD-RUN-DATE      TO DET-RUN-DATE.
003350     MOVE AUD-RUN-TIME      TO DET-RUN-TIME.
003360     MOVE AUD-OPERATOR-ID   TO DET-OPERATOR.
003370     MOVE AUD-INPUT-DATE    TO DET-INPUT-DATE.
003373     MOVE AUD-RECEIPT-NO    TO DET-RECEIPT-NO.
003376     MOVE AUD-PO-NO         TO DET-PO-NO.
003380     MOVE AUD-STATUS        TO DET-STATUS.
003390     MOVE AUD-DAY-OF-YEAR   TO DET-DAY-OF-YEAR.
003400     MOVE AUD-BUS-DAY       TO WS-BUS-DAY-WHOLE.
003780         WS-COUNT-DISPLAY DELIMITED BY SIZE
003790         INTO REPORT-LINE.
003800     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003801     MOVE WS-CHAIN-COUNT TO WS-COUNT-DISPLAY.
003802     MOVE SPACES TO REPORT-LINE.
003803     STRING "CARRY-FORWARD LINES:     " DELIMITED BY SIZE
003804         WS-COUNT-DISPLAY DELIMITED BY SIZE
003805         INTO REPORT-LINE.
003806     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
003810     ADD 6 TO WS-LINE-COUNT.
003820 8000-EXIT.
003830     EXIT.
003840
