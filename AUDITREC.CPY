000010*--------------------------------------------------------------
000020* AUDITREC - FIXED LAYOUT OF ONE PROD.CALENDAR.AUDITLOG LINE
000030* (LRECL 150).  SHARED BY CALENDAR (WRITER), AUDARCH (ARCHIVER),
000040* AUDINQ (COMPLIANCE INQUIRY) AND AUDVRFY (CHAIN VERIFICATION)
000050* SO THE PROGRAMS CAN NEVER DRIFT APART ON WHERE A FIELD SITS.
000060*
000070* RECORD TYPES:
000080*   'D' - ONE DETAIL LINE PER DATE COMPUTATION.
000090*   'S' - ONE SUMMARY LINE PER BATCH RUN, CARRYING THE CONTROL
000100*         TOTALS IN AUD-SUMMARY-DATA AND THE BALANCE RESULT
000110*         (INBAL/OUTBAL/NOTRAIL) IN AUD-STATUS.
000111*   'C' - CHAIN CARRY-FORWARD.  AUDARCH PUTS ONE AT THE TOP OF
000112*         THE REWRITTEN LIVE LOG, REPEATING THE SEQUENCE NUMBER
000113*         AND CHAIN HASH OF THE LAST LINE IT ARCHIVED, SO THE
000114*         LIVE LOG CAN BE VERIFIED ON ITS OWN AND CALENDAR
000115*         CARRIES ON FROM THE RIGHT PLACE.  IT TAKES NO SEQUENCE
000116*         NUMBER OF ITS OWN.
000120*
000130* LINES WRITTEN BEFORE THE LOG WENT TO THIS FIXED LAYOUT START
000140* WITH AN HH:MM TIME, SO AUD-RECORD-TYPE IS NOT A TYPE ABOVE AND
000150* AUD-RUN-DATE IS NOT NUMERIC ON THEM - READERS TEST FOR THAT.
000152*
000154* THE HALF-DAY FRACTION OF THE BUSINESS-DAY FIGURE (09/02/2026)
000158* TRAILING FILLER SO NO PRE-CHANGE COLUMN MOVES (THE SAME WAY
000159* AUD-SUM-MSTRHIT WAS ADDED).  THE TENTHS COLUMN IS BLANK ON
000160* LINES WRITTEN BEFORE THE CHANGE - READERS TEST IT NUMERIC.
000161*
000162* TAMPER EVIDENCE (10/15/2026): EVERY LINE CALENDAR WRITES
000163* CARRIES AUD-SEQ-NO, ONE HIGHER THAN THE LINE BEFORE IT (THE
000164* FIRST SEQUENCED LINE IS 1), AND AUD-CHAIN-HASH, RUN OVER
000165* COLUMNS 1-131 OF THE LINE (EVERYTHING UP TO THE HASH ITSELF,
000166* SEQUENCE NUMBER INCLUDED) STARTING FROM THE PREVIOUS LINE'S
000167* HASH: HASH = (HASH * 131 + ORD(BYTE)) MOD 999999999989.  AN
000168* EDITED LINE NO LONGER MATCHES ITS OWN HASH, A REMOVED LINE
000169* LEAVES A HOLE IN THE SEQUENCE, AND AUDVRFY FINDS BOTH.  BOTH
000170* COLUMNS ARE BLANK ON LINES WRITTEN BEFORE THE CHANGE.
000171*--------------------------------------------------------------
000172 01  AUDIT-LINE.
000180     05  AUD-RECORD-TYPE         PIC X(01).
000190         88  AUD-TYPE-DETAIL             VALUE 'D'.
000200         88  AUD-TYPE-SUMMARY            VALUE 'S'.
000205         88  AUD-TYPE-CHAIN              VALUE 'C'.
000210     05  AUD-RUN-DATE            PIC 9(08).
000220     05  AUD-RUN-DATE-X REDEFINES AUD-RUN-DATE
000230                                 PIC X(08).
000544*        '5') - BLANK ON LINES WRITTEN BEFORE 09/02/2026 AND
000546*        ON SUMMARY LINES, SO READERS TEST IT NUMERIC.
000548     05  AUD-BUS-DAY-TENTHS      PIC X(01).
000550*        RECEIPT AND PO NUMBERS OF A DETAIL LINE (10/15/2026),
000551*        TAKEN FROM THE TRAILING FILLER THE SAME WAY - BLANK ON
000552*        OLDER LINES AND ON SUMMARY LINES.
000553     05  FILLER                  PIC X(01).
000554     05  AUD-RECEIPT-NO          PIC X(10).
000555     05  FILLER                  PIC X(01).
000556     05  AUD-PO-NO               PIC X(10).
000566     05  FILLER                  PIC X(01).
000576     05  AUD-SEQ-NO              PIC 9(09).
000586     05  AUD-SEQ-NO-X REDEFINES AUD-SEQ-NO
000596                                 PIC X(09).
000606     05  FILLER                  PIC X(01).
000616     05  AUD-CHAIN-HASH          PIC 9(12).
000626     05  AUD-CHAIN-HASH-X REDEFINES AUD-CHAIN-HASH
000636                                 PIC X(12).
000646     05  FILLER                  PIC X(07).
