001961*                     NUMBERS COME OUT EXACTLY AS BEFORE.
001962*                     RESULTS TRAVEL BETWEEN THE TWO SORTS ON
001963*                     THE NEW RESULTWK WORK FILE.
001964*   10/15/2026  DLH   DATEIN COL 30-39 NOW CARRIES THE RECEIVING-
001965*                     LOG RECEIPT NUMBER AND COL 40-49 THE PO
001966*                     NUMBER, CARRIED ONTO DATEOUT (LRECL 139
001967*                     TO 161), THE AUDIT DETAIL LINE AND THE
001968*                     DATE MASTER (THE RECEIPT THAT FIRST PUT
001969*                     THE DATE THERE), SO EVERY RESULT TRACES
001970*                     TO ONE PHYSICAL RECEIPT.  REJECT LINES NOW
001971*                     CARRY THE WHOLE 80-BYTE DATEIN IMAGE WITH
001972*                     THE REFERENCE FIELDS AT COL 82+ (LRECL 80
001973*                     TO 128), SINCE DATEIN NO LONGER HAS SPARE
001974*                     COLUMNS FOR THEM TO LAND IN.
001975*   10/15/2026  DLH   FISCAL YEAR AND PERIOD NOW COME FROM THE
001976*                     FISCAL-CALENDAR DEFINITION FILE (4-4-5
001977*                     WEEKS) VIA DATESRV, SO A DATE IN NO
001978*                     DEFINED FISCAL YEAR IS NOW INVALID WITH
001979*                     DATESRV'S MESSAGE.  THE 'Y' CALENDAR
001980*                     HEADS EACH MONTH WITH THE PERIOD IN
001981*                     EFFECT ON THE 1ST AND ITS DATES, AND
001982*                     FOOTS IT WITH THE MONTH'S BUSINESS DAYS
001983*                     AND A LINE PER FISCAL PERIOD TOUCHING THE
001984*                     MONTH (DATES AND THE PERIOD'S WHOLE
001985*                     BUSINESS-DAY TOTAL).  A DUE DATE PAST THE
001986*                     LAST DEFINED FISCAL YEAR IS FLAGGED ON
001987*                     THE REPORT INSTEAD OF GUESSED AT.
001988*   10/15/2026  DLH   DATEIN COL 50-53 NOW CARRIES THE RECEIPT
001989*                     TIME (HHMM) FROM THE RECEIVING LOG AND IS
001990*                     PASSED TO DATESRV, WHICH ROLLS A RECEIPT
001991*                     LOGGED AFTER ITS CALENDAR'S DOCK CUTOFF
001992*                     TO THE NEXT OPEN DAY BEFORE THE DUE-DATE,
001993*                     SHIP-BY AND ELAPSED-DAY FIGURES.  DATEOUT
001994*                     CARRIES THE TIME, THE CLOCK-START DATE AND
001995*                     A ROLLED FLAG (LRECL 161 TO 177); THE
001996*                     REPORT SHOWS A ROLLED RECEIPT'S CLOCK
001997*                     START AND THE CONTROL-TOTALS PAGE COUNTS
001998*                     THEM.  A TIME THAT IS NOT HHMM IS
001999*                     REJECTED.  RESULTWK LRECL 265 TO 281.
002000*   10/15/2026  DLH   BATCH RUNS ARE NOW CHECKED AGAINST THE
002001*                     RUN-CONTROL REGISTRY (RUNREG KSDS, COPY
002002*                     RUNREGR) BEFORE DATEOUT, REJECTS OR CHKPOINT
002003*                     IS OPENED.  THE EXTRACT IS KNOWN BY ITS
002004*                     TRAILER COUNT AND A HASH OF EVERY DETAIL
002005*                     RECORD; ONE ALREADY PROCESSED IS REFUSED
002006*                     WITH RC 12 WITHOUT TOUCHING THOSE FILES OR
002007*                     WRITING AN AUDIT LINE.  A RESTART CARD IS
002008*                     HONORED ONLY FOR AN EXTRACT WHOSE LAST RUN
002009*                     NEVER FINISHED.  AN 'O' IN CONTROL CARD COL
002010*                     35 FORCES THE RUN AND IS LOGGED ON THE
002011*                     REGISTRY WITH THE OPERATOR-ID.  A REGISTRY
002012*                     THAT WILL NOT OPEN LETS THE RUN GO AHEAD
002013*                     UNGUARDED WITH RC 4 AT LEAST.
002014*   10/15/2026  DLH   EVERY AUDIT LINE NOW CARRIES A SEQUENCE
002015*                     NUMBER AND A HASH CHAINED FROM THE LINE
002016*                     BEFORE IT (SEE AUDITREC), SO AUDVRFY CAN
002017*                     SHOW THE LOG WAS NOT EDITED OR CUT.  THE
002018*                     LOG IS READ THROUGH ONCE AT START-UP TO
002019*                     PICK THE CHAIN UP WHERE IT LEFT OFF.
002020*--------------------------------------------------------------
002021* FUNCTION: GIVEN A DATE, REPORTS WHAT CALENDAR DAY OF THE YEAR
002022*           IT FALLS ON.  RUNS EITHER AS A SINGLE INTERACTIVE
002023*           LOOKUP OR AS A BATCH PASS OVER A FILE OF DATES.
002024*--------------------------------------------------------------
002025
002026 ENVIRONMENT DIVISION.
002027 INPUT-OUTPUT SECTION.
002028 FILE-CONTROL.
002029     SELECT CONTROL-FILE ASSIGN TO SYSIN
002030         ORGANIZATION IS LINE SEQUENTIAL.
002031
002040     SELECT DATEIN-FILE ASSIGN TO DATEIN
002050         ORGANIZATION IS LINE SEQUENTIAL.
002060
002240
002250     SELECT CHECKPOINT-FILE ASSIGN TO CHKPOINT
002260         ORGANIZATION IS LINE SEQUENTIAL.
002261
002262*    THE RUN-CONTROL REGISTRY - EVERY EXTRACT PROCESSED AND
002263*    EVERY WMS FEED SENT, SO A RESUBMITTED JOB CANNOT REPEAT
002264*    EITHER ONE UNNOTICED.
002265     SELECT RUN-REGISTRY ASSIGN TO RUNREG
002266         ORGANIZATION IS INDEXED
002267         ACCESS MODE IS RANDOM
002268         RECORD KEY IS RR-KEY
002269         FILE STATUS IS WS-REG-STATUS.
002270
002271*    THE BATCH PASS SORTS THE DETAIL RECORDS INTO CALENDAR-
002272*    THEN-DATE ORDER FOR COMPUTATION AND BACK INTO EXTRACT
002273*    ORDER FOR OUTPUT.  RESULTWK CARRIES THE COMPUTED RESULTS
002274*    BETWEEN THE TWO SORTS.
002275     SELECT RESULT-WORK-FILE ASSIGN TO RESULTWK
002276         ORGANIZATION IS LINE SEQUENTIAL.
002277
002278     SELECT SORT-FILE ASSIGN TO SORTWK1.
002279
002280     SELECT RESULT-SORT-FILE ASSIGN TO SORTWK2.
002281
002282 DATA DIVISION.
002290 FILE SECTION.
002300*--------------------------------------------------------------
002310* CONTROL-FILE - ONE CARD READ FROM SYSIN TELLING CALENDAR
002320* WHETHER TO RUN A SINGLE LOOKUP OR A BATCH PASS, AND WHO IS
002330* RUNNING IT.  AN 'O' IN COLUMN 35 FORCES A BATCH RUN THE
002335* RUN-CONTROL REGISTRY WOULD OTHERWISE REFUSE.
002340*--------------------------------------------------------------
002350 FD  CONTROL-FILE.
002360 01  CONTROL-RECORD.
002500     05  CTL-BUSDAY-OFFSET       PIC 9(03).
002510     05  CTL-BUSDAY-OFFSET-X REDEFINES CTL-BUSDAY-OFFSET
002520                                 PIC X(03).
002523     05  CTL-RERUN-SW            PIC X(01).
002526         88  CTL-RERUN-OVERRIDE          VALUE 'O'.
002530     05  FILLER                  PIC X(45).
002540
002550*--------------------------------------------------------------
002560* DATEIN-FILE - ONE DATE PER RECORD FOR BATCH MODE.  COLUMN 20
002832*        DUE-DATE WALKS OBSERVE - 'SHOP' OR A CARRIER
002833*        CALENDAR-ID FROM THE HOLIDAY FILE (BLANK = 'SHOP').
002834     05  DI-CALENDAR-ID          PIC X(08).
002835*        THE RECEIVING-LOG RECEIPT NUMBER AND PURCHASE-ORDER
002836*        NUMBER THE DATE CAME FROM, CARRIED THROUGH TO EVERY
002837*        OUTPUT SO A RESULT TRACES BACK TO ONE RECEIPT.
002838     05  DI-RECEIPT-NO           PIC X(10).
002839     05  DI-PO-NO                PIC X(10).
002840*        THE TIME OF DAY (HHMM) THE RECEIPT WAS LOGGED - A
002841*        RECEIPT AFTER ITS CALENDAR'S DOCK CUTOFF STARTS ITS
002842*        CLOCK ON THE NEXT OPEN DAY.  BLANK = NO TIME KNOWN,
002843*        THE CLOCK STARTS ON THE RECORD'S OWN DATE.
002844     05  DI-RECEIPT-TIME         PIC X(04).
002845     05  FILLER                  PIC X(27).
002846 01  DATEIN-TRAILER.
002850     05  DT-TRAILER-ID           PIC X(01).
002860         88  DT-IS-TRAILER               VALUE 'T'.
002870     05  DT-RECORD-COUNT         PIC 9(06).
002880     05  FILLER                  PIC X(73).
002890
002900*--------------------------------------------------------------
002910* REJECT-FILE - EVERY INVALID BATCH RECORD, WITH THE WHOLE
002920* 80-BYTE DATEIN IMAGE IN COLUMNS 1-80 SO COLUMNS 1-80 OF THE
002930* CORRECTED FILE CAN BE RESUBMITTED AS THE NEXT RUN'S DATEIN
002940* UNCHANGED.  THE RECORD NUMBER AND ERROR REASON TRAIL IN
002950* COLUMNS 82+, PAST THE END OF THE DATEIN RECORD.  A TRAILER
002960* ('T' + REJECT COUNT) IS WRITTEN AT END OF RUN SO THE
002970* RESUBMISSION PASSES CONTROL-TOTAL RECONCILIATION.
002980*--------------------------------------------------------------
002990 FD  REJECT-FILE.
003000 01  REJECT-RECORD.
003010     05  RJ-DATEIN-IMAGE         PIC X(80).
003020     05  FILLER                  PIC X(01).
003030     05  RJ-RECORD-NUMBER        PIC 9(06).
003040     05  FILLER                  PIC X(01).
003050     05  RJ-ERROR-MSG            PIC X(40).
003070 01  REJECT-TRAILER.
003080     05  RJ-TRAILER-ID           PIC X(01).
003090     05  RJ-TRAILER-COUNT        PIC 9(06).
003100     05  FILLER                  PIC X(121).
003110
003120*--------------------------------------------------------------
003130* DATE-MASTER - THE KEYED DATE-RESULTS MASTER (VSAM KSDS,
003170 FD  DATE-MASTER.
003180 COPY DATEMSTR.
003190
003191*--------------------------------------------------------------
003192* RUN-REGISTRY - THE KEYED RUN-CONTROL REGISTRY (VSAM KSDS,
003193* KEY = RR-KEY).  RECORD LAYOUT IN THE RUNREGR COPYBOOK, SHARED
003194* WITH WMSFEED AND THE RUNREG LISTING.
003195*--------------------------------------------------------------
003196 FD  RUN-REGISTRY.
003197 COPY RUNREGR.
003198
003200*--------------------------------------------------------------
003210* DATEOUT-FILE - ONE RESULT RECORD PER INPUT DATE.  THE RECORD
003220* LAYOUT LIVES IN THE DATEOUTR COPYBOOK, SHARED WITH THE
003370* AUDIT-FILE - A PERSISTENT, APPEND-ONLY LOG OF EVERY DATE
003380* COMPUTATION CALENDAR HAS EVER PERFORMED, KEPT FOR SOX-ADJACENT
003390* COMPLIANCE REVIEW.  OPENED IN EXTEND MODE SO EACH RUN ADDS TO
003400* THE LOG RATHER THAN REPLACING IT.  READ THROUGH ONCE FIRST
003405* TO FIND THE END OF THE HASH CHAIN (SEE 1100).
003410*--------------------------------------------------------------
003420 FD  AUDIT-FILE.
003430 01  AUDIT-RECORD                PIC X(150).
003571 FD  RESULT-WORK-FILE.
003572 01  RESULT-WORK-RECORD.
003573     05  RWK-RECNO               PIC 9(06).
003574     05  RWK-DATEOUT             PIC X(177).
003575     05  RWK-WEEKDAY             PIC X(09).
003576     05  RWK-ELAPSED-SW          PIC X(01).
003577     05  RWK-ELAPSED-RAW         PIC X(08).
003599 SD  RESULT-SORT-FILE.
003600 01  RESULT-SORT-RECORD.
003601     05  RSR-RECNO               PIC 9(06).
003602     05  RSR-DATEOUT             PIC X(177).
003603     05  RSR-WEEKDAY             PIC X(09).
003604     05  RSR-ELAPSED-SW          PIC X(01).
003605     05  RSR-ELAPSED-RAW         PIC X(08).
003677     05  WD-FORMAT-TYPE          PIC X(01).
003678     05  WD-DUE-DIRECTION        PIC X(01).
003679     05  WD-CALENDAR-ID          PIC X(08).
003680     05  WD-RECEIPT-NO           PIC X(10).
003681     05  WD-PO-NO                PIC X(10).
003682     05  WD-RECEIPT-TIME         PIC X(04).
003683     05  WD-RECEIPT-TIME-R REDEFINES WD-RECEIPT-TIME.
003684         10  WD-RECEIPT-HH       PIC 9(02).
003685         10  WD-RECEIPT-MM       PIC 9(02).
003686     05  FILLER                  PIC X(27).
003687
003688*--------------------------------------------------------------
003689* CONTROL-TOTAL WORKING STORAGE - ACCUMULATED DURING THE BATCH
003690* PASS AND RECONCILED AGAINST THE DATEIN TRAILER AT END OF
003700* FILE.  AN OUT-OF-BALANCE RUN ENDS WITH RC 8 (NO TRAILER AT
003710* ALL = RC 4) SO THE SCHEDULER CAN HOLD DOWNSTREAM JOBS.
003850 77  WS-REJIN-EOF-SW         PIC X(01) VALUE 'N'.
003860     88  WS-REJIN-EOF                  VALUE 'Y'.
003870 77  WS-PRIOR-REJECT-COUNT   PIC 9(06) VALUE ZEROS COMP.
003872*    VALID RECORDS WHOSE RECEIPT TIME WAS PAST THE DOCK CUTOFF,
003874*    SO THEIR BUSINESS-DAY CLOCK STARTED ON A LATER DAY.
003876 77  WS-ROLLED-COUNT         PIC 9(06) VALUE ZEROS COMP.
003880
003890*--------------------------------------------------------------
003900* INPUT-FORMAT NORMALIZATION WORKING STORAGE - EACH DATEIN
004330     88  WS-MASTER-HIT                 VALUE 'Y'.
004340 77  WS-MASTER-HIT-COUNT     PIC 9(06) VALUE ZEROS COMP.
004350
004351*--------------------------------------------------------------
004352* RUN-CONTROL REGISTRY WORKING STORAGE - THE EXTRACT'S IDENTITY
004353* (THE TRAILER COUNT, OR THE DETAIL COUNT WHEN THERE IS NO
004354* TRAILER, PLUS A HASH OF EVERY DETAIL RECORD) IS TAKEN IN A
004355* PRE-PASS OVER DATEIN AND LOOKED UP BEFORE ANY OUTPUT IS
004356* OPENED.  A REGISTRY THAT WILL NOT OPEN DOES NOT HOLD THE
004357* NIGHT - THE RUN GOES AHEAD UNGUARDED WITH RC 4 AT LEAST.
004358*--------------------------------------------------------------
004359 77  WS-REG-STATUS           PIC X(02) VALUE SPACES.
004360 77  WS-REG-AVAIL-SW         PIC X(01) VALUE 'N'.
004361     88  WS-REG-AVAILABLE              VALUE 'Y'.
004362*    SET WHEN THE REGISTRY COULD NOT BE OPENED OR UPDATED -
004363*    APPLIED AS RC 4 ONCE THE RUN IS OVER, SINCE EVERY CALL TO
004364*    DATESRV RESETS RETURN-CODE ON THE WAY.
004365 77  WS-REG-TROUBLE-SW       PIC X(01) VALUE 'N'.
004366     88  WS-REG-TROUBLE                VALUE 'Y'.
004367 77  WS-REG-FOUND-SW         PIC X(01) VALUE 'N'.
004368     88  WS-REG-FOUND                  VALUE 'Y'.
004369*    WHAT THE REGISTRY MADE OF THIS RUN.
004370 77  WS-REG-ACTION-SW        PIC X(01) VALUE 'U'.
004371     88  WS-REG-NEW-RUN                VALUE 'N'.
004372     88  WS-REG-RESTART-RUN            VALUE 'R'.
004373     88  WS-REG-OVERRIDE-RUN           VALUE 'O'.
004374     88  WS-REG-UNGUARDED              VALUE 'U'.
004375     88  WS-REG-REFUSED                VALUE 'X'.
004376 77  WS-REG-DETAIL-COUNT     PIC 9(06) VALUE ZEROS COMP.
004377 77  WS-REG-TRAILER-SW       PIC X(01) VALUE 'N'.
004378     88  WS-REG-TRAILER-FOUND          VALUE 'Y'.
004379 77  WS-REG-TRAILER-COUNT    PIC 9(06) VALUE ZEROS.
004380 77  WS-REG-HASH             PIC 9(12) VALUE ZEROS.
004381 77  WS-REG-SUB              PIC 9(03) VALUE ZEROS COMP.
004382 77  WS-REG-EXTRACT-KEY      PIC X(19) VALUE SPACES.
004383 77  WS-REG-MSG              PIC X(45) VALUE SPACES.
004384 77  WS-REG-STATE-DISPLAY    PIC X(10) VALUE SPACES.
004385 77  WS-REG-RC               PIC 9(02) VALUE ZEROS.
004386 77  WS-REG-PRIOR-RUNS       PIC 9(03) VALUE ZEROS.
004387 01  WS-REG-KEY-DISPLAY.
004388     05  WS-REG-KEY-TYPE     PIC X(01).
004389     05  FILLER              PIC X(01) VALUE SPACE.
004390     05  WS-REG-KEY-COUNT    PIC 9(06).
004391     05  FILLER              PIC X(01) VALUE SPACE.
004392     05  WS-REG-KEY-HASH     PIC 9(12).
004393 01  WS-REG-TIME.
004394     05  WS-REG-HHMMSS       PIC 9(06).
004395     05  FILLER              PIC 9(02).
004396
004397*--------------------------------------------------------------
004398* YEAR-AT-A-GLANCE CALENDAR WORKING STORAGE - ONE MONTH GRID
004399* PAGE AT A TIME, MON-SUN COLUMNS TO MATCH THE WEEKDAY TABLE.
004400*--------------------------------------------------------------
004401 77  WS-CAL-YEAR             PIC 9(04) VALUE ZEROS.
004410 77  WS-CAL-MM               PIC 9(02) VALUE ZEROS.
004420 77  WS-CAL-DD               PIC 9(02) VALUE ZEROS.
004430 77  WS-CAL-DATE             PIC 9(08) VALUE ZEROS.
004530 01  WS-CAL-WEEK-LINE.
004540     05  WS-CAL-CELL OCCURS 7 TIMES
004550                             PIC X(05).
004560*    THE FISCAL PERIODS TOUCHING THE MONTH BEING PRINTED, IN
004561*    DATE ORDER, EACH WITH ITS WHOLE BUSINESS-DAY TOTAL.  A RUN
004562*    OF DAYS IN NO DEFINED FISCAL YEAR TAKES A SLOT OF ITS OWN.
004563*    A MONTH TOUCHES THREE PERIODS AT MOST; TEN IS AMPLE.
004564 77  WS-CAL-PER-COUNT        PIC 9(02) VALUE ZEROS COMP.
004565 77  WS-CAL-PER-SUB          PIC 9(02) VALUE ZEROS COMP.
004566 77  WS-CAL-SCAN-INT         PIC 9(08) VALUE ZEROS.
004567 77  WS-CAL-WALK-INT         PIC 9(08) VALUE ZEROS.
004568 77  WS-CAL-WALK-END-INT     PIC 9(08) VALUE ZEROS.
004569 77  WS-CAL-PER-BUSDAY-DISPLAY PIC ZZ9.9 VALUE SPACES.
004570 01  WS-CAL-PERIOD-TABLE.
004571     05  WS-CAL-PER-ENTRY OCCURS 10 TIMES.
004572         10  WS-CAL-PER-DEFINED-SW   PIC X(01).
004573             88  WS-CAL-PER-DEFINED            VALUE 'Y'.
004574         10  WS-CAL-PER-YEAR         PIC 9(04).
004575         10  WS-CAL-PER-PERIOD       PIC 9(02).
004576         10  WS-CAL-PER-START        PIC 9(08).
004577         10  WS-CAL-PER-END          PIC 9(08).
004578         10  WS-CAL-PER-BUSDAYS      PIC 9(03)V9.
004579
004580*--------------------------------------------------------------
004581* REJECT-SUMMARY TABLE - TALLIES THE INVALID BATCH RECORDS BY
004590* ERROR REASON SO THE BACK OF THE REPORT SHOWS AT A GLANCE
004600* WHETHER THE NIGHT HAD ONE FAT-FINGERED CARD OR A SYSTEMIC
004610* FORMAT PROBLEM.  TWENTY DISTINCT REASONS IS FAR PAST THE
004740 77  WS-BALANCE-MSG          PIC X(40) VALUE SPACES.
004750
004760*--------------------------------------------------------------
004770* AUDIT-LINE - THE FIXED AUDIT-LOG LAYOUT SHARED WITH AUDARCH,
004780* AUDINQ AND AUDVRFY.  BUILT HERE AND WRITTEN FROM IT TO
004785* AUDIT-RECORD.
004790*--------------------------------------------------------------
004800 COPY AUDITREC.
004810 01  WS-AUDIT-TIME.
004856 01  WS-AUDIT-BUS-SPLIT REDEFINES WS-AUDIT-BUS-DAY.
004857     05  WS-AUDIT-BUS-WHOLE  PIC 9(03).
004858     05  WS-AUDIT-BUS-TENTHS PIC 9(01).
004859*    THE AUDIT CHAIN - SEQUENCE NUMBER AND HASH OF THE LAST LINE
004860*    ON THE LOG, PICKED UP AT START-UP AND CARRIED ON BY EVERY
004861*    LINE WRITTEN (SEE AUDITREC).
004862 77  WS-AUDIT-SEQ            PIC 9(09) VALUE ZEROS.
004863 77  WS-AUDIT-CHAIN          PIC 9(12) VALUE ZEROS.
004864 77  WS-AUDIT-SUB            PIC 9(03) VALUE ZEROS COMP.
004865 77  WS-AUDIT-EOF-SW         PIC X(01) VALUE 'N'.
004866     88  WS-AUDIT-EOF                  VALUE 'Y'.
004867
004870*--------------------------------------------------------------
004880* DATESRV PARAMETER AREA - ALL DATE VALIDATION AND COMPUTATION
004890* IS DONE BY THE DATESRV SUBPROGRAM NOW; THIS IS THE CALL
006000
006010*--------------------------------------------------------------
006020* FISCAL-YEAR DISPLAY FIELDS - THE FISCAL FIGURES THEMSELVES
006030* COME BACK FROM DATESRV (FINANCE'S 4-4-5 CALENDAR, FROM THE
006040* FISCAL DEFINITION FILE); THESE GROUPS CARRY THEM INTO THE
006045* SINGLE-LOOKUP DISPLAYS.
006050*--------------------------------------------------------------
006060
006070 01  WS-INPUT-FISCAL-DATA.
006420     MOVE ZEROS TO CTL-SINGLE-DATE.
006430     MOVE ZEROS TO CTL-RESTART-RECNO.
006440     MOVE ZEROS TO CTL-BUSDAY-OFFSET.
006445     MOVE SPACE TO CTL-RERUN-SW.
006450     OPEN INPUT CONTROL-FILE.
006460     READ CONTROL-FILE
006470         AT END
006510     IF CTL-BUSDAY-OFFSET-X NOT NUMERIC
006520         MOVE ZEROS TO CTL-BUSDAY-OFFSET
006530     END-IF.
006531     IF CTL-RESTART-RECNO NOT NUMERIC
006532         MOVE ZEROS TO CTL-RESTART-RECNO
006533     END-IF.
006534*    SINGLE-LOOKUP AND YEAR-CALENDAR MODES RUN ON THE SHOP
006535*    CALENDAR; BATCH OVERRIDES PER RECORD FROM DATEIN.
006536     MOVE SPACES TO DSRV-CALENDAR-ID.
006540     ACCEPT CurrentDate FROM DATE YYYYMMDD.
006550     ACCEPT DayOfYear FROM DAY YYYYDDD.
006560     ACCEPT CurrentTime FROM TIME.
006570     OPEN OUTPUT REPORT-FILE.
006580     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
006585     PERFORM 1100-FIND-AUDIT-CHAIN-END THRU 1100-EXIT.
006590     OPEN EXTEND AUDIT-FILE.
006600 1000-EXIT.
006610     EXIT.
006611
006612*--------------------------------------------------------------
006613* 1100-FIND-AUDIT-CHAIN-END - READS THE AUDIT LOG THROUGH ONCE
006614* BEFORE IT IS OPENED FOR APPEND, KEEPING THE SEQUENCE NUMBER
006615* AND CHAIN HASH OF THE LAST LINE THAT CARRIES THEM (A DETAIL OR
006616* SUMMARY LINE, OR THE CARRY-FORWARD LINE AUDARCH LEAVES AT THE
006617* TOP OF A REWRITTEN LOG).  A LOG WITH NO CHAINED LINE ON IT YET
006618* STARTS THE CHAIN AT SEQUENCE 1 FROM A ZERO HASH.
006619*--------------------------------------------------------------
006620 1100-FIND-AUDIT-CHAIN-END.
006621     MOVE ZEROS TO WS-AUDIT-SEQ WS-AUDIT-CHAIN.
006622     MOVE 'N' TO WS-AUDIT-EOF-SW.
006623     OPEN INPUT AUDIT-FILE.
006624     PERFORM 1110-READ-AUDIT-LOG THRU 1110-EXIT.
006625     PERFORM 1120-NOTE-CHAIN-LINE THRU 1120-EXIT
006626         UNTIL WS-AUDIT-EOF.
006627     CLOSE AUDIT-FILE.
006628 1100-EXIT.
006629     EXIT.
006630
006631 1110-READ-AUDIT-LOG.
006632     READ AUDIT-FILE INTO AUDIT-LINE
006633         AT END
006634             SET WS-AUDIT-EOF TO TRUE
006635     END-READ.
006636 1110-EXIT.
006637     EXIT.
006638
006639 1120-NOTE-CHAIN-LINE.
006640     IF (AUD-TYPE-DETAIL OR AUD-TYPE-SUMMARY OR AUD-TYPE-CHAIN)
006641             AND AUD-SEQ-NO-X IS NUMERIC
006642             AND AUD-CHAIN-HASH-X IS NUMERIC
006643         MOVE AUD-SEQ-NO     TO WS-AUDIT-SEQ
006644         MOVE AUD-CHAIN-HASH TO WS-AUDIT-CHAIN
006645     END-IF.
006646     PERFORM 1110-READ-AUDIT-LOG THRU 1110-EXIT.
006647 1120-EXIT.
006648     EXIT.
006649
006650*--------------------------------------------------------------
006651* 2000-BATCH-PROCESS - CHECKS THE EXTRACT AGAINST THE RUN-
006652* CONTROL REGISTRY AND, UNLESS IT IS REFUSED, RESOLVES IT AND
006653* RECORDS THE RUN ON THE REGISTRY.  A REFUSED RUN OPENS NONE OF
006654* DATEOUT, REJECTS OR CHECKPOINT AND WRITES NO AUDIT LINE (THE
006655* LOG IS OPENED FOR APPEND AT START-UP, IN EVERY MODE).
006656*--------------------------------------------------------------
006657 2000-BATCH-PROCESS.
006658     PERFORM 2010-GUARD-EXTRACT THRU 2010-EXIT.
006659     IF WS-REG-REFUSED
006660         PERFORM 2030-REFUSE-EXTRACT THRU 2030-EXIT
006661     ELSE
006662         PERFORM 2020-RESOLVE-EXTRACT THRU 2020-EXIT
006663         PERFORM 2034-COMPLETE-EXTRACT THRU 2034-EXIT
006664         IF WS-REG-TROUBLE AND RETURN-CODE < 4
006665             MOVE 4 TO RETURN-CODE
006666         END-IF
006667     END-IF.
006668     IF WS-REG-AVAILABLE
006669         CLOSE RUN-REGISTRY
006670     END-IF.
006671 2000-EXIT.
006672     EXIT.
006673
006674*--------------------------------------------------------------
006675* 2010-GUARD-EXTRACT - TAKES THE EXTRACT'S IDENTITY AND DECIDES
006676* FROM ITS REGISTRY ENTRY WHETHER THIS RUN MAY GO AHEAD:
006677*   OVERRIDE CARD ('O' IN COL 35)          - ALWAYS, AND LOGGED
006678*   NOT ON THE REGISTRY, NO RESTART CARD   - YES, A NEW EXTRACT
006679*   NOT ON THE REGISTRY, RESTART CARD      - REFUSED
006680*   LAST RUN UNFINISHED, RESTART CARD      - YES, A RESTART
006681*   ANY OTHER REGISTERED EXTRACT           - REFUSED
006682* AN EXTRACT WITH NO DETAIL RECORDS IS NOT REGISTERED - EVERY
006683* EMPTY NIGHT WOULD LOOK LIKE THE SAME EXTRACT.
006684*--------------------------------------------------------------
006685 2010-GUARD-EXTRACT.
006686     PERFORM 2012-FINGERPRINT-DATEIN THRU 2012-EXIT.
006687     OPEN I-O RUN-REGISTRY.
006688     IF WS-REG-STATUS = '00' OR '05'
006689         SET WS-REG-AVAILABLE TO TRUE
006690     ELSE
006691         MOVE 'N' TO WS-REG-AVAIL-SW
006692         SET WS-REG-UNGUARDED TO TRUE
006693         MOVE "UNAVAILABLE - RUN NOT GUARDED" TO WS-REG-MSG
006694         DISPLAY "WARNING - RUN REGISTRY UNAVAILABLE, STATUS "
006695             WS-REG-STATUS ", RERUN GUARD IS OFF"
006696         SET WS-REG-TROUBLE TO TRUE
006697         GO TO 2010-EXIT
006698     END-IF.
006699     IF WS-REG-DETAIL-COUNT = ZEROS
006700         SET WS-REG-UNGUARDED TO TRUE
006701         MOVE "EMPTY EXTRACT - NOT REGISTERED" TO WS-REG-MSG
006702         GO TO 2010-EXIT
006703     END-IF.
006704     PERFORM 2018-READ-EXTRACT-ENTRY THRU 2018-EXIT.
006705     EVALUATE TRUE
006706         WHEN CTL-RERUN-OVERRIDE
006707             SET WS-REG-OVERRIDE-RUN TO TRUE
006708             MOVE "RERUN FORCED BY OVERRIDE CARD" TO WS-REG-MSG
006709         WHEN NOT WS-REG-FOUND AND CTL-RESTART-RECNO > ZEROS
006710             SET WS-REG-REFUSED TO TRUE
006711             MOVE "RESTART REFUSED - EXTRACT NEVER STARTED"
006712                 TO WS-REG-MSG
006713         WHEN NOT WS-REG-FOUND
006714             SET WS-REG-NEW-RUN TO TRUE
006715             MOVE "NEW EXTRACT - REGISTERED" TO WS-REG-MSG
006716         WHEN RR-EXT-STARTED AND CTL-RESTART-RECNO > ZEROS
006717             SET WS-REG-RESTART-RUN TO TRUE
006718             MOVE "RESTART OF AN UNFINISHED RUN" TO WS-REG-MSG
006719         WHEN RR-EXT-STARTED
006720             SET WS-REG-REFUSED TO TRUE
006721             MOVE "REFUSED - LAST RUN UNFINISHED, RESTART IT"
006722                 TO WS-REG-MSG
006723         WHEN CTL-RESTART-RECNO > ZEROS
006724             SET WS-REG-REFUSED TO TRUE
006725             MOVE "RESTART REFUSED - LAST RUN COMPLETED"
006726                 TO WS-REG-MSG
006727         WHEN OTHER
006728             SET WS-REG-REFUSED TO TRUE
006729             MOVE "REFUSED - EXTRACT ALREADY PROCESSED"
006730                 TO WS-REG-MSG
006731     END-EVALUATE.
006732     IF WS-REG-REFUSED
006733         GO TO 2010-EXIT
006734     END-IF.
006735     IF WS-REG-OVERRIDE-RUN
006736         PERFORM 2026-LOG-OVERRIDE THRU 2026-EXIT
006737     END-IF.
006738     PERFORM 2024-MARK-EXTRACT-STARTED THRU 2024-EXIT.
006739 2010-EXIT.
006740     EXIT.
006741
006742*--------------------------------------------------------------
006743* 2012-FINGERPRINT-DATEIN - ONE PASS OVER DATEIN, FROM THE TOP
006744* EVEN ON A RESTART, COUNTING THE DETAIL RECORDS AND HASHING
006745* EVERY BYTE OF EACH ONE IN ORDER.  THE TRAILER IS NOT HASHED;
006746* ITS COUNT STANDS FOR THE FILE WHEN THERE IS ONE.  THE
006747* HASH RULE IS SHARED WITH WMSFEED (SEE THE RUNREGR COPYBOOK).
006748*--------------------------------------------------------------
006749 2012-FINGERPRINT-DATEIN.
006750     MOVE ZEROS TO WS-REG-DETAIL-COUNT WS-REG-HASH.
006751     MOVE ZEROS TO WS-REG-TRAILER-COUNT.
006752     MOVE 'N' TO WS-REG-TRAILER-SW.
006753     OPEN INPUT DATEIN-FILE.
006754     PERFORM 2100-READ-DATEIN THRU 2100-EXIT.
006755     PERFORM 2014-FINGERPRINT-ONE-RECORD THRU 2014-EXIT
006756         UNTIL WS-DATEIN-EOF.
006757     CLOSE DATEIN-FILE.
006758     MOVE 'N' TO WS-EOF-SWITCH.
006759     MOVE SPACES TO RUN-REG-RECORD.
006760     SET RR-TYPE-EXTRACT TO TRUE.
006761     IF WS-REG-TRAILER-FOUND
006762         MOVE WS-REG-TRAILER-COUNT TO RR-KEY-COUNT
006763     ELSE
006764         MOVE WS-REG-DETAIL-COUNT TO RR-KEY-COUNT
006765     END-IF.
006766     MOVE WS-REG-HASH TO RR-KEY-HASH.
006767     MOVE RR-KEY TO WS-REG-EXTRACT-KEY.
006768 2012-EXIT.
006769     EXIT.
006770
006771 2014-FINGERPRINT-ONE-RECORD.
006772     IF DT-IS-TRAILER AND DT-RECORD-COUNT IS NUMERIC
006773         SET WS-REG-TRAILER-FOUND TO TRUE
006774         MOVE DT-RECORD-COUNT TO WS-REG-TRAILER-COUNT
006775     ELSE
006776         ADD 1 TO WS-REG-DETAIL-COUNT
006777         PERFORM 2016-HASH-ONE-BYTE THRU 2016-EXIT
006778             VARYING WS-REG-SUB FROM 1 BY 1
006779             UNTIL WS-REG-SUB > 80
006780     END-IF.
006781     PERFORM 2100-READ-DATEIN THRU 2100-EXIT.
006782 2014-EXIT.
006783     EXIT.
006784
006785 2016-HASH-ONE-BYTE.
006786     COMPUTE WS-REG-HASH =
006787         FUNCTION MOD(WS-REG-HASH * 131
006788             + FUNCTION ORD(DATEIN-RECORD(WS-REG-SUB:1)),
006789             999999999989).
006790 2016-EXIT.
006791     EXIT.
006792
006793*--------------------------------------------------------------
006794* 2018-READ-EXTRACT-ENTRY - READS THE EXTRACT'S REGISTRY ENTRY
006795* INTO THE RECORD AREA, IF IT HAS ONE.
006796*--------------------------------------------------------------
006797 2018-READ-EXTRACT-ENTRY.
006798     MOVE WS-REG-EXTRACT-KEY TO RR-KEY.
006799     READ RUN-REGISTRY
006800         INVALID KEY
006801             CONTINUE
006802     END-READ.
006803     IF WS-REG-STATUS = '00'
006804         SET WS-REG-FOUND TO TRUE
006805     ELSE
006806         MOVE 'N' TO WS-REG-FOUND-SW
006807     END-IF.
006808 2018-EXIT.
006809     EXIT.
006810
006811*--------------------------------------------------------------
006812* 2020-RESOLVE-EXTRACT - RESOLVES EVERY DATEIN DETAIL RECORD AND
006813* WRITES A RESULT FOR EACH TO DATEOUT.  THE DETAILS ARE
006814* COMPUTED IN CALENDAR-THEN-DATE ORDER (DATEIN ARRIVES IN
006815* RECEIVING-LOG ORDER, WHICH DEFEATS DATESRV'S RUNNING CACHE)
006816* AND EVERY OUTPUT IS WRITTEN IN EXTRACT ORDER.  WHEN
006817* THE CONTROL CARD CARRIES A RESTART RECORD NUMBER, THE RECORDS
006818* UP TO THAT POINT ARE SKIPPED (ALREADY RESOLVED BY AN EARLIER,
006819* INTERRUPTED RUN) AND DATEOUT/CHECKPOINT PICK UP WHERE THAT RUN
006820* LEFT OFF INSTEAD OF STARTING OVER.
006821*--------------------------------------------------------------
006822 2020-RESOLVE-EXTRACT.
006823     OPEN INPUT  DATEIN-FILE.
006824     IF CTL-RESTART-RECNO > ZEROS
006825         OPEN EXTEND DATEOUT-FILE
006826     ELSE
006827         OPEN OUTPUT DATEOUT-FILE
006828     END-IF.
006829     IF CTL-RESTART-RECNO > ZEROS
006830         OPEN EXTEND CHECKPOINT-FILE
006831     ELSE
006832         OPEN OUTPUT CHECKPOINT-FILE
006833     END-IF.
006834     IF CTL-RESTART-RECNO > ZEROS
006840         PERFORM 2040-COUNT-PRIOR-REJECTS THRU 2040-EXIT
006850         OPEN EXTEND REJECT-FILE
006860     ELSE
007160     IF WS-MASTER-OPENED
007170         CLOSE DATE-MASTER
007180     END-IF.
007190 2020-EXIT.
007200     EXIT.
007210
007211*--------------------------------------------------------------
007212* 2024-MARK-EXTRACT-STARTED - ENTERS OR UPDATES THE EXTRACT'S
007213* REGISTRY ENTRY AS STARTED BEFORE ANY OUTPUT IS WRITTEN, SO A
007214* RUN THAT DIES PARTWAY LEAVES IT STARTED AND ONLY A RESTART
007215* CARD CAN PICK IT UP AGAIN.
007216*--------------------------------------------------------------
007217 2024-MARK-EXTRACT-STARTED.
007218     MOVE CurrentHour   TO WS-AUDIT-HH.
007219     MOVE CurrentMinute TO WS-AUDIT-MM.
007220     PERFORM 2018-READ-EXTRACT-ENTRY THRU 2018-EXIT.
007221     IF NOT WS-REG-FOUND
007222         MOVE SPACES TO RUN-REG-RECORD
007223         MOVE WS-REG-EXTRACT-KEY TO RR-KEY
007224         MOVE ZEROS TO RR-EXT-RUNS RR-EXT-RESTARTS
007225         MOVE ZEROS TO RR-EXT-OVERRIDES RR-EXT-REFUSALS
007226         MOVE ZEROS TO RR-EXT-REFUSED-DATE
007227         MOVE ZEROS TO RR-EXT-WMS-GENS RR-EXT-WMS-DATE
007228         MOVE CurrentDate     TO RR-EXT-FIRST-DATE
007229         MOVE WS-AUDIT-HHMM   TO RR-EXT-FIRST-TIME
007230         MOVE CTL-OPERATOR-ID TO RR-EXT-FIRST-OPER
007231     END-IF.
007232     MOVE CurrentDate     TO RR-EXT-LAST-DATE.
007233     MOVE WS-AUDIT-HHMM   TO RR-EXT-LAST-TIME.
007234     MOVE CTL-OPERATOR-ID TO RR-EXT-LAST-OPER.
007235     SET RR-EXT-STARTED TO TRUE.
007236     MOVE ZEROS TO RR-EXT-LAST-RC.
007237     ADD 1 TO RR-EXT-RUNS.
007238     IF WS-REG-RESTART-RUN
007239         ADD 1 TO RR-EXT-RESTARTS
007240     END-IF.
007241     IF WS-REG-OVERRIDE-RUN
007242         ADD 1 TO RR-EXT-OVERRIDES
007243     END-IF.
007244     MOVE CTL-RESTART-RECNO TO RR-EXT-RESTART-RECNO.
007245     IF WS-REG-FOUND
007246         REWRITE RUN-REG-RECORD
007247             INVALID KEY
007248                 CONTINUE
007249         END-REWRITE
007250     ELSE
007251         WRITE RUN-REG-RECORD
007252             INVALID KEY
007253                 CONTINUE
007254         END-WRITE
007255     END-IF.
007256     PERFORM 2038-CHECK-REG-WRITE THRU 2038-EXIT.
007257 2024-EXIT.
007258     EXIT.
007259
007260*--------------------------------------------------------------
007261* 2026-LOG-OVERRIDE - WRITES AN OVERRIDE ENTRY TO THE REGISTRY,
007262* KEYED BY THE DATE AND TIME OF THE RUN, NAMING THE OPERATOR,
007263* THE EXTRACT FORCED THROUGH AND HOW OFTEN IT HAD ALREADY RUN.
007264* TWO OVERRIDES IN THE SAME SECOND TAKE THE NEXT SEQUENCE.
007265*--------------------------------------------------------------
007266 2026-LOG-OVERRIDE.
007267     IF WS-REG-FOUND
007268         MOVE RR-EXT-RUNS TO WS-REG-PRIOR-RUNS
007269     ELSE
007270         MOVE ZEROS TO WS-REG-PRIOR-RUNS
007271     END-IF.
007272     MOVE CurrentTime TO WS-REG-TIME.
007273     MOVE SPACES TO RUN-REG-RECORD.
007274     SET RR-TYPE-OVERRIDE TO TRUE.
007275     MOVE CurrentDate       TO RR-OVR-DATE.
007276     MOVE WS-REG-HHMMSS     TO RR-OVR-TIME.
007277     MOVE ZEROS             TO RR-OVR-SEQ.
007278     MOVE 'CALENDAR'        TO RR-OVR-PROGRAM.
007279     MOVE CTL-OPERATOR-ID   TO RR-OVR-OPER.
007280     MOVE WS-REG-EXTRACT-KEY TO RR-OVR-TARGET-KEY.
007281     MOVE WS-REG-PRIOR-RUNS TO RR-OVR-PRIOR-RUNS.
007282     MOVE CTL-RESTART-RECNO TO RR-OVR-RESTART-RECNO.
007283     WRITE RUN-REG-RECORD
007284         INVALID KEY
007285             CONTINUE
007286     END-WRITE.
007287     PERFORM 2028-RETRY-OVERRIDE THRU 2028-EXIT
007288         UNTIL WS-REG-STATUS NOT = '22'.
007289     PERFORM 2038-CHECK-REG-WRITE THRU 2038-EXIT.
007290     DISPLAY "CALENDAR - RERUN OVERRIDE BY " CTL-OPERATOR-ID
007291         " LOGGED ON THE RUN REGISTRY".
007292 2026-EXIT.
007293     EXIT.
007294
007295 2028-RETRY-OVERRIDE.
007296     ADD 1 TO RR-OVR-SEQ.
007297     WRITE RUN-REG-RECORD
007298         INVALID KEY
007299             CONTINUE
007300     END-WRITE.
007301 2028-EXIT.
007302     EXIT.
007303
007304*--------------------------------------------------------------
007305* 2030-REFUSE-EXTRACT - A REFUSED RUN ENDS WITH RC 12.  THE
007306* REFUSAL IS COUNTED ON THE EXTRACT'S ENTRY AND THE REPORT SAYS
007307* WHY, WITH THE EXTRACT'S RUN HISTORY, SO THE OPERATOR CAN
007308* DECIDE WHETHER AN OVERRIDE IS REALLY WANTED.
007309*--------------------------------------------------------------
007310 2030-REFUSE-EXTRACT.
007311     IF WS-REG-FOUND
007312         ADD 1 TO RR-EXT-REFUSALS
007313         MOVE CurrentDate TO RR-EXT-REFUSED-DATE
007314         REWRITE RUN-REG-RECORD
007315             INVALID KEY
007316                 CONTINUE
007317         END-REWRITE
007318         PERFORM 2038-CHECK-REG-WRITE THRU 2038-EXIT
007319     END-IF.
007320     PERFORM 6510-WRITE-REFUSAL-PAGE THRU 6510-EXIT.
007321     DISPLAY "CALENDAR - DATEIN NOT PROCESSED: " WS-REG-MSG.
007322     MOVE 12 TO RETURN-CODE.
007323 2030-EXIT.
007324     EXIT.
007325
007326*--------------------------------------------------------------
007327* 2034-COMPLETE-EXTRACT - MARKS THE EXTRACT'S ENTRY COMPLETE
007328* WITH THE RUN'S RETURN CODE, AND POINTS THE REGISTRY'S LATEST-
007329* EXTRACT RECORD AT IT SO WMSFEED CAN TIE TONIGHT'S FEED BACK
007330* TO THE EXTRACT BEHIND DATEOUT.  AN UNREGISTERED (EMPTY)
007331* EXTRACT LEAVES THE LATEST-EXTRACT KEY BLANK.
007332*--------------------------------------------------------------
007333 2034-COMPLETE-EXTRACT.
007334     IF NOT WS-REG-AVAILABLE
007335         GO TO 2034-EXIT
007336     END-IF.
007337     MOVE RETURN-CODE TO WS-REG-RC.
007338     IF NOT WS-REG-UNGUARDED
007339         PERFORM 2018-READ-EXTRACT-ENTRY THRU 2018-EXIT
007340         IF WS-REG-FOUND
007341             SET RR-EXT-COMPLETE TO TRUE
007342             MOVE WS-REG-RC TO RR-EXT-LAST-RC
007343             REWRITE RUN-REG-RECORD
007344                 INVALID KEY
007345                     CONTINUE
007346             END-REWRITE
007347             PERFORM 2038-CHECK-REG-WRITE THRU 2038-EXIT
007348         END-IF
007349     END-IF.
007350     MOVE SPACES TO RUN-REG-RECORD.
007351     SET RR-TYPE-LAST TO TRUE.
007352     MOVE ZEROS TO RR-KEY-COUNT RR-KEY-HASH.
007353     READ RUN-REGISTRY
007354         INVALID KEY
007355             CONTINUE
007356     END-READ.
007357     IF WS-REG-STATUS = '00'
007358         SET WS-REG-FOUND TO TRUE
007359     ELSE
007360         MOVE 'N' TO WS-REG-FOUND-SW
007361     END-IF.
007362     MOVE SPACES TO RR-DATA.
007363     IF WS-REG-UNGUARDED
007364         MOVE SPACES TO RR-LAST-EXTRACT-KEY
007365     ELSE
007366         MOVE WS-REG-EXTRACT-KEY TO RR-LAST-EXTRACT-KEY
007367     END-IF.
007368     MOVE CurrentHour     TO WS-AUDIT-HH.
007369     MOVE CurrentMinute   TO WS-AUDIT-MM.
007370     MOVE CurrentDate     TO RR-LAST-RUN-DATE.
007371     MOVE WS-AUDIT-HHMM   TO RR-LAST-RUN-TIME.
007372     MOVE WS-REG-RC       TO RR-LAST-RC.
007373     MOVE CTL-OPERATOR-ID TO RR-LAST-OPER.
007374     IF WS-REG-FOUND
007375         REWRITE RUN-REG-RECORD
007376             INVALID KEY
007377                 CONTINUE
007378         END-REWRITE
007379     ELSE
007380         WRITE RUN-REG-RECORD
007381             INVALID KEY
007382                 CONTINUE
007383         END-WRITE
007384     END-IF.
007385     PERFORM 2038-CHECK-REG-WRITE THRU 2038-EXIT.
007386 2034-EXIT.
007387     EXIT.
007388
007389*--------------------------------------------------------------
007390* 2038-CHECK-REG-WRITE - A REGISTRY UPDATE THAT FAILS DOES NOT
007391* STOP THE RUN, BUT IT DRAWS RC 4 AT END OF RUN SO THE GAP IS
007392* NOTICED.
007393*--------------------------------------------------------------
007394 2038-CHECK-REG-WRITE.
007395     IF WS-REG-STATUS NOT = '00'
007396         DISPLAY "WARNING - RUN REGISTRY UPDATE FAILED, STATUS "
007397             WS-REG-STATUS
007398         SET WS-REG-TROUBLE TO TRUE
007400     END-IF.
007401 2038-EXIT.
007402     EXIT.
007403
007404*--------------------------------------------------------------
007405* 2040-COUNT-PRIOR-REJECTS - ON A RESTART RUN THE REJECTS FILE
007406* IS OPENED EXTEND WITH THE INTERRUPTED RUN'S REJECTS STILL IN
007407* IT, SO THE TRAILER WRITTEN AT END OF RUN MUST COVER THOSE
007408* TOO.  READS THE FILE ONCE BEFORE THE EXTEND OPEN AND COUNTS
007409* THE REJECT RECORDS ALREADY THERE (SKIPPING ANY TRAILER LINE,
007410* THOUGH AN INTERRUPTED RUN WILL NOT HAVE WRITTEN ONE).
007411*--------------------------------------------------------------
007412 2040-COUNT-PRIOR-REJECTS.
007413     MOVE ZEROS TO WS-PRIOR-REJECT-COUNT.
007414     MOVE 'N' TO WS-REJIN-EOF-SW.
007415     OPEN INPUT REJECT-FILE.
007416     PERFORM 2042-READ-PRIOR-REJECT THRU 2042-EXIT.
007417     PERFORM 2044-COUNT-ONE-PRIOR THRU 2044-EXIT
007418         UNTIL WS-REJIN-EOF.
007419     CLOSE REJECT-FILE.
007420 2040-EXIT.
007421     EXIT.
007422
007423 2042-READ-PRIOR-REJECT.
007424     READ REJECT-FILE
007430         AT END
007440             SET WS-REJIN-EOF TO TRUE
007450     END-READ.
008184     MOVE WS-CALENDAR-ID TO DSRV-CALENDAR-ID.
008185     MOVE WS-CALENDAR-ID TO DO-CALENDAR-ID.
008186     MOVE WD-PRIMARY-RAW TO DO-RECEIVED-DATE.
008187     MOVE WD-RECEIPT-NO TO DO-RECEIPT-NO.
008188     MOVE WD-PO-NO TO DO-PO-NO.
008190     MOVE WS-FORMAT-TYPE TO DO-FORMAT-TYPE.
008200     IF WD-COMPARE-RAW NOT = SPACES
008210             AND WD-COMPARE-RAW NOT = '00000000'
008258         MOVE "INVALID DIRECTION CODE - USE F OR R"
008259             TO WS-ERROR-MESSAGE
008260     END-IF.
008261     MOVE SPACES TO DSRV-RECEIPT-TIME.
008262     MOVE WD-RECEIPT-TIME TO DO-RECEIPT-TIME.
008263     IF WS-NORM-VALID AND WD-RECEIPT-TIME NOT = SPACES
008264         IF WD-RECEIPT-TIME IS NUMERIC
008265                 AND WD-RECEIPT-HH < 24 AND WD-RECEIPT-MM < 60
008266             MOVE WD-RECEIPT-TIME TO DSRV-RECEIPT-TIME
008267         ELSE
008268             SET WS-NORM-INVALID TO TRUE
008269             MOVE "INVALID RECEIPT TIME - USE HHMM"
008270                 TO WS-ERROR-MESSAGE
008271         END-IF
008272     END-IF.
008273     IF WS-NORM-VALID
008274         MOVE WS-NORM-DATE TO WS-PRIMARY-DATE
008290         PERFORM 2220-RESOLVE-DETAIL-DATE THRU 2220-EXIT
008300     ELSE
008310         ADD 1 TO WS-INVALID-COUNT
008400         MOVE ZEROS        TO DO-FISCAL-PERIOD
008410         MOVE ZEROS        TO DO-DUE-DATE
008412         MOVE ZEROS        TO DO-BUSDAY-OFFSET
008414         MOVE ZEROS        TO DO-CLOCK-START
008416         MOVE SPACES       TO DO-CLOCK-ROLLED
008420         MOVE WS-ERROR-MESSAGE TO DO-ERROR-MSG
008440     END-IF.
008450     PERFORM 2215-WRITE-RESULT THRU 2215-EXIT.
008880         MOVE DSRV-DAY-OF-YEAR TO dayoftheyear
008890         MOVE DSRV-BUS-DAY-OF-YEAR TO WS-BUSINESS-DAY-OF-YEAR
008900         MOVE DSRV-WEEKDAY-NAME TO WS-INPUT-WEEKDAY
008905         PERFORM 2225-APPLY-DOCK-CUTOFF THRU 2225-EXIT
008910         PERFORM 2230-NORMALIZE-COMPARE-DATE THRU 2230-EXIT
008920         MOVE "VALID"      TO DO-STATUS
008930         MOVE dayoftheyear TO DO-DAY-OF-YEAR
009080         MOVE DSRV-ERROR-MESSAGE TO WS-ERROR-MESSAGE
009090         MOVE ZEROS        TO DO-DUE-DATE
009095         MOVE ZEROS        TO DO-BUSDAY-OFFSET
009096         MOVE ZEROS        TO DO-CLOCK-START
009097         MOVE SPACES       TO DO-CLOCK-ROLLED
009100         MOVE "INVALID"    TO DO-STATUS
009110         MOVE ZEROS        TO DO-DAY-OF-YEAR
009120         MOVE ZEROS        TO DO-BUS-DAY-OF-YEAR
009190     END-IF.
009200 2220-EXIT.
009210     EXIT.
009211
009212*--------------------------------------------------------------
009213* 2225-APPLY-DOCK-CUTOFF - SETS THE DATE THE RECORD'S BUSINESS-
009214* DAY CLOCK STARTS.  WITH A RECEIPT TIME, DATESRV ('CS') ROLLS
009215* A RECEIPT LOGGED AFTER THE CALENDAR'S DOCK CUTOFF TO THE NEXT
009216* OPEN DAY; THE TIME STAYS IN DSRV-RECEIPT-TIME SO THE ELAPSED,
009217* DUE-DATE AND SHIP-BY CALLS THAT FOLLOW ROLL THE SAME WAY.
009218* WITHOUT ONE THE CLOCK STARTS ON THE RECORD'S OWN DATE.
009219*--------------------------------------------------------------
009220 2225-APPLY-DOCK-CUTOFF.
009221     MOVE WS-PRIMARY-DATE TO DO-CLOCK-START.
009222     MOVE 'N' TO DO-CLOCK-ROLLED.
009223     IF DSRV-RECEIPT-TIME = SPACES
009224         GO TO 2225-EXIT
009225     END-IF.
009226     SET DSRV-FUNC-CLOCK-START TO TRUE.
009227     MOVE WS-PRIMARY-DATE TO DSRV-INPUT-DATE.
009228     CALL 'DATESRV' USING DATESRV-PARMS.
009229     IF DSRV-RC-OK
009230         MOVE DSRV-CLOCK-START TO DO-CLOCK-START
009231         MOVE DSRV-CLOCK-ROLLED TO DO-CLOCK-ROLLED
009232         IF DSRV-RECEIPT-ROLLED
009233             ADD 1 TO WS-ROLLED-COUNT
009234         END-IF
009235     END-IF.
009236 2225-EXIT.
009237     EXIT.
009238
009239*--------------------------------------------------------------
009240* 2230-NORMALIZE-COMPARE-DATE - CONVERTS THE COMPARISON DATE
009250* FROM THE RECORD'S FORMAT AND COMPUTES THE ELAPSED DAYS.  A
009260* BLANK OR ZERO COMPARISON FIELD MEANS NONE WAS SUPPLIED; A
009550*--------------------------------------------------------------
009560 2240-WRITE-REJECT-RECORD.
009570     MOVE SPACES TO REJECT-RECORD.
009580     MOVE WS-DETAIL-REC TO RJ-DATEIN-IMAGE.
009590     MOVE WS-FLUSH-RECNO TO RJ-RECORD-NUMBER.
009600     MOVE WS-ERROR-MESSAGE TO RJ-ERROR-MSG.
009610     WRITE REJECT-RECORD.
010550     MOVE DSRV-FISCAL-PERIOD  TO DM-FISCAL-PERIOD.
010560     MOVE DSRV-WEEKDAY-NAME   TO DM-WEEKDAY-NAME.
010570     MOVE DSRV-HOLIDAY-FLAG   TO DM-HOLIDAY-FLAG.
010573     MOVE WD-RECEIPT-NO       TO DM-FIRST-RECEIPT-NO.
010576     MOVE WD-PO-NO            TO DM-FIRST-PO-NO.
010580     WRITE DATE-MASTER-RECORD
010590         INVALID KEY
010600             CONTINUE
011170     MOVE 'G' TO DO-FORMAT-TYPE.
011172     MOVE 'SHOP' TO WS-CALENDAR-ID.
011174     MOVE WS-CALENDAR-ID TO DO-CALENDAR-ID.
011176     MOVE SPACES TO DO-RECEIPT-NO.
011178     MOVE SPACES TO DO-PO-NO.
011179     MOVE SPACES TO DO-RECEIPT-TIME.
011180     MOVE YYYYMMDDItem TO DO-CLOCK-START.
011181     MOVE 'N' TO DO-CLOCK-ROLLED.
011182     MOVE SPACES TO DSRV-RECEIPT-TIME.
011183     SET DSRV-FUNC-RESOLVE TO TRUE.
011190     MOVE YYYYMMDDItem TO DSRV-INPUT-DATE.
011200     CALL 'DATESRV' USING DATESRV-PARMS.
011210     IF NOT DSRV-RC-OK
011910                 DISPLAY "Due date falls in a different "
011920                     "fiscal period than the start date"
011930             END-IF
011932             IF DO-PERIOD-CROSS = 'U'
011934                 DISPLAY "Due date falls in no defined "
011936                     "fiscal year"
011938             END-IF
011940         END-IF
011950         IF WS-ELAPSED-DATE-ITEM NOT = ZEROS
011960             IF WS-ELAPSED-DATE-VALID
012070         DISPLAY "Today is " WS-CURRENT-WEEKDAY ", "
012080             WS-CURRENT-MONTH-NAME SPACE CurrentDay
012090             SPACE CurrentYear
012100         IF WS-CURRENT-FISCAL-YEAR = ZEROS
012104             DISPLAY "Today is in no defined fiscal year"
012108         ELSE
012112             DISPLAY "Today is fiscal period "
012116                 WS-CURRENT-FISCAL-PERIOD
012120                 " of fiscal year " WS-CURRENT-FISCAL-YEAR
012124         END-IF
012130         DISPLAY "The time is " CurrentHour ":" CurrentMinute
012140     END-IF.
012150     PERFORM 6100-WRITE-REPORT-DETAIL THRU 6100-EXIT.
014900     IF DO-STATUS = "VALID"
014910         PERFORM 6120-WRITE-FISCAL-LINE THRU 6120-EXIT
014920     END-IF.
014922     IF DO-STATUS = "VALID" AND DO-CLOCK-ROLLED = 'Y'
014924         PERFORM 6125-WRITE-CLOCK-START-LINE THRU 6125-EXIT
014926     END-IF.
014930     IF DO-STATUS = "VALID" AND DO-DUE-DATE NOT = ZEROS
014935         IF DO-DUE-DIRECTION = 'R'
014937             PERFORM 6135-WRITE-SHIP-BY-LINE THRU 6135-EXIT
015370     ADD 1 TO WS-LINE-COUNT.
015380 6120-EXIT.
015390     EXIT.
015391
015392*--------------------------------------------------------------
015393* 6125-WRITE-CLOCK-START-LINE - FOR A RECEIPT LOGGED AFTER THE
015394* DOCK CUTOFF, THE TIME AND THE LATER DATE ITS BUSINESS-DAY
015395* CLOCK STARTED ON, SO THE DUE DATE BELOW CAN BE CHECKED.
015396*--------------------------------------------------------------
015397 6125-WRITE-CLOCK-START-LINE.
015398     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
015399     MOVE SPACES TO REPORT-LINE.
015400     STRING "  RECEIVED AT " DELIMITED BY SIZE
015401         DO-RECEIPT-TIME DELIMITED BY SIZE
015402         " AFTER THE DOCK CUTOFF - CLOCK STARTS "
015403         DELIMITED BY SIZE
015404         DO-CLOCK-START DELIMITED BY SIZE
015405         INTO REPORT-LINE.
015406     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
015407     ADD 1 TO WS-LINE-COUNT.
015408 6125-EXIT.
015409     EXIT.
015410
015411*--------------------------------------------------------------
015420* 6130-WRITE-DUE-DATE-LINE - WRITES THE COMPUTED DUE DATE AND
015430* ITS WEEKDAY AS A FOURTH REPORT LINE, FLAGGING A DUE DATE
015440* THAT LANDS IN A DIFFERENT FISCAL PERIOD THAN THE START DATE
015450* SO THE EXPEDITING LIST CAN SEE A PERIOD-END SQUEEZE, AND ONE
015455* THAT LANDS PAST THE LAST DEFINED FISCAL YEAR.
015460*--------------------------------------------------------------
015470 6130-WRITE-DUE-DATE-LINE.
015480     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
015490     MOVE SPACES TO REPORT-LINE.
015500     EVALUATE DO-PERIOD-CROSS
015505         WHEN 'Y'
015510             STRING "  DUE DATE " DELIMITED BY SIZE
015520                 DO-DUE-DATE DELIMITED BY SIZE
015530                 "  " DELIMITED BY SIZE
015540                 DO-DUE-WEEKDAY DELIMITED BY SIZE
015550                 "  ** CROSSES FISCAL PERIOD **"
015555                 DELIMITED BY SIZE
015560                 INTO REPORT-LINE
015561         WHEN 'U'
015562             STRING "  DUE DATE " DELIMITED BY SIZE
015563                 DO-DUE-DATE DELIMITED BY SIZE
015564                 "  " DELIMITED BY SIZE
015565                 DO-DUE-WEEKDAY DELIMITED BY SIZE
015566                 "  ** NO FISCAL PERIOD DEFINED **"
015567                 DELIMITED BY SIZE
015568                 INTO REPORT-LINE
015570         WHEN OTHER
015580             STRING "  DUE DATE " DELIMITED BY SIZE
015590                 DO-DUE-DATE DELIMITED BY SIZE
015600                 "  " DELIMITED BY SIZE
015610                 DO-DUE-WEEKDAY DELIMITED BY SIZE
015620                 INTO REPORT-LINE
015630     END-EVALUATE.
015640     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
015650     ADD 1 TO WS-LINE-COUNT.
015660 6130-EXIT.
016080         WS-COUNT-DISPLAY DELIMITED BY SIZE
016090         INTO REPORT-LINE.
016100     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
016101     MOVE WS-ROLLED-COUNT TO WS-COUNT-DISPLAY.
016102     MOVE SPACES TO REPORT-LINE.
016103     STRING "ROLLED PAST DOCK CUTOFF: " DELIMITED BY SIZE
016104         WS-COUNT-DISPLAY DELIMITED BY SIZE
016105         INTO REPORT-LINE.
016106     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
016110     ADD 1 TO WS-LINE-COUNT.
016120     MOVE SPACES TO REPORT-LINE.
016130     IF WS-TRAILER-FOUND
016230     MOVE SPACES TO REPORT-LINE.
016240     MOVE WS-BALANCE-MSG TO REPORT-LINE.
016250     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
016260     ADD 8 TO WS-LINE-COUNT.
016265     PERFORM 6500-WRITE-REGISTRY-LINES THRU 6500-EXIT.
016270 6300-EXIT.
016280     EXIT.
016290
016790 6410-EXIT.
016800     EXIT.
016810
016811*--------------------------------------------------------------
016812* 6500-WRITE-REGISTRY-LINES - WHAT THE RUN-CONTROL REGISTRY MADE
016813* OF THIS RUN, AND THE EXTRACT'S REGISTRY KEY (TYPE, COUNT AND
016814* HASH) FOR LOOKING IT UP ON THE RUNREG LISTING.
016815*--------------------------------------------------------------
016816 6500-WRITE-REGISTRY-LINES.
016817     MOVE SPACES TO REPORT-LINE.
016818     STRING "RUN-CONTROL REGISTRY:    " DELIMITED BY SIZE
016819         WS-REG-MSG DELIMITED BY SIZE
016820         INTO REPORT-LINE.
016821     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
016822     ADD 1 TO WS-LINE-COUNT.
016823     IF WS-REG-DETAIL-COUNT > ZEROS
016824         MOVE WS-REG-EXTRACT-KEY(1:1)  TO WS-REG-KEY-TYPE
016825         MOVE WS-REG-EXTRACT-KEY(2:6)  TO WS-REG-KEY-COUNT
016826         MOVE WS-REG-EXTRACT-KEY(8:12) TO WS-REG-KEY-HASH
016827         MOVE SPACES TO REPORT-LINE
016828         STRING "EXTRACT REGISTRY KEY:    " DELIMITED BY SIZE
016829             WS-REG-KEY-DISPLAY DELIMITED BY SIZE
016830             INTO REPORT-LINE
016831         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
016832         ADD 1 TO WS-LINE-COUNT
016833     END-IF.
016834 6500-EXIT.
016835     EXIT.
016836
016837*--------------------------------------------------------------
016838* 6510-WRITE-REFUSAL-PAGE - TAKES THE PLACE OF THE CONTROL-
016839* TOTALS PAGE ON A REFUSED RUN: WHY IT WAS REFUSED, THE
016840* EXTRACT'S RUN HISTORY FROM THE REGISTRY, AND HOW TO FORCE IT.
016841*--------------------------------------------------------------
016842 6510-WRITE-REFUSAL-PAGE.
016843     MOVE SPACES TO REPORT-LINE.
016844     MOVE "----- RUN-CONTROL REGISTRY -----" TO REPORT-LINE.
016845     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
016846     MOVE SPACES TO REPORT-LINE.
016847     MOVE "*** BATCH RUN REFUSED - NO DATES WERE PROCESSED ***"
016848         TO REPORT-LINE.
016849     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
016850     ADD 2 TO WS-LINE-COUNT.
016851     PERFORM 6500-WRITE-REGISTRY-LINES THRU 6500-EXIT.
016852     IF WS-REG-FOUND
016853         IF RR-EXT-COMPLETE
016854             MOVE "COMPLETE" TO WS-REG-STATE-DISPLAY
016855         ELSE
016856             MOVE "UNFINISHED" TO WS-REG-STATE-DISPLAY
016857         END-IF
016858         MOVE SPACES TO REPORT-LINE
016859         STRING "FIRST RUN:               " DELIMITED BY SIZE
016860             RR-EXT-FIRST-DATE DELIMITED BY SIZE
016861             " " DELIMITED BY SIZE
016862             RR-EXT-FIRST-TIME DELIMITED BY SIZE
016863             " BY " DELIMITED BY SIZE
016864             RR-EXT-FIRST-OPER DELIMITED BY SIZE
016865             INTO REPORT-LINE
016866         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
016867         MOVE SPACES TO REPORT-LINE
016868         STRING "LAST RUN:                " DELIMITED BY SIZE
016869             RR-EXT-LAST-DATE DELIMITED BY SIZE
016870             " " DELIMITED BY SIZE
016871             RR-EXT-LAST-TIME DELIMITED BY SIZE
016872             " BY " DELIMITED BY SIZE
016873             RR-EXT-LAST-OPER DELIMITED BY SIZE
016874             "  " DELIMITED BY SIZE
016875             WS-REG-STATE-DISPLAY DELIMITED BY SIZE
016876             " RC " DELIMITED BY SIZE
016877             RR-EXT-LAST-RC DELIMITED BY SIZE
016878             INTO REPORT-LINE
016879         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
016880         MOVE SPACES TO REPORT-LINE
016881         STRING "RUNS/RESTARTS/OVERRIDES: " DELIMITED BY SIZE
016882             RR-EXT-RUNS DELIMITED BY SIZE
016883             " / " DELIMITED BY SIZE
016884             RR-EXT-RESTARTS DELIMITED BY SIZE
016885             " / " DELIMITED BY SIZE
016886             RR-EXT-OVERRIDES DELIMITED BY SIZE
016887             "   REFUSALS: " DELIMITED BY SIZE
016888             RR-EXT-REFUSALS DELIMITED BY SIZE
016889             INTO REPORT-LINE
016890         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
016891         ADD 3 TO WS-LINE-COUNT
016892     END-IF.
016893     MOVE SPACES TO REPORT-LINE.
016894     STRING "TO FORCE THE RUN, RESUBMIT WITH 'O' IN "
016895         DELIMITED BY SIZE
016896         "CONTROL CARD COLUMN 35." DELIMITED BY SIZE
016897         INTO REPORT-LINE.
016898     WRITE REPORT-LINE AFTER ADVANCING 2 LINES.
016899     ADD 2 TO WS-LINE-COUNT.
016900 6510-EXIT.
016901     EXIT.
016902
016903*--------------------------------------------------------------
016904* 7000-WRITE-AUDIT-RECORD - APPENDS ONE FIXED-LAYOUT DETAIL
016905* LINE (COPY AUDITREC) TO THE PERSISTENT AUDIT LOG FOR THE DATE
016906* JUST COMPUTED: WHEN IT WAS RUN, WHO RAN IT, WHAT DATE WAS
016907* ASKED ABOUT, AND WHAT CAME BACK.
016908*--------------------------------------------------------------
016909 7000-WRITE-AUDIT-RECORD.
016910     MOVE SPACES TO AUDIT-LINE.
016911     SET AUD-TYPE-DETAIL TO TRUE.
016912     PERFORM 7050-SET-AUDIT-STAMP THRU 7050-EXIT.
016920     MOVE DO-INPUT-DATE      TO AUD-INPUT-DATE.
016930     MOVE DO-STATUS          TO AUD-STATUS.
016940     MOVE DO-DAY-OF-YEAR     TO AUD-DAY-OF-YEAR.
016960     MOVE DO-FISCAL-YEAR     TO AUD-FISCAL-YEAR.
016970     MOVE DO-FISCAL-PERIOD   TO AUD-FISCAL-PERIOD.
016980     MOVE DO-ERROR-MSG       TO AUD-ERROR-MSG.
016983     MOVE DO-RECEIPT-NO      TO AUD-RECEIPT-NO.
016986     MOVE DO-PO-NO           TO AUD-PO-NO.
016988     PERFORM 7060-CHAIN-AUDIT-LINE THRU 7060-EXIT.
016990     WRITE AUDIT-RECORD FROM AUDIT-LINE.
017000 7000-EXIT.
017010     EXIT.
017120     MOVE CTL-OPERATOR-ID TO AUD-OPERATOR-ID.
017130 7050-EXIT.
017140     EXIT.
017141
017142*--------------------------------------------------------------
017143* 7060-CHAIN-AUDIT-LINE - NUMBERS THE AUDIT LINE ONE PAST THE
017144* LAST LINE ON THE LOG AND HASHES IT ONTO THE CHAIN: COLUMNS
017145* 1-131, SEQUENCE NUMBER INCLUDED, STARTING FROM THE PREVIOUS
017146* LINE'S HASH (THE RULE IS IN AUDITREC).  DONE LAST, JUST BEFORE
017147* THE WRITE, SO NOTHING CHANGES THE LINE AFTER IT IS HASHED.
017148*--------------------------------------------------------------
017149 7060-CHAIN-AUDIT-LINE.
017150     ADD 1 TO WS-AUDIT-SEQ.
017151     MOVE WS-AUDIT-SEQ TO AUD-SEQ-NO.
017152     PERFORM 7065-HASH-ONE-BYTE THRU 7065-EXIT
017153         VARYING WS-AUDIT-SUB FROM 1 BY 1
017154         UNTIL WS-AUDIT-SUB > 131.
017155     MOVE WS-AUDIT-CHAIN TO AUD-CHAIN-HASH.
017156 7060-EXIT.
017157     EXIT.
017158
017159 7065-HASH-ONE-BYTE.
017160     COMPUTE WS-AUDIT-CHAIN =
017161         FUNCTION MOD(WS-AUDIT-CHAIN * 131
017162             + FUNCTION ORD(AUDIT-LINE(WS-AUDIT-SUB:1)),
017163             999999999989).
017164 7065-EXIT.
017165     EXIT.
017166
017167*--------------------------------------------------------------
017170* 7100-WRITE-AUDIT-SUMMARY - APPENDS THE BATCH CONTROL TOTALS
017180* TO THE AUDIT LOG AS A SINGLE FIXED-LAYOUT SUMMARY LINE
017190* (RECORD TYPE 'S'), SO THE MONTH-END RECONCILIATION HAS ONE
017420     MOVE WS-COMPARE-COUNT  TO AUD-SUM-COMPARE.
017430     MOVE WS-EXPECTED-COUNT TO AUD-SUM-EXPECTED.
017435     MOVE WS-MASTER-HIT-COUNT TO AUD-SUM-MSTRHIT.
017437     PERFORM 7060-CHAIN-AUDIT-LINE THRU 7060-EXIT.
017440     WRITE AUDIT-RECORD FROM AUDIT-LINE.
017450 7100-EXIT.
017460     EXIT.
017490* 8000-YEAR-CALENDAR - PRINTS THE TWELVE-MONTH SHOP CALENDAR
017500* FOR THE YEAR ON THE CONTROL CARD, ONE MONTH PER REPORT PAGE:
017510* A MON-SUN GRID WITH SHOP HOLIDAYS FLAGGED '*', THE FISCAL
017520* PERIOD IN EFFECT ON THE 1ST ON THE MONTH HEADER, AND THE
017530* MONTH'S BUSINESS DAYS AND EVERY FISCAL PERIOD TOUCHING THE
017533* MONTH (ITS DATES AND WHOLE BUSINESS-DAY TOTAL) AT THE
017536* BOTTOM.  EVERY FIGURE
017540* COMES FROM DATESRV, SO THE WALL CALENDAR AND THE BATCH CAN
017550* NEVER DISAGREE.
017560*--------------------------------------------------------------
017710
017720*--------------------------------------------------------------
017730* 8100-PRINT-ONE-MONTH - ONE REPORT PAGE: MONTH HEADER WITH
017740* THE FISCAL PERIOD IN EFFECT ON THE 1ST, THE WEEK GRID, THE
017750* MONTH'S BUSINESS-DAY TOTAL AND A LINE PER FISCAL PERIOD.
017760*--------------------------------------------------------------
017770 8100-PRINT-ONE-MONTH.
017780     COMPUTE WS-CAL-DATE =
017900         WS-CAL-NEXT-YYYY * 10000 + WS-CAL-NEXT-MM * 100 + 1).
017910     COMPUTE WS-CAL-DAYS-IN-MONTH =
017920         WS-CAL-NEXT-INT - WS-CAL-START-INT.
017930     PERFORM 8130-BUILD-MONTH-PERIODS THRU 8130-EXIT.
017960     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
017970     MOVE SPACES TO REPORT-LINE.
017975     IF WS-CAL-PER-DEFINED(1)
017980         STRING WS-MONTH-NAME(WS-CAL-MM) DELIMITED BY SIZE
017990             " " DELIMITED BY SIZE
018000             WS-CAL-YEAR DELIMITED BY SIZE
018010             "   FISCAL PERIOD " DELIMITED BY SIZE
018020             WS-CAL-PER-PERIOD(1) DELIMITED BY SIZE
018030             " OF FY " DELIMITED BY SIZE
018040             WS-CAL-PER-YEAR(1) DELIMITED BY SIZE
018042             " (" DELIMITED BY SIZE
018044             WS-CAL-PER-START(1) DELIMITED BY SIZE
018046             " - " DELIMITED BY SIZE
018048             WS-CAL-PER-END(1) DELIMITED BY SIZE
018050             ") IN EFFECT ON THE 1ST" DELIMITED BY SIZE
018060             INTO REPORT-LINE
018061     ELSE
018062         STRING WS-MONTH-NAME(WS-CAL-MM) DELIMITED BY SIZE
018063             " " DELIMITED BY SIZE
018064             WS-CAL-YEAR DELIMITED BY SIZE
018065             "   NO FISCAL PERIOD DEFINED ON THE 1ST"
018066             DELIMITED BY SIZE
018067             INTO REPORT-LINE
018068     END-IF.
018070     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
018080     MOVE SPACES TO REPORT-LINE.
018090     MOVE "  MON  TUE  WED  THU  FRI  SAT  SUN"
018230     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
018240     MOVE SPACES TO REPORT-LINE.
018245     MOVE WS-CAL-BUSDAY-TOTAL TO WS-CAL-BUSDAY-DISPLAY.
018250     STRING "BUSINESS DAYS THIS MONTH: " DELIMITED BY SIZE
018280         WS-CAL-BUSDAY-DISPLAY DELIMITED BY SIZE
018290         "   (* = HOLIDAY, + = HALF DAY)" DELIMITED BY SIZE
018300         INTO REPORT-LINE.
018310     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
018320     ADD 2 TO WS-LINE-COUNT.
018322     MOVE 1 TO WS-CAL-PER-SUB.
018324     PERFORM 8150-PRINT-PERIOD-LINE THRU 8150-EXIT
018326         UNTIL WS-CAL-PER-SUB > WS-CAL-PER-COUNT.
018330     ADD 1 TO WS-CAL-MM.
018340 8100-EXIT.
018350     EXIT.
018370*--------------------------------------------------------------
018380* 8110-PLACE-ONE-DAY - ASKS DATESRV FOR THE DAY'S WEEKDAY AND
018390* HOLIDAY FLAG, DROPS IT IN ITS GRID COLUMN, COUNTS IT IN THE
018400* MONTH'S BUSINESS-DAY TOTAL, AND CLOSES THE WEEK LINE OUT
018410* AFTER EACH SUNDAY.
018420*--------------------------------------------------------------
018430 8110-PLACE-ONE-DAY.
018780     MOVE 'N' TO WS-CAL-CELL-USED-SW.
018790 8120-EXIT.
018800     EXIT.
018801
018802*--------------------------------------------------------------
018803* 8130-BUILD-MONTH-PERIODS - FILLS THE PERIOD TABLE FOR THE
018804* MONTH: A 'DT' CALL ON THE 1ST GIVES THE PERIOD IN EFFECT AND
018805* ITS END, THE DAY AFTER THAT END GIVES THE NEXT, AND SO ON TO
018806* THE LAST DAY OF THE MONTH.  A DAY IN NO DEFINED FISCAL YEAR
018807* IS STEPPED OVER ONE AT A TIME INTO AN UNDEFINED SLOT.
018808*--------------------------------------------------------------
018809 8130-BUILD-MONTH-PERIODS.
018810     MOVE ZEROS TO WS-CAL-PER-COUNT.
018811     MOVE WS-CAL-START-INT TO WS-CAL-SCAN-INT.
018812     PERFORM 8140-ADD-ONE-PERIOD THRU 8140-EXIT
018813         UNTIL WS-CAL-SCAN-INT NOT < WS-CAL-NEXT-INT
018814         OR WS-CAL-PER-COUNT = 10.
018815 8130-EXIT.
018816     EXIT.
018817
018818 8140-ADD-ONE-PERIOD.
018819     SET DSRV-FUNC-RESOLVE TO TRUE.
018820     MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-SCAN-INT)
018821         TO DSRV-INPUT-DATE.
018822     CALL 'DATESRV' USING DATESRV-PARMS.
018823     IF DSRV-RC-OK
018824         ADD 1 TO WS-CAL-PER-COUNT
018825         MOVE 'Y' TO WS-CAL-PER-DEFINED-SW(WS-CAL-PER-COUNT)
018826         MOVE DSRV-FISCAL-YEAR
018827             TO WS-CAL-PER-YEAR(WS-CAL-PER-COUNT)
018828         MOVE DSRV-FISCAL-PERIOD
018829             TO WS-CAL-PER-PERIOD(WS-CAL-PER-COUNT)
018830         MOVE DSRV-PERIOD-START
018831             TO WS-CAL-PER-START(WS-CAL-PER-COUNT)
018832         MOVE DSRV-PERIOD-END TO WS-CAL-PER-END(WS-CAL-PER-COUNT)
018833         PERFORM 8145-COUNT-PERIOD-BUSDAYS THRU 8145-EXIT
018834         COMPUTE WS-CAL-SCAN-INT = FUNCTION INTEGER-OF-DATE
018835             (WS-CAL-PER-END(WS-CAL-PER-COUNT)) + 1
018836         GO TO 8140-EXIT
018837     END-IF.
018838*    NO DEFINED FISCAL YEAR - STRETCH THE OPEN UNDEFINED SLOT
018839*    OVER THIS DAY, OR START ONE.
018840     IF WS-CAL-PER-COUNT > ZEROS
018841         IF NOT WS-CAL-PER-DEFINED(WS-CAL-PER-COUNT)
018842             MOVE DSRV-INPUT-DATE
018843                 TO WS-CAL-PER-END(WS-CAL-PER-COUNT)
018844             ADD 1 TO WS-CAL-SCAN-INT
018845             GO TO 8140-EXIT
018846         END-IF
018847     END-IF.
018848     ADD 1 TO WS-CAL-PER-COUNT.
018849     MOVE 'N' TO WS-CAL-PER-DEFINED-SW(WS-CAL-PER-COUNT).
018850     MOVE ZEROS TO WS-CAL-PER-YEAR(WS-CAL-PER-COUNT).
018851     MOVE ZEROS TO WS-CAL-PER-PERIOD(WS-CAL-PER-COUNT).
018852     MOVE DSRV-INPUT-DATE TO WS-CAL-PER-START(WS-CAL-PER-COUNT).
018853     MOVE DSRV-INPUT-DATE TO WS-CAL-PER-END(WS-CAL-PER-COUNT).
018854     MOVE ZEROS TO WS-CAL-PER-BUSDAYS(WS-CAL-PER-COUNT).
018855     ADD 1 TO WS-CAL-SCAN-INT.
018856 8140-EXIT.
018857     EXIT.
018858
018859*--------------------------------------------------------------
018860* 8145-COUNT-PERIOD-BUSDAYS - WALKS THE WHOLE PERIOD A DAY AT A
018861* TIME WITH 'HQ' CALLS, COUNTING ITS BUSINESS DAYS THE SAME WAY
018862* 8110 COUNTS THE MONTH'S (A HALF DAY COUNTS 0.5).
018863*--------------------------------------------------------------
018864 8145-COUNT-PERIOD-BUSDAYS.
018865     MOVE ZEROS TO WS-CAL-PER-BUSDAYS(WS-CAL-PER-COUNT).
018866     COMPUTE WS-CAL-WALK-INT = FUNCTION INTEGER-OF-DATE
018867         (WS-CAL-PER-START(WS-CAL-PER-COUNT)).
018868     COMPUTE WS-CAL-WALK-END-INT = FUNCTION INTEGER-OF-DATE
018869         (WS-CAL-PER-END(WS-CAL-PER-COUNT)).
018870     PERFORM 8146-COUNT-ONE-DAY THRU 8146-EXIT
018871         UNTIL WS-CAL-WALK-INT > WS-CAL-WALK-END-INT.
018872 8145-EXIT.
018873     EXIT.
018874
018875 8146-COUNT-ONE-DAY.
018876     SET DSRV-FUNC-DAY-QUERY TO TRUE.
018877     MOVE FUNCTION DATE-OF-INTEGER(WS-CAL-WALK-INT)
018878         TO DSRV-INPUT-DATE.
018879     CALL 'DATESRV' USING DATESRV-PARMS.
018880     IF DSRV-WEEKDAY-NUM < 5
018881         EVALUATE TRUE
018882             WHEN DSRV-DATE-IS-HOLIDAY
018883                 CONTINUE
018884             WHEN DSRV-DATE-IS-HALF-DAY
018885                 ADD 0.5 TO WS-CAL-PER-BUSDAYS(WS-CAL-PER-COUNT)
018886             WHEN OTHER
018887                 ADD 1 TO WS-CAL-PER-BUSDAYS(WS-CAL-PER-COUNT)
018888         END-EVALUATE
018889     END-IF.
018890     ADD 1 TO WS-CAL-WALK-INT.
018891 8146-EXIT.
018892     EXIT.
018893
018894*--------------------------------------------------------------
018895* 8150-PRINT-PERIOD-LINE - ONE FOOTER LINE PER PERIOD-TABLE
018896* SLOT: THE PERIOD, ITS DATES AND ITS BUSINESS-DAY TOTAL, OR
018897* THE DAYS OF THE MONTH THAT FALL IN NO DEFINED FISCAL YEAR.
018898*--------------------------------------------------------------
018899 8150-PRINT-PERIOD-LINE.
018900     MOVE SPACES TO REPORT-LINE.
018901     IF WS-CAL-PER-DEFINED(WS-CAL-PER-SUB)
018902         MOVE WS-CAL-PER-BUSDAYS(WS-CAL-PER-SUB)
018903             TO WS-CAL-PER-BUSDAY-DISPLAY
018904         STRING "FISCAL PERIOD " DELIMITED BY SIZE
018905             WS-CAL-PER-PERIOD(WS-CAL-PER-SUB) DELIMITED BY SIZE
018906             " OF FY " DELIMITED BY SIZE
018907             WS-CAL-PER-YEAR(WS-CAL-PER-SUB) DELIMITED BY SIZE
018908             "  " DELIMITED BY SIZE
018909             WS-CAL-PER-START(WS-CAL-PER-SUB) DELIMITED BY SIZE
018910             " - " DELIMITED BY SIZE
018911             WS-CAL-PER-END(WS-CAL-PER-SUB) DELIMITED BY SIZE
018912             "  BUSINESS DAYS THIS PERIOD: " DELIMITED BY SIZE
018913             WS-CAL-PER-BUSDAY-DISPLAY DELIMITED BY SIZE
018914             INTO REPORT-LINE
018915     ELSE
018916         STRING "NO FISCAL PERIOD DEFINED " DELIMITED BY SIZE
018917             WS-CAL-PER-START(WS-CAL-PER-SUB) DELIMITED BY SIZE
018918             " - " DELIMITED BY SIZE
018919             WS-CAL-PER-END(WS-CAL-PER-SUB) DELIMITED BY SIZE
018920             INTO REPORT-LINE
018921     END-IF.
018922     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
018923     ADD 1 TO WS-LINE-COUNT.
018924     ADD 1 TO WS-CAL-PER-SUB.
018925 8150-EXIT.
018926     EXIT.
018927
018928*--------------------------------------------------------------
018929* 9000-TERMINATE - CLOSES THE REPORT AND AUDIT FILES BEFORE THE
018930* RUN ENDS.
018931*--------------------------------------------------------------
018932 9000-TERMINATE.
018933     CLOSE REPORT-FILE.
018934     CLOSE AUDIT-FILE.
018935 9000-EXIT.
018936     EXIT.
