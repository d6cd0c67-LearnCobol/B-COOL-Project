000270*                     DATAONLY SUPPRESSES LOW-VALUES, SO THE
000271*                     PREVIOUS INQUIRY'S FIGURES STAYED ON
000272*                     SCREEN BESIDE THE NEW ANSWERS.
000273*   10/15/2026  DLH   FISCAL YEAR AND PERIOD NOW COME FROM THE
000274*                     4-4-5 FISCAL-CALENDAR DEFINITION FILE -
000275*                     THE CICS-DEFINED FISCAL FILE (THE ESDS
000276*                     COPY FISCJOB REPROS) IS FED TO DATESRV
000277*                     WITH ONE 'FL' CALL PER PERIOD, AS THE
000278*                     HOLIDAYS FILE IS.  A DUE DATE WITH NO
000279*                     DEFINED PERIOD IS FLAGGED ON THE SCREEN.
000280*   10/15/2026  DLH   CARRIER PICKUP SCHEDULES - THE PICKUP DAYS
000281*                     OF A TYPE 'S' HOLIDAYS RECORD ARE PASSED
000282*                     ON THE 'HL' CALL.  THE SCREEN SHOWS THE
000283*                     CARRIER'S PICKUP DAYS IN EFFECT ON THE
000284*                     DATE AND, WITH AN OFFSET, THE 'SB' SHIP-BY
000285*                     DATE (THE DATE TAKEN AS THE DEADLINE)
000286*                     BESIDE THE DUE DATE, BOTH WALKED OVER
000287*                     PICKUP DAYS ONLY.
000288*   10/15/2026  DLH   DOCK CUTOFFS - THE HHMM OF A TYPE 'C'
000289*                     HOLIDAYS RECORD IS PASSED ON THE 'HL'
000290*                     CALL.  THE SCREEN CARRIES NO RECEIPT
000291*                     TIME, SO THE RECEIPT TIME IS BLANKED AND
000292*                     THE ANSWERS COUNT FROM THE DATE KEYED.
000293*--------------------------------------------------------------
000294* FUNCTION: PSEUDO-CONVERSATIONAL CICS TRANSACTION DQRY.
000295*           FIRST DISPATCH SENDS THE EMPTY MAP; EACH ENTER
000296*           RECEIVES THE MAP, ANSWERS IT, AND RETURNS WITH
000300*           TRANSID DQRY.  PF3 OR CLEAR ENDS THE SESSION.
000310*
000320*           DATESRV IS LINK-EDITED WITH THIS PROGRAM.  ITS OWN
000346*           HOLIDAY FILE); AN 'HL' FIRST CALL SUPPRESSES THE
000348*           BATCH LOAD.  DATEMSTR IS THE SAME KSDS THE NIGHTLY
000360*           MAINTAINS, DEFINED TO CICS READ-ONLY.
000361*           THE FISCAL-CALENDAR DEFINITION FILE IS FED THE SAME
000362*           WAY - ONE 'FL' CALL PER RECORD OF THE CICS-DEFINED
000363*           FISCAL FILE (THE ESDS COPY FISCJOB REPROS) - SO
000364*           THE FISCAL YEAR AND PERIOD ON THE SCREEN ARE THE
000365*           4-4-5 PERIODS FINANCE DEFINED.
000370*--------------------------------------------------------------
000380
000390 ENVIRONMENT DIVISION.
000530 77  WS-ELAPSED-DISPLAY      PIC -(6)9 VALUE SPACES.
000540 01  WS-FISC-DISPLAY.
000550     05  WS-FISC-PERIOD      PIC 9(02).
000551     05  FILLER              PIC X(01) VALUE '/'.
000552     05  WS-FISC-YEAR        PIC 9(04).
000553*    PICKUP DAYS IN EFFECT, SHOWN AS 'MON --- WED --- FRI'.
000554 01  WS-PICKUP-DAYS          PIC X(05) VALUE SPACES.
000555 01  WS-PICKUP-DAYS-R REDEFINES WS-PICKUP-DAYS.
000556     05  WS-PICKUP-DAY       PIC X(01) OCCURS 5 TIMES.
000557 01  WS-DAY-ABBREVS          PIC X(15) VALUE 'MONTUEWEDTHUFRI'.
000558 01  WS-DAY-ABBREVS-R REDEFINES WS-DAY-ABBREVS.
000559     05  WS-DAY-ABBREV       PIC X(03) OCCURS 5 TIMES.
000560 01  WS-PICKUP-SHOW.
000561     05  WS-PICKUP-SHOW-DAY OCCURS 5 TIMES.
000562         10  WS-PICKUP-SHOW-NAME PIC X(03).
000563         10  FILLER          PIC X(01).
000564 77  WS-DAY-SUB              PIC 9(02) COMP VALUE ZEROS.
000572
000573*    HOLIDAY LOAD - ONE BROWSE OF THE CICS-DEFINED HOLIDAYS
000574*    FILE PER TASK, EACH RECORD HANDED TO DATESRV AS AN 'HL'
000582     05  WS-HOL-DATE         PIC X(08).
000583     05  WS-HOL-CAL-ID       PIC X(08).
000584     05  WS-HOL-CLOSE-TYPE   PIC X(01).
000585     05  WS-HOL-PICKUP-DAYS  PIC X(05).
000586     05  WS-HOL-CUTOFF-TIME REDEFINES WS-HOL-PICKUP-DAYS
000587                             PIC X(04).
000588     05  FILLER              PIC X(58).
000589
000590*    FISCAL-CALENDAR LOAD - THE SAME ONE-BROWSE-PER-TASK FEED
000591*    FOR THE CICS-DEFINED FISCAL FILE, ONE 'FL' CALL PER
000592*    PERIOD RECORD.
000593 77  WS-FISC-RBA             PIC S9(08) COMP VALUE ZEROS.
000594 77  WS-FISC-LOAD-COUNT      PIC 9(04) COMP VALUE ZEROS.
000595 77  WS-FISC-EOF-SW          PIC X(01) VALUE 'N'.
000596     88  WS-FISC-EOF                   VALUE 'Y'.
000597 COPY FISCDEFR.
000598
000599*--------------------------------------------------------------
000600* SYMBOLIC MAP AND CICS DEFINITIONS
000610*--------------------------------------------------------------
000620 COPY DATEQRYM.
001401     MOVE WS-HOL-DATE TO DSRV-INPUT-DATE.
001402     MOVE WS-HOL-CAL-ID TO DSRV-CALENDAR-ID.
001403     MOVE WS-HOL-CLOSE-TYPE TO DSRV-CLOSURE-TYPE.
001404     MOVE WS-HOL-PICKUP-DAYS TO DSRV-PICKUP-DAYS.
001405     MOVE WS-HOL-CUTOFF-TIME TO DSRV-CUTOFF-TIME.
001406     CALL 'DATESRV' USING DATESRV-PARMS.
001407     IF DSRV-RC-OK
001408         ADD 1 TO WS-HOL-LOAD-COUNT
001409     END-IF.
001410 2510-EXIT.
001411     EXIT.
001412
001414*--------------------------------------------------------------
001415* 2600-LOAD-FISCAL-TABLE - BROWSES THE CICS-DEFINED FISCAL FILE
001416* (THE ESDS COPY FISCJOB REPROS) AND HANDS DATESRV ONE 'FL'
001417* CALL PER PERIOD RECORD.  AS WITH THE HOLIDAYS, AN UNAVAILABLE
001418* OR EMPTY FILE LEAVES THE COUNT ZERO AND THE INQUIRY IS
001419* REFUSED - WITHOUT IT EVERY DATE IS IN NO FISCAL YEAR.
001420*--------------------------------------------------------------
001421 2600-LOAD-FISCAL-TABLE.
001422     MOVE ZEROS TO WS-FISC-RBA.
001423     MOVE ZEROS TO WS-FISC-LOAD-COUNT.
001424     MOVE 'N' TO WS-FISC-EOF-SW.
001425     EXEC CICS STARTBR
001426         FILE('FISCAL')
001427         RIDFLD(WS-FISC-RBA)
001428         RBA
001429         RESP(WS-RESP)
001430     END-EXEC.
001431     IF WS-RESP NOT = DFHRESP(NORMAL)
001432         GO TO 2600-EXIT
001439     END-IF.
001440     PERFORM 2610-LOAD-ONE-PERIOD THRU 2610-EXIT
001441         UNTIL WS-FISC-EOF.
001442     EXEC CICS ENDBR
001443         FILE('FISCAL')
001444     END-EXEC.
001445 2600-EXIT.
001446     EXIT.
001447
001448 2610-LOAD-ONE-PERIOD.
001449     EXEC CICS READNEXT
001450         FILE('FISCAL')
001451         INTO(FISCAL-PERIOD-RECORD)
001452         RIDFLD(WS-FISC-RBA)
001453         RBA
001454         RESP(WS-RESP)
001455     END-EXEC.
001456     IF WS-RESP NOT = DFHRESP(NORMAL)
001457         SET WS-FISC-EOF TO TRUE
001458         GO TO 2610-EXIT
001459     END-IF.
001460*    A RECORD WITH A NON-NUMERIC FIELD IS SKIPPED HERE, AND
001461*    DATESRV ANSWERS ANY OTHER BAD PERIOD RC '08'.
001462     IF FPD-FISCAL-YEAR-X IS NOT NUMERIC
001463        OR FPD-PERIOD-X IS NOT NUMERIC
001464        OR FPD-START-DATE-X IS NOT NUMERIC
001465        OR FPD-END-DATE-X IS NOT NUMERIC
001466         GO TO 2610-EXIT
001467     END-IF.
001468     SET DSRV-FUNC-FISC-LOAD TO TRUE.
001469     MOVE FPD-FISCAL-YEAR TO DSRV-FISCAL-YEAR.
001470     MOVE FPD-PERIOD TO DSRV-FISCAL-PERIOD.
001471     MOVE FPD-START-DATE TO DSRV-PERIOD-START.
001472     MOVE FPD-END-DATE TO DSRV-PERIOD-END.
001473     CALL 'DATESRV' USING DATESRV-PARMS.
001474     IF DSRV-RC-OK
001475         ADD 1 TO WS-FISC-LOAD-COUNT
001476     END-IF.
001477 2610-EXIT.
001478     EXIT.
001479
001480*--------------------------------------------------------------
001481* 3000-ANSWER-INQUIRY - LOADS THE HOLIDAY AND FISCAL TABLES,
001482* VALIDATES THE FIELDS, CALLS DATESRV AND FILLS THE ANSWER
001483* LINES.
001484*--------------------------------------------------------------
001485 3000-ANSWER-INQUIRY.
001486*    THE OUTPUT SIDE REDEFINES THE INPUT SIDE, SO THE FIELDS
001487*    JUST RECEIVED ARE CAPTURED BEFORE THE MAP IS CLEARED,
001488*    WITH TRAILING LOW-VALUES FROM PARTIAL ENTRIES TRANSLATED
001489*    TO SPACES.
001490     MOVE FDATEI TO WS-INP-DATE.
001491     MOVE FCALI TO WS-INP-CAL.
001492     MOVE FCOMPI TO WS-INP-COMP.
001493     MOVE FOFFI TO WS-INP-OFF.
001494     INSPECT WS-INP-DATE REPLACING ALL LOW-VALUE BY SPACE.
001495     INSPECT WS-INP-CAL REPLACING ALL LOW-VALUE BY SPACE.
001496     INSPECT WS-INP-COMP REPLACING ALL LOW-VALUE BY SPACE.
001497     INSPECT WS-INP-OFF REPLACING ALL LOW-VALUE BY SPACE.
001498     MOVE LOW-VALUES TO DQRYMAPO.
001499*    DATAONLY DOES NOT TRANSMIT LOW-VALUES, SO THE ANSWER
001500*    FIELDS ONLY SOME INQUIRIES FILL GET EXPLICIT BLANKS -
001501*    OTHERWISE THE PREVIOUS INQUIRY'S DUE DATE AND FLAGS
001502*    WOULD STAY ON THE SCREEN BESIDE THE NEW ANSWERS.
001503     MOVE SPACES TO FELAPO FDUEO FDWKO FDFLAGO.
001504     MOVE SPACES TO FSHIPO FSWKO FSFLAGO.
001505     IF WS-INP-DATE = SPACES
001506         MOVE 'A DATE IN YYYYMMDD FORMAT IS REQUIRED'
001507             TO FMSGO
001510         PERFORM 8000-SEND-DATAONLY THRU 8000-EXIT
001520         GO TO 3000-EXIT
001530     END-IF.
001531     IF WS-INP-DATE IS NOT NUMERIC
001532         MOVE 'DATE MUST BE NUMERIC YYYYMMDD' TO FMSGO
001533         PERFORM 8000-SEND-DATAONLY THRU 8000-EXIT
001534         GO TO 3000-EXIT
001535     END-IF.
001540     IF WS-INP-CAL = SPACES
001550         MOVE 'SHOP' TO WS-CAL-ID
001560     ELSE
001585         PERFORM 8000-SEND-DATAONLY THRU 8000-EXIT
001586         GO TO 3000-EXIT
001587     END-IF.
001588     PERFORM 2600-LOAD-FISCAL-TABLE THRU 2600-EXIT.
001589     IF WS-FISC-LOAD-COUNT = ZEROS
001590         MOVE 'FISCAL FILE UNAVAILABLE - TRY LATER' TO FMSGO
001591         PERFORM 8000-SEND-DATAONLY THRU 8000-EXIT
001592         GO TO 3000-EXIT
001593     END-IF.
001594*    NO RECEIPT TIME IS KEYED, SO NO ANSWER IS ROLLED PAST A
001595*    DOCK CUTOFF.
001596     MOVE SPACES TO DSRV-RECEIPT-TIME.
001597*    THE FULL RESOLVE - SAME CALL THE NIGHTLY BATCH MAKES.
001600     SET DSRV-FUNC-RESOLVE TO TRUE.
001610     MOVE WS-INP-DATE TO DSRV-INPUT-DATE.
001620     MOVE WS-CAL-ID TO DSRV-CALENDAR-ID.
001810         WHEN OTHER
001820             MOVE 'OPEN' TO FHOLO
001830     END-EVALUATE.
001835     PERFORM 3100-SHOW-PICKUP-DAYS THRU 3100-EXIT.
001840     PERFORM 4000-ANSWER-ELAPSED THRU 4000-EXIT.
001850     PERFORM 5000-ANSWER-DUE-DATE THRU 5000-EXIT.
001860     PERFORM 6000-CHECK-MASTER-CACHE THRU 6000-EXIT.
001890 3000-EXIT.
001900     EXIT.
001910
001912*--------------------------------------------------------------
001914* 3100-SHOW-PICKUP-DAYS - THE CARRIER PICKUP DAYS IN EFFECT ON
001916* THE DATE ('DT' RETURNS EVERY WEEKDAY WHEN THE CALENDAR HAS
001918* NO SCHEDULE) AND WHETHER THE CARRIER RUNS THAT DAY.
001920*--------------------------------------------------------------
001921 3100-SHOW-PICKUP-DAYS.
001922     MOVE DSRV-PICKUP-DAYS TO WS-PICKUP-DAYS.
001923     MOVE SPACES TO WS-PICKUP-SHOW.
001924     MOVE 1 TO WS-DAY-SUB.
001925     PERFORM 3150-SHOW-ONE-DAY THRU 3150-EXIT
001926         UNTIL WS-DAY-SUB > 5.
001927     MOVE WS-PICKUP-SHOW TO FPICKO.
001928     IF DSRV-DATE-IS-PICKUP-DAY
001929         MOVE 'PICKUP ON THIS DATE' TO FPFLAGO
001930     ELSE
001931         MOVE 'NO PICKUP THIS DATE' TO FPFLAGO
001932     END-IF.
001933 3100-EXIT.
001934     EXIT.
001935
001936 3150-SHOW-ONE-DAY.
001937     IF WS-PICKUP-DAY(WS-DAY-SUB) = 'Y'
001938         MOVE WS-DAY-ABBREV(WS-DAY-SUB)
001939             TO WS-PICKUP-SHOW-NAME(WS-DAY-SUB)
001940     ELSE
001941         MOVE '---' TO WS-PICKUP-SHOW-NAME(WS-DAY-SUB)
001942     END-IF.
001943     ADD 1 TO WS-DAY-SUB.
001944 3150-EXIT.
001945     EXIT.
001946
001947*--------------------------------------------------------------
001948* 4000-ANSWER-ELAPSED - THE 'ED' ANSWER WHEN A COMPARE DATE
001949* WAS GIVEN.
001950*--------------------------------------------------------------
001960 4000-ANSWER-ELAPSED.
001970     IF WS-INP-COMP = SPACES
002160
002170*--------------------------------------------------------------
002180* 5000-ANSWER-DUE-DATE - THE 'DD' ANSWER WHEN AN OFFSET WAS
002190* GIVEN, AND THE 'SB' SHIP-BY ANSWER FOR THE SAME OFFSET.
002200*--------------------------------------------------------------
002210 5000-ANSWER-DUE-DATE.
002220     IF WS-INP-OFF = SPACES
002400         IF DSRV-CROSSES-PERIOD
002410             MOVE '** CROSSES FISCAL PERIOD **' TO FDFLAGO
002420         END-IF
002422         IF DSRV-PERIOD-UNDEFINED
002424             MOVE '** NO FISCAL PERIOD **' TO FDFLAGO
002426         END-IF
002430     ELSE
002440         MOVE 'INVALID' TO FDUEO
002450     END-IF.
002455     PERFORM 5100-ANSWER-SHIP-BY THRU 5100-EXIT.
002460 5000-EXIT.
002470     EXIT.
002471
002479 5050-EXIT.
002480     EXIT.
002481
002482*    THE 'SB' ANSWER - THE INQUIRY DATE TAKEN AS THE DEADLINE,
002483*    WALKED BACK THE OFFSET OVER THE CARRIER'S PICKUP DAYS.
002484 5100-ANSWER-SHIP-BY.
002485     SET DSRV-FUNC-SHIP-BY TO TRUE.
002486     MOVE WS-INP-DATE TO DSRV-INPUT-DATE.
002487     MOVE WS-OFFSET TO DSRV-OFFSET-DAYS.
002488     CALL 'DATESRV' USING DATESRV-PARMS.
002489     IF DSRV-RC-OK
002490         MOVE DSRV-RESULT-DATE TO FSHIPO
002491         MOVE DSRV-WEEKDAY-NAME TO FSWKO
002492         IF DSRV-SHIP-BY-PASSED
002493             MOVE '** ALREADY PASSED **' TO FSFLAGO
002494         END-IF
002495     ELSE
002496         MOVE 'INVALID' TO FSHIPO
002497     END-IF.
002498 5100-EXIT.
002499     EXIT.
002500
002501*--------------------------------------------------------------
002502* 6000-CHECK-MASTER-CACHE - A KEYED READ OF DATEMSTR UNDER THE
002510* INQUIRY'S DATE AND CALENDAR.  THE ANSWER STILL COMES LIVE
002520* FROM DATESRV EITHER WAY - THIS LINE ONLY SAYS WHETHER THE
002530* NIGHTLY HAS THE DATE CACHED.
