000210*                     TRAILER BEFORE THE STEP ENDS, SO THE
000220*                     FILE-TRANSFER STEP CAN BE CONDITIONED ON
000230*                     A BALANCED FEED.
000232*   10/15/2026  DLH   THE DETAIL RECORD NOW CARRIES THE RECEIPT
000234*                     NUMBER AND PO NUMBER FROM DATEOUT IN COLS
000236*                     36-55, TAKEN FROM THE TRAILING FILLER SO
000238*                     NO EXISTING WMS COLUMN MOVES.
000239*   10/15/2026  DLH   EVERY FEED IS NOW CHECKED AGAINST THE
000240*                     RUN-CONTROL REGISTRY (RUNREG KSDS, COPY
000241*                     RUNREGR) BEFORE IT IS BUILT.  A FEED WHOSE
000242*                     DETAIL COUNT AND DETAIL HASH MATCH ONE
000243*                     ALREADY SENT IS REFUSED WITH RC 16 AND THE
000244*                     NEW WMSFILE GENERATION IS LEFT EMPTY.  A
000245*                     NEW SYSIN CARD CARRIES THE OPERATOR-ID
000246*                     (COL 1-8) AND AN 'O' OVERRIDE (COL 9),
000247*                     LOGGED ON THE REGISTRY WHEN USED.  A
000248*                     BALANCED FEED IS REGISTERED AGAINST THE
000249*                     EXTRACT CALENDAR PROCESSED LAST.
000250*--------------------------------------------------------------
000251* FUNCTION: READS DATEOUT (LAYOUT IN THE DATEOUTR COPYBOOK),
000260*           WRITES THE WMS INBOUND FEED (WMSFILE) AND LOGS THE
000270*           TRANSMISSION COUNTS ON THE PRINTED REPORT.
000280*
000300*             HEADER   'H' + RUN DATE YYYYMMDD + RUN TIME HHMM
000310*             DETAIL   'D' + RECEIPT DATE + DUE DATE + DUE
000320*                      WEEKDAY + CALENDAR-ID + DIRECTION
000325*                      + RECEIPT NUMBER (10) + PO NUMBER (10)
000330*             TRAILER  'T' + DETAIL COUNT (6) + HASH TOTAL OF
000340*                      THE DUE DATES (12)
000350*
000351*           CONTROL CARD (SYSIN, OPTIONAL):
000352*             COL 1-8   OPERATOR ID
000353*             COL 9     'O' = REBUILD A FEED THE RUN-CONTROL
000354*                       REGISTRY SAYS WAS ALREADY SENT
000355*
000360*           RETURN CODES:  0 = BALANCED FEED WRITTEN,  4 =
000370*           NOTHING TO SEND (EMPTY FEED, HEADER AND TRAILER
000380*           ONLY) OR THE REGISTRY COULD NOT BE READ OR
000382*           UPDATED (HOLD THE TRANSFER UNTIL IT IS CHECKED),
000384*           8 = REBALANCE FAILED - DO NOT TRANSMIT,  16 =
000386*           FEED ALREADY SENT - NOT REBUILT, DO NOT TRANSMIT.
000390*--------------------------------------------------------------
000400
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000432     SELECT OPTIONAL CONTROL-FILE ASSIGN TO SYSIN
000434         ORGANIZATION IS LINE SEQUENTIAL.
000436
000440     SELECT DATEOUT-FILE ASSIGN TO DATEOUT
000450         ORGANIZATION IS LINE SEQUENTIAL.
000460
000490
000500     SELECT REPORT-FILE ASSIGN TO REPORTFL
000510         ORGANIZATION IS LINE SEQUENTIAL.
000511
000512     SELECT RUN-REGISTRY ASSIGN TO RUNREG
000513         ORGANIZATION IS INDEXED
000514         ACCESS MODE IS RANDOM
000515         RECORD KEY IS RR-KEY
000516         FILE STATUS IS WS-REG-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000541*--------------------------------------------------------------
000542* CONTROL-FILE - WHO IS RUNNING THE FEED, AND WHETHER TO FORCE
000543* A FEED THE REGISTRY WOULD REFUSE.  NO CARD = NO OVERRIDE.
000544*--------------------------------------------------------------
000545 FD  CONTROL-FILE.
000546 01  CONTROL-RECORD.
000547     05  CTL-OPERATOR-ID         PIC X(08).
000548     05  CTL-RERUN-SW            PIC X(01).
000549         88  CTL-RERUN-OVERRIDE          VALUE 'O'.
000550     05  FILLER                  PIC X(71).
000551
000552*--------------------------------------------------------------
000560* DATEOUT-FILE - THE RESULT FILE CALENDAR WROTE TONIGHT.
000570*--------------------------------------------------------------
000580 FD  DATEOUT-FILE.
000770     05  WMD-DUE-WEEKDAY         PIC X(09).
000780     05  WMD-CALENDAR-ID         PIC X(08).
000790     05  WMD-DIRECTION           PIC X(01).
000793     05  WMD-RECEIPT-NO          PIC X(10).
000796     05  WMD-PO-NO               PIC X(10).
000800     05  FILLER                  PIC X(25).
000810 01  WMS-TRAILER REDEFINES WMS-RECORD.
000820     05  WMT-RECORD-TYPE         PIC X(01).
000830     05  WMT-DETAIL-COUNT        PIC 9(06).
000860
000870 FD  REPORT-FILE.
000880 01  REPORT-LINE                 PIC X(132).
000881
000882*--------------------------------------------------------------
000883* RUN-REGISTRY - THE KEYED RUN-CONTROL REGISTRY (VSAM KSDS,
000884* KEY = RR-KEY), SHARED WITH CALENDAR AND THE RUNREG LISTING.
000885*--------------------------------------------------------------
000886 FD  RUN-REGISTRY.
000887 COPY RUNREGR.
000890
000900 WORKING-STORAGE SECTION.
000910*--------------------------------------------------------------
001120 77  WS-COUNT-DISPLAY        PIC ZZZZZ9 VALUE SPACES.
001130 77  WS-HASH-DISPLAY         PIC 9(12) VALUE ZEROS.
001140 77  WS-PRINT-WORK           PIC X(132) VALUE SPACES.
001141
001142*--------------------------------------------------------------
001143* ONE WMS DETAIL RECORD AS BUILT FROM DATEOUT - THE SAME IMAGE
001144* FEEDS THE REGISTRY FINGERPRINT AND THE FILE ITSELF, SO THE
001145* TWO CAN NEVER DISAGREE.
001146*--------------------------------------------------------------
001147 01  WS-DETAIL-IMAGE.
001148     05  WSD-RECORD-TYPE         PIC X(01).
001149     05  WSD-RECEIPT-DATE        PIC 9(08).
001150     05  WSD-DUE-DATE            PIC 9(08).
001151     05  WSD-DUE-WEEKDAY         PIC X(09).
001152     05  WSD-CALENDAR-ID         PIC X(08).
001153     05  WSD-DIRECTION           PIC X(01).
001154     05  WSD-RECEIPT-NO          PIC X(10).
001155     05  WSD-PO-NO               PIC X(10).
001156     05  FILLER                  PIC X(25).
001157
001158*--------------------------------------------------------------
001159* RUN-CONTROL REGISTRY WORKING STORAGE - THE FEED'S IDENTITY
001160* (DETAIL COUNT PLUS A HASH OF EVERY DETAIL RECORD, HEADER
001161* LEFT OUT) IS TAKEN IN A PRE-PASS OVER DATEOUT AND LOOKED UP
001162* BEFORE THE FEED IS BUILT.  THE HASH RULE IS CALENDAR'S.
001163*--------------------------------------------------------------
001164 77  WS-REG-STATUS           PIC X(02) VALUE SPACES.
001165 77  WS-REG-AVAIL-SW         PIC X(01) VALUE 'N'.
001166     88  WS-REG-AVAILABLE              VALUE 'Y'.
001167 77  WS-REG-FOUND-SW         PIC X(01) VALUE 'N'.
001168     88  WS-REG-FOUND                  VALUE 'Y'.
001169*    WHAT THE REGISTRY MADE OF THIS FEED.
001170 77  WS-REG-ACTION-SW        PIC X(01) VALUE 'U'.
001171     88  WS-REG-NEW-FEED               VALUE 'N'.
001172     88  WS-REG-OVERRIDE-FEED          VALUE 'O'.
001173     88  WS-REG-UNGUARDED              VALUE 'U'.
001174     88  WS-REG-REFUSED                VALUE 'X'.
001175*    SET WHEN THE REGISTRY COULD NOT BE OPENED OR UPDATED -
001176*    THE FEED IS STILL BUILT BUT ENDS RC 4 AT LEAST.
001177 77  WS-REG-TROUBLE-SW       PIC X(01) VALUE 'N'.
001178     88  WS-REG-TROUBLE                VALUE 'Y'.
001179 77  WS-FP-COUNT             PIC 9(06) VALUE ZEROS COMP.
001180 77  WS-FP-HASH              PIC 9(12) VALUE ZEROS.
001181 77  WS-FP-SUB               PIC 9(03) VALUE ZEROS COMP.
001182 77  WS-REG-FEED-KEY         PIC X(19) VALUE SPACES.
001183 77  WS-REG-EXTRACT-KEY      PIC X(19) VALUE SPACES.
001184 77  WS-REG-MSG              PIC X(45) VALUE SPACES.
001185 77  WS-REG-PRIOR-BUILDS     PIC 9(03) VALUE ZEROS.
001186 77  WS-REG-SHOW-KEY         PIC X(19) VALUE SPACES.
001187 01  WS-REG-KEY-DISPLAY.
001188     05  WS-REG-KEY-TYPE     PIC X(01).
001189     05  FILLER              PIC X(01) VALUE SPACE.
001190     05  WS-REG-KEY-COUNT    PIC 9(06).
001191     05  FILLER              PIC X(01) VALUE SPACE.
001192     05  WS-REG-KEY-HASH     PIC 9(12).
001193 01  WS-REG-TIME.
001194     05  WS-REG-HHMMSS       PIC 9(06).
001195     05  FILLER              PIC 9(02).
001196
001197*--------------------------------------------------------------
001198* REPORT-FILE PAGE-CONTROL WORKING STORAGE
001199*--------------------------------------------------------------
001200 77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS COMP.
001201 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS COMP.
001210 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 055 COMP.
001220 77  WS-PAGE-DISPLAY         PIC ZZ9    VALUE SPACES.
001230
001420
001430 PROCEDURE DIVISION.
001440*--------------------------------------------------------------
001450* 0000-MAINLINE - CHECK THE FEED AGAINST THE RUN-CONTROL
001455* REGISTRY, BUILD IT, REBALANCE IT, REGISTER IT, LOG IT, SET
001460* THE RETURN CODE.
001470*--------------------------------------------------------------
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001492     PERFORM 1500-CHECK-REGISTRY THRU 1500-EXIT.
001494     IF WS-REG-REFUSED
001496         PERFORM 2900-SUPPRESS-FEED THRU 2900-EXIT
001498     ELSE
001500         PERFORM 2000-BUILD-FEED THRU 2000-EXIT
001510         PERFORM 3000-REBALANCE-FEED THRU 3000-EXIT
001513         PERFORM 4000-REGISTER-FEED THRU 4000-EXIT
001516     END-IF.
001520     PERFORM 8000-PRINT-TRANSMISSION-LOG THRU 8000-EXIT.
001530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001540     EVALUATE TRUE
001543         WHEN WS-REG-REFUSED
001546             MOVE 16 TO RETURN-CODE
001550         WHEN NOT WS-FEED-BALANCED
001560             MOVE 8 TO RETURN-CODE
001570         WHEN WS-SENT-COUNT = ZEROS
001580             MOVE 4 TO RETURN-CODE
001583         WHEN WS-REG-TROUBLE
001586             MOVE 4 TO RETURN-CODE
001590         WHEN OTHER
001600             CONTINUE
001610     END-EVALUATE.
001640     EXIT.
001650
001660*--------------------------------------------------------------
001670* 1000-INITIALIZE - RUN STAMP, CONTROL CARD AND REPORT OPEN.
001680*--------------------------------------------------------------
001690 1000-INITIALIZE.
001691     MOVE SPACES TO CONTROL-RECORD.
001692     OPEN INPUT CONTROL-FILE.
001693     READ CONTROL-FILE
001694         AT END
001695             MOVE SPACES TO CONTROL-RECORD
001696     END-READ.
001697     CLOSE CONTROL-FILE.
001700     ACCEPT CurrentDate FROM DATE YYYYMMDD.
001710     ACCEPT CurrentTime FROM TIME.
001720     MOVE CurrentHour   TO WS-RUN-HH.
001750     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
001760 1000-EXIT.
001770     EXIT.
001771
001772*--------------------------------------------------------------
001773* 1500-CHECK-REGISTRY - TAKES THE FEED'S IDENTITY AND LOOKS IT
001774* UP.  A FEED ALREADY ON THE REGISTRY IS REFUSED UNLESS THE
001775* CONTROL CARD CARRIES THE OVERRIDE, WHICH IS THEN LOGGED.  AN
001776* EMPTY FEED IS NOT REGISTERED - EVERY EMPTY NIGHT WOULD LOOK
001777* LIKE THE SAME FEED.  A REGISTRY THAT WILL NOT OPEN LETS THE
001778* FEED BE BUILT, BUT THE STEP ENDS RC 4 SO THE TRANSFER HOLDS
001779* UNTIL SOMEONE HAS CHECKED IT WAS NOT SENT ALREADY.
001780*--------------------------------------------------------------
001781 1500-CHECK-REGISTRY.
001782     PERFORM 1510-FINGERPRINT-DATEOUT THRU 1510-EXIT.
001783     OPEN I-O RUN-REGISTRY.
001784     IF WS-REG-STATUS = '00' OR '05'
001785         SET WS-REG-AVAILABLE TO TRUE
001786     ELSE
001787         MOVE 'N' TO WS-REG-AVAIL-SW
001788         SET WS-REG-TROUBLE TO TRUE
001789         MOVE "UNAVAILABLE - FEED NOT GUARDED" TO WS-REG-MSG
001790         DISPLAY "WARNING - RUN REGISTRY UNAVAILABLE, STATUS "
001791             WS-REG-STATUS ", RESEND GUARD IS OFF"
001792         GO TO 1500-EXIT
001793     END-IF.
001794     IF WS-FP-COUNT = ZEROS
001795         MOVE "EMPTY FEED - NOT REGISTERED" TO WS-REG-MSG
001796         GO TO 1500-EXIT
001797     END-IF.
001798     PERFORM 1540-READ-FEED-ENTRY THRU 1540-EXIT.
001799     EVALUATE TRUE
001800         WHEN CTL-RERUN-OVERRIDE
001801             SET WS-REG-OVERRIDE-FEED TO TRUE
001802             MOVE "RESEND FORCED BY OVERRIDE CARD" TO WS-REG-MSG
001803         WHEN NOT WS-REG-FOUND
001804             SET WS-REG-NEW-FEED TO TRUE
001805             MOVE "NEW FEED - REGISTERED" TO WS-REG-MSG
001806         WHEN OTHER
001807             SET WS-REG-REFUSED TO TRUE
001808             MOVE "REFUSED - FEED ALREADY SENT" TO WS-REG-MSG
001809     END-EVALUATE.
001810     IF WS-REG-REFUSED
001811         ADD 1 TO RR-WMS-REFUSALS
001812         MOVE CurrentDateNum TO RR-WMS-REFUSED-DATE
001813         REWRITE RUN-REG-RECORD
001814             INVALID KEY
001815                 CONTINUE
001816         END-REWRITE
001817         PERFORM 1590-CHECK-REG-WRITE THRU 1590-EXIT
001818         DISPLAY "WMSFEED - FEED NOT BUILT: " WS-REG-MSG
001819     END-IF.
001820     IF WS-REG-OVERRIDE-FEED
001821         PERFORM 1550-LOG-OVERRIDE THRU 1550-EXIT
001822     END-IF.
001823 1500-EXIT.
001824     EXIT.
001825
001826*--------------------------------------------------------------
001827* 1510-FINGERPRINT-DATEOUT - ONE PASS OVER DATEOUT, BUILDING
001828* EACH DETAIL RECORD EXACTLY AS 2200 WILL WRITE IT, COUNTING
001829* THEM AND HASHING EVERY BYTE OF EACH IN ORDER.
001830*--------------------------------------------------------------
001831 1510-FINGERPRINT-DATEOUT.
001832     MOVE ZEROS TO WS-FP-COUNT WS-FP-HASH.
001833     OPEN INPUT DATEOUT-FILE.
001834     PERFORM 2100-READ-DATEOUT THRU 2100-EXIT.
001835     PERFORM 1520-FINGERPRINT-ONE-RECORD THRU 1520-EXIT
001836         UNTIL WS-DATEOUT-EOF.
001837     CLOSE DATEOUT-FILE.
001838     MOVE 'N' TO WS-DATEOUT-EOF-SW.
001839     MOVE SPACES TO RUN-REG-RECORD.
001840     SET RR-TYPE-WMS TO TRUE.
001841     MOVE WS-FP-COUNT TO RR-KEY-COUNT.
001842     MOVE WS-FP-HASH TO RR-KEY-HASH.
001843     MOVE RR-KEY TO WS-REG-FEED-KEY.
001844 1510-EXIT.
001845     EXIT.
001846
001847 1520-FINGERPRINT-ONE-RECORD.
001848     IF DO-STATUS = 'VALID' AND DO-DUE-DATE NOT = ZEROS
001849         ADD 1 TO WS-FP-COUNT
001850         PERFORM 2210-BUILD-DETAIL THRU 2210-EXIT
001851         PERFORM 1530-HASH-ONE-BYTE THRU 1530-EXIT
001852             VARYING WS-FP-SUB FROM 1 BY 1
001853             UNTIL WS-FP-SUB > 80
001854     END-IF.
001855     PERFORM 2100-READ-DATEOUT THRU 2100-EXIT.
001856 1520-EXIT.
001857     EXIT.
001858
001859 1530-HASH-ONE-BYTE.
001860     COMPUTE WS-FP-HASH =
001861         FUNCTION MOD(WS-FP-HASH * 131
001862             + FUNCTION ORD(WS-DETAIL-IMAGE(WS-FP-SUB:1)),
001863             999999999989).
001864 1530-EXIT.
001865     EXIT.
001866
001867*--------------------------------------------------------------
001868* 1540-READ-FEED-ENTRY - READS THE FEED'S REGISTRY ENTRY INTO
001869* THE RECORD AREA, IF IT HAS ONE.
001870*--------------------------------------------------------------
001871 1540-READ-FEED-ENTRY.
001872     MOVE WS-REG-FEED-KEY TO RR-KEY.
001873     READ RUN-REGISTRY
001874         INVALID KEY
001875             CONTINUE
001876     END-READ.
001877     IF WS-REG-STATUS = '00'
001878         SET WS-REG-FOUND TO TRUE
001879     ELSE
001880         MOVE 'N' TO WS-REG-FOUND-SW
001881     END-IF.
001882 1540-EXIT.
001883     EXIT.
001884
001885*--------------------------------------------------------------
001886* 1550-LOG-OVERRIDE - WRITES AN OVERRIDE ENTRY TO THE REGISTRY,
001887* KEYED BY THE DATE AND TIME OF THE RUN, NAMING THE OPERATOR,
001888* THE FEED FORCED THROUGH AND HOW OFTEN IT HAD BEEN BUILT.
001889*--------------------------------------------------------------
001890 1550-LOG-OVERRIDE.
001891     IF WS-REG-FOUND
001892         MOVE RR-WMS-BUILDS TO WS-REG-PRIOR-BUILDS
001893     ELSE
001894         MOVE ZEROS TO WS-REG-PRIOR-BUILDS
001895     END-IF.
001896     MOVE CurrentTime TO WS-REG-TIME.
001897     MOVE SPACES TO RUN-REG-RECORD.
001898     SET RR-TYPE-OVERRIDE TO TRUE.
001899     MOVE CurrentDateNum      TO RR-OVR-DATE.
001900     MOVE WS-REG-HHMMSS       TO RR-OVR-TIME.
001901     MOVE ZEROS               TO RR-OVR-SEQ.
001902     MOVE 'WMSFEED'           TO RR-OVR-PROGRAM.
001903     MOVE CTL-OPERATOR-ID     TO RR-OVR-OPER.
001904     MOVE WS-REG-FEED-KEY     TO RR-OVR-TARGET-KEY.
001905     MOVE WS-REG-PRIOR-BUILDS TO RR-OVR-PRIOR-RUNS.
001906     MOVE ZEROS               TO RR-OVR-RESTART-RECNO.
001907     WRITE RUN-REG-RECORD
001908         INVALID KEY
001909             CONTINUE
001910     END-WRITE.
001911     PERFORM 1560-RETRY-OVERRIDE THRU 1560-EXIT
001912         UNTIL WS-REG-STATUS NOT = '22'.
001913     PERFORM 1590-CHECK-REG-WRITE THRU 1590-EXIT.
001914     DISPLAY "WMSFEED - RESEND OVERRIDE BY " CTL-OPERATOR-ID
001915         " LOGGED ON THE RUN REGISTRY".
001916 1550-EXIT.
001917     EXIT.
001918
001919 1560-RETRY-OVERRIDE.
001920     ADD 1 TO RR-OVR-SEQ.
001921     WRITE RUN-REG-RECORD
001922         INVALID KEY
001923             CONTINUE
001924     END-WRITE.
001925 1560-EXIT.
001926     EXIT.
001927
001928*--------------------------------------------------------------
001929* 1590-CHECK-REG-WRITE - A REGISTRY UPDATE THAT FAILS DOES NOT
001930* STOP THE FEED, BUT IT HOLDS THE TRANSFER WITH RC 4.
001931*--------------------------------------------------------------
001932 1590-CHECK-REG-WRITE.
001933     IF WS-REG-STATUS NOT = '00'
001934         DISPLAY "WARNING - RUN REGISTRY UPDATE FAILED, STATUS "
001935             WS-REG-STATUS
001936         SET WS-REG-TROUBLE TO TRUE
001937     END-IF.
001938 1590-EXIT.
001939     EXIT.
001940
001941*--------------------------------------------------------------
001942* 2000-BUILD-FEED - HEADER, ONE DETAIL PER VALID DATEOUT
001943* RECORD CARRYING A DUE DATE, TRAILER WITH COUNT AND HASH.
001944*--------------------------------------------------------------
001945 2000-BUILD-FEED.
001946     OPEN INPUT DATEOUT-FILE.
001947     OPEN OUTPUT WMS-FILE.
001948     MOVE SPACES TO WMS-RECORD.
001949     MOVE 'H' TO WMH-RECORD-TYPE.
001950     MOVE CurrentDateNum TO WMH-RUN-DATE.
001951     MOVE WS-RUN-HHMM-NUM TO WMH-RUN-TIME.
001952     WRITE WMS-RECORD.
001953     PERFORM 2100-READ-DATEOUT THRU 2100-EXIT.
001954     PERFORM 2200-FEED-ONE-RECORD THRU 2200-EXIT
001955         UNTIL WS-DATEOUT-EOF.
001956     MOVE SPACES TO WMS-RECORD.
001957     MOVE 'T' TO WMT-RECORD-TYPE.
001960     MOVE WS-SENT-COUNT TO WMT-DETAIL-COUNT.
001970     MOVE WS-HASH-TOTAL TO WMT-HASH-TOTAL.
001980     WRITE WMS-RECORD.
002180     ADD 1 TO WS-READ-COUNT.
002190     IF DO-STATUS = 'VALID' AND DO-DUE-DATE NOT = ZEROS
002200         ADD 1 TO WS-SENT-COUNT
002210         PERFORM 2210-BUILD-DETAIL THRU 2210-EXIT
002280         WRITE WMS-RECORD FROM WS-DETAIL-IMAGE
002290         COMPUTE WS-HASH-TOTAL =
002300             FUNCTION MOD(WS-HASH-TOTAL + DO-DUE-DATE,
002310             1000000000000)
002350     PERFORM 2100-READ-DATEOUT THRU 2100-EXIT.
002360 2200-EXIT.
002370     EXIT.
002371
002372 2210-BUILD-DETAIL.
002373     MOVE SPACES TO WS-DETAIL-IMAGE.
002374     MOVE 'D' TO WSD-RECORD-TYPE.
002375     MOVE DO-INPUT-DATE    TO WSD-RECEIPT-DATE.
002376     MOVE DO-DUE-DATE      TO WSD-DUE-DATE.
002377     MOVE DO-DUE-WEEKDAY   TO WSD-DUE-WEEKDAY.
002378     MOVE DO-CALENDAR-ID   TO WSD-CALENDAR-ID.
002379     MOVE DO-DUE-DIRECTION TO WSD-DIRECTION.
002380     MOVE DO-RECEIPT-NO    TO WSD-RECEIPT-NO.
002381     MOVE DO-PO-NO         TO WSD-PO-NO.
002382 2210-EXIT.
002383     EXIT.
002384
002385*--------------------------------------------------------------
002386* 2900-SUPPRESS-FEED - A REFUSED FEED IS NOT BUILT.  THE NEW
002387* WMSFILE GENERATION IS OPENED AND CLOSED EMPTY - NO HEADER,
002388* NO TRAILER - SO NOTHING ON IT COULD EVER LOAD AT THE WMS.
002389*--------------------------------------------------------------
002390 2900-SUPPRESS-FEED.
002391     OPEN OUTPUT WMS-FILE.
002392     CLOSE WMS-FILE.
002393 2900-EXIT.
002394     EXIT.
002395
002396*--------------------------------------------------------------
002400* 3000-REBALANCE-FEED - RE-READS THE FILE JUST WRITTEN AND
002410* PROVES THE DETAIL COUNT AND HASH AGAINST ITS OWN TRAILER,
002420* SO THE TRANSFER STEP NEVER SHIPS A SHORT OR MANGLED FEED.
002850 3200-EXIT.
002860     EXIT.
002870
002871*--------------------------------------------------------------
002872* 4000-REGISTER-FEED - A BALANCED, NON-EMPTY FEED GOES ON THE
002873* REGISTRY AS SENT (THE TRANSFER STEP RUNS ONLY ON RC 0), TIED
002874* TO THE EXTRACT CALENDAR PROCESSED LAST - THE ONE BEHIND
002875* TONIGHT'S DATEOUT - AND THAT EXTRACT'S ENTRY COUNTS THE FEED.
002876*--------------------------------------------------------------
002877 4000-REGISTER-FEED.
002878     IF NOT WS-REG-AVAILABLE
002879             OR WS-FP-COUNT = ZEROS
002880             OR NOT WS-FEED-BALANCED
002881         GO TO 4000-EXIT
002882     END-IF.
002883     MOVE SPACES TO RUN-REG-RECORD.
002884     SET RR-TYPE-LAST TO TRUE.
002885     MOVE ZEROS TO RR-KEY-COUNT RR-KEY-HASH.
002886     READ RUN-REGISTRY
002887         INVALID KEY
002888             CONTINUE
002889     END-READ.
002890     IF WS-REG-STATUS = '00'
002891         MOVE RR-LAST-EXTRACT-KEY TO WS-REG-EXTRACT-KEY
002892     ELSE
002893         MOVE SPACES TO WS-REG-EXTRACT-KEY
002894     END-IF.
002895     PERFORM 1540-READ-FEED-ENTRY THRU 1540-EXIT.
002896     IF NOT WS-REG-FOUND
002897         MOVE SPACES TO RUN-REG-RECORD
002898         MOVE WS-REG-FEED-KEY TO RR-KEY
002899         MOVE ZEROS TO RR-WMS-BUILDS RR-WMS-OVERRIDES
002900         MOVE ZEROS TO RR-WMS-REFUSALS RR-WMS-REFUSED-DATE
002901         MOVE CurrentDateNum  TO RR-WMS-FIRST-DATE
002902         MOVE WS-RUN-HHMM-NUM TO RR-WMS-FIRST-TIME
002903         MOVE CTL-OPERATOR-ID TO RR-WMS-FIRST-OPER
002904     END-IF.
002905     MOVE CurrentDateNum  TO RR-WMS-LAST-DATE.
002906     MOVE WS-RUN-HHMM-NUM TO RR-WMS-LAST-TIME.
002907     MOVE CTL-OPERATOR-ID TO RR-WMS-LAST-OPER.
002908     ADD 1 TO RR-WMS-BUILDS.
002909     IF WS-REG-OVERRIDE-FEED
002910         ADD 1 TO RR-WMS-OVERRIDES
002911     END-IF.
002912     MOVE WS-HASH-TOTAL TO RR-WMS-DUE-HASH.
002913     MOVE WS-REG-EXTRACT-KEY TO RR-WMS-EXTRACT-KEY.
002914     IF WS-REG-FOUND
002915         REWRITE RUN-REG-RECORD
002916             INVALID KEY
002917                 CONTINUE
002918         END-REWRITE
002919     ELSE
002920         WRITE RUN-REG-RECORD
002921             INVALID KEY
002922                 CONTINUE
002923         END-WRITE
002924     END-IF.
002925     PERFORM 1590-CHECK-REG-WRITE THRU 1590-EXIT.
002926     IF WS-REG-EXTRACT-KEY NOT = SPACES
002927         PERFORM 4100-CREDIT-EXTRACT THRU 4100-EXIT
002928     END-IF.
002929 4000-EXIT.
002930     EXIT.
002931
002932 4100-CREDIT-EXTRACT.
002933     MOVE WS-REG-EXTRACT-KEY TO RR-KEY.
002934     READ RUN-REGISTRY
002935         INVALID KEY
002936             CONTINUE
002937     END-READ.
002938     IF WS-REG-STATUS = '00'
002939         ADD 1 TO RR-EXT-WMS-GENS
002940         MOVE CurrentDateNum TO RR-EXT-WMS-DATE
002941         REWRITE RUN-REG-RECORD
002942             INVALID KEY
002943                 CONTINUE
002944         END-REWRITE
002945         PERFORM 1590-CHECK-REG-WRITE THRU 1590-EXIT
002946     END-IF.
002947 4100-EXIT.
002948     EXIT.
002949
002950*--------------------------------------------------------------
002951* 6000-WRITE-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH A
002952* RUN-DATE/RUN-TIME HEADER, SAME STYLE AS CALENDAR'S REPORT.
002953*--------------------------------------------------------------
002954 6000-WRITE-REPORT-HEADING.
002955     ADD 1 TO WS-PAGE-COUNT.
002956     MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY.
002957     MOVE ZEROS TO WS-LINE-COUNT.
002960     MOVE SPACES TO REPORT-LINE.
002970     STRING "B COOL DISTRIBUTION CENTER" DELIMITED BY SIZE
002980         "   WMS INTERFACE FEED   PAGE " DELIMITED BY SIZE
003560         INTO WS-PRINT-WORK.
003570     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003580     MOVE SPACES TO WS-PRINT-WORK.
003582     EVALUATE TRUE
003584         WHEN WS-REG-REFUSED
003586             MOVE '*** FEED ALREADY SENT - NOT REBUILT ***'
003588                 TO WS-PRINT-WORK
003590         WHEN WS-FEED-BALANCED
003600             MOVE 'FEED REBALANCED CLEAN - CLEAR TO TRANSMIT'
003610                 TO WS-PRINT-WORK
003620         WHEN OTHER
003630             MOVE '*** FEED OUT OF BALANCE - DO NOT TRANSMIT ***'
003640                 TO WS-PRINT-WORK
003650     END-EVALUATE.
003660     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003665     PERFORM 8200-PRINT-REGISTRY-LINES THRU 8200-EXIT.
003670 8000-EXIT.
003680     EXIT.
003690
003800     ADD 1 TO WS-LINE-COUNT.
003810 8100-EXIT.
003820     EXIT.
003821
003822*--------------------------------------------------------------
003823* 8200-PRINT-REGISTRY-LINES - WHAT THE RUN-CONTROL REGISTRY
003824* MADE OF THIS FEED, ITS REGISTRY KEY AND THE EXTRACT IT CAME
003825* FROM.  A REFUSED FEED ALSO SHOWS WHEN IT WAS SENT BEFORE AND
003826* HOW TO FORCE IT.
003827*--------------------------------------------------------------
003828 8200-PRINT-REGISTRY-LINES.
003829     MOVE SPACES TO WS-PRINT-WORK.
003830     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003831     MOVE '----- RUN-CONTROL REGISTRY -----' TO WS-PRINT-WORK.
003832     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003833     MOVE SPACES TO WS-PRINT-WORK.
003834     STRING 'RUN-CONTROL REGISTRY:    ' DELIMITED BY SIZE
003835         WS-REG-MSG DELIMITED BY SIZE
003836         INTO WS-PRINT-WORK.
003837     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003838     IF WS-FP-COUNT > ZEROS
003839         MOVE WS-REG-FEED-KEY TO WS-REG-SHOW-KEY
003840         PERFORM 8210-FORMAT-KEY THRU 8210-EXIT
003841         MOVE SPACES TO WS-PRINT-WORK
003842         STRING 'FEED REGISTRY KEY:       ' DELIMITED BY SIZE
003843             WS-REG-KEY-DISPLAY DELIMITED BY SIZE
003844             INTO WS-PRINT-WORK
003845         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
003846     END-IF.
003847     IF WS-REG-EXTRACT-KEY NOT = SPACES
003848         MOVE WS-REG-EXTRACT-KEY TO WS-REG-SHOW-KEY
003849         PERFORM 8210-FORMAT-KEY THRU 8210-EXIT
003850         MOVE SPACES TO WS-PRINT-WORK
003851         STRING 'FROM EXTRACT:            ' DELIMITED BY SIZE
003852             WS-REG-KEY-DISPLAY DELIMITED BY SIZE
003853             INTO WS-PRINT-WORK
003854         PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT
003855     END-IF.
003856     IF NOT WS-REG-REFUSED
003857         GO TO 8200-EXIT
003858     END-IF.
003859     MOVE SPACES TO WS-PRINT-WORK.
003860     STRING 'FIRST SENT:              ' DELIMITED BY SIZE
003861         RR-WMS-FIRST-DATE DELIMITED BY SIZE
003862         ' ' DELIMITED BY SIZE
003863         RR-WMS-FIRST-TIME DELIMITED BY SIZE
003864         ' BY ' DELIMITED BY SIZE
003865         RR-WMS-FIRST-OPER DELIMITED BY SIZE
003866         INTO WS-PRINT-WORK.
003867     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003868     MOVE SPACES TO WS-PRINT-WORK.
003869     STRING 'LAST SENT:               ' DELIMITED BY SIZE
003870         RR-WMS-LAST-DATE DELIMITED BY SIZE
003871         ' ' DELIMITED BY SIZE
003872         RR-WMS-LAST-TIME DELIMITED BY SIZE
003873         ' BY ' DELIMITED BY SIZE
003874         RR-WMS-LAST-OPER DELIMITED BY SIZE
003875         INTO WS-PRINT-WORK.
003876     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003877     MOVE SPACES TO WS-PRINT-WORK.
003878     STRING 'BUILDS/OVERRIDES:        ' DELIMITED BY SIZE
003879         RR-WMS-BUILDS DELIMITED BY SIZE
003880         ' / ' DELIMITED BY SIZE
003881         RR-WMS-OVERRIDES DELIMITED BY SIZE
003882         '   REFUSALS: ' DELIMITED BY SIZE
003883         RR-WMS-REFUSALS DELIMITED BY SIZE
003884         INTO WS-PRINT-WORK.
003885     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003886     MOVE SPACES TO WS-PRINT-WORK.
003887     STRING 'TO REBUILD AND RESEND, RERUN THIS STEP WITH '
003888         DELIMITED BY SIZE
003889         '''O'' IN SYSIN COLUMN 9.' DELIMITED BY SIZE
003890         INTO WS-PRINT-WORK.
003891     PERFORM 8100-PRINT-ONE-LINE THRU 8100-EXIT.
003892 8200-EXIT.
003893     EXIT.
003894
003895 8210-FORMAT-KEY.
003896     MOVE WS-REG-SHOW-KEY(1:1)  TO WS-REG-KEY-TYPE.
003897     MOVE WS-REG-SHOW-KEY(2:6)  TO WS-REG-KEY-COUNT.
003898     MOVE WS-REG-SHOW-KEY(8:12) TO WS-REG-KEY-HASH.
003899 8210-EXIT.
003900     EXIT.
003901
003902*--------------------------------------------------------------
003903* 9000-TERMINATE - CLOSES THE REPORT AND THE REGISTRY.
003904*--------------------------------------------------------------
003905 9000-TERMINATE.
003906     CLOSE REPORT-FILE.
003907     IF WS-REG-AVAILABLE
003908         CLOSE RUN-REGISTRY
003909     END-IF.
003910 9000-EXIT.
003911     EXIT.
