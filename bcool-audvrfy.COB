000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  AUDVRFY.
000030 AUTHOR.  B COOL TEAM.
000040 INSTALLATION.  B COOL DISTRIBUTION CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100*   DATE       INIT   DESCRIPTION
000110*   ---------  ----   ------------------------------------------
000120*   10/15/2026  DLH   ORIGINAL VERSION - WALKS THE AUDIT LOG'S
000130*                     HASH CHAIN ACROSS THE ARCHIVE GENERATIONS
000140*                     AND THE LIVE LOG, REPORTING MISSING
000150*                     SEQUENCE NUMBERS, BROKEN LINKS, RUN DATES
000160*                     OUT OF ORDER AND LINES THAT PREDATE THE
000170*                     CHAIN, AND ENDS WITH A RETURN CODE THE
000180*                     COMPLIANCE FILE CAN KEEP AS EVIDENCE THAT
000190*                     THE LOG WAS NOT EDITED OR CUT.
000200*--------------------------------------------------------------
000210* FUNCTION: READS THE ARCHIVE GENERATIONS (ARCHIVE, CONCATENATED
000220*           OLDEST FIRST - OPTIONAL) AND THEN THE LIVE LOG
000230*           (AUDITLOG) AS ONE STREAM, AND CHECKS EVERY LINE
000240*           AGAINST THE SEQUENCE NUMBER AND CHAIN HASH RULES IN
000250*           THE AUDITREC COPYBOOK:
000260*             - EACH SEQUENCED LINE MUST BE ONE PAST THE LINE
000270*               BEFORE IT (THE FIRST ONE IS 1), OR THE NUMBERS
000280*               BETWEEN ARE MISSING;
000290*             - EACH SEQUENCED LINE'S HASH MUST BE THE HASH OF
000300*               ITS OWN COLUMNS 1-131 RUN ON FROM THE HASH OF
000310*               THE LINE BEFORE IT, OR THE LINK IS BROKEN (THE
000320*               LINE, OR THE ONE BEFORE IT, WAS EDITED);
000330*             - A 'C' CARRY-FORWARD LINE MUST REPEAT THE
000340*               SEQUENCE NUMBER AND HASH OF THE LINE BEFORE IT.
000350*               WHEN NO ARCHIVE IS SUPPLIED THE CHAIN IS TAKEN
000360*               UP FROM IT, AND THE LINES BEFORE IT ARE NOT
000370*               VERIFIED;
000380*             - RUN DATES AND TIMES MUST NOT GO BACKWARDS.
000390*           LINES WRITTEN BEFORE THE FIXED LAYOUT, OR BEFORE
000400*           THE LOG WAS SEQUENCED, CANNOT BE VERIFIED.  AHEAD
000410*           OF THE CHAIN THEY ARE LISTED AS RANGES; INSIDE IT
000420*           THEY BREAK IT.
000430*
000440*           THE REPORT LISTS EVERY FINDING (BROKEN, WARN OR
000450*           NOTE) WITH THE FILE AND LINE NUMBER IT WAS FOUND
000460*           AT, THEN THE TOTALS, THE LAST SEQUENCE NUMBER AND
000470*           HASH (FILE THEM - A LATER REPORT ENDING SHORT OF
000480*           THEM MEANS THE TAIL OF THE LOG WAS CUT) AND THE
000490*           VERDICT.
000500*
000510*           RETURN CODES:  0 = EVERY LINE SEQUENCED AND LINKED,
000520*           4 = CHAIN INTACT, BUT SOME LINES PREDATE IT, EARLIER
000530*           LINES WERE NOT SUPPLIED OR RUN DATES GO BACKWARDS,
000540*           8 = CHAIN BROKEN,  12 = AUDITLOG WOULD NOT OPEN.
000550*--------------------------------------------------------------
000560
000570 ENVIRONMENT DIVISION.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO ARCHIVE
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-ARCHIVE-STATUS.
000630
000640     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AUDIT-STATUS.
000670
000680     SELECT REPORT-FILE ASSIGN TO REPORTFL
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730*--------------------------------------------------------------
000740* ARCHIVE-FILE - THE YEARLY ARCHIVE GENERATIONS AUDARCH PEELED
000750* OFF THE LOG, CONCATENATED OLDEST FIRST.  DD DUMMY (OR NO DD)
000760* VERIFIES THE LIVE LOG ON ITS OWN.
000770*--------------------------------------------------------------
000780 FD  ARCHIVE-FILE.
000790 01  ARCHIVE-RECORD              PIC X(150).
000800
000810*--------------------------------------------------------------
000820* AUDIT-FILE - THE LIVE AUDIT LOG, 150-BYTE AUDITREC LINES.
000830*--------------------------------------------------------------
000840 FD  AUDIT-FILE.
000850 01  AUDIT-RECORD                PIC X(150).
000860
000870*--------------------------------------------------------------
000880* REPORT-FILE - THE VERIFICATION REPORT FOR THE COMPLIANCE FILE.
000890*--------------------------------------------------------------
000900 FD  REPORT-FILE.
000910 01  REPORT-LINE                 PIC X(132).
000920
000930 WORKING-STORAGE SECTION.
000940*--------------------------------------------------------------
000950* SWITCHES AND COUNTERS
000960*--------------------------------------------------------------
000970 77  WS-ARCHIVE-STATUS       PIC X(02) VALUE SPACES.
000980 77  WS-AUDIT-STATUS         PIC X(02) VALUE SPACES.
000990 77  WS-ARCHIVE-EOF-SW       PIC X(01) VALUE 'N'.
001000     88  WS-ARCHIVE-EOF                VALUE 'Y'.
001010 77  WS-AUDIT-EOF-SW         PIC X(01) VALUE 'N'.
001020     88  WS-AUDIT-EOF                  VALUE 'Y'.
001030 77  WS-AUDIT-OPEN-SW        PIC X(01) VALUE 'N'.
001040     88  WS-AUDIT-OPEN                 VALUE 'Y'.
001050 77  WS-ARCHIVE-OPEN-SW      PIC X(01) VALUE 'N'.
001060     88  WS-ARCHIVE-OPEN               VALUE 'Y'.
001070*    THE WORST FINDING SO FAR - DECIDES THE RETURN CODE.
001080 77  WS-BROKEN-SW            PIC X(01) VALUE 'N'.
001090     88  WS-CHAIN-BROKEN               VALUE 'Y'.
001100 77  WS-WARN-SW              PIC X(01) VALUE 'N'.
001110     88  WS-CHAIN-WARNED               VALUE 'Y'.
001120 77  WS-ARCHIVE-READ-COUNT   PIC 9(09) VALUE ZEROS COMP.
001130 77  WS-LIVE-READ-COUNT      PIC 9(09) VALUE ZEROS COMP.
001140 77  WS-PRELAYOUT-COUNT      PIC 9(09) VALUE ZEROS COMP.
001150 77  WS-UNSEQ-COUNT          PIC 9(09) VALUE ZEROS COMP.
001160 77  WS-CHAINED-COUNT        PIC 9(09) VALUE ZEROS COMP.
001170 77  WS-CARRY-COUNT          PIC 9(09) VALUE ZEROS COMP.
001180 77  WS-MISSING-COUNT        PIC 9(09) VALUE ZEROS COMP.
001190 77  WS-LINK-COUNT           PIC 9(09) VALUE ZEROS COMP.
001200 77  WS-CARRY-BAD-COUNT      PIC 9(09) VALUE ZEROS COMP.
001210 77  WS-REPEAT-COUNT         PIC 9(09) VALUE ZEROS COMP.
001220 77  WS-INCHAIN-COUNT        PIC 9(09) VALUE ZEROS COMP.
001230 77  WS-DATE-ORDER-COUNT     PIC 9(09) VALUE ZEROS COMP.
001240 77  WS-COUNT-DISPLAY        PIC ZZZZZZZZ9 VALUE SPACES.
001250
001260*--------------------------------------------------------------
001270* WHERE THE CURRENT LINE CAME FROM - FILE AND LINE NUMBER IN
001280* THAT FILE, AS PRINTED AGAINST EACH FINDING.
001290*--------------------------------------------------------------
001300 77  WS-SOURCE-NAME          PIC X(07) VALUE SPACES.
001310 77  WS-SOURCE-LINE          PIC 9(09) VALUE ZEROS COMP.
001320
001330*--------------------------------------------------------------
001340* CHAIN STATE - THE SEQUENCE NUMBER AND HASH OF THE LAST
001350* SEQUENCED LINE, AND THE FIRST ONE SEEN.  A FINDING RESYNCS
001360* THE STATE TO THE LINE IT WAS FOUND ON, SO ONE BAD LINE IS
001370* REPORTED ONCE AND THE WALK CARRIES ON FROM IT.
001380*--------------------------------------------------------------
001390 77  WS-CHAIN-SW             PIC X(01) VALUE 'N'.
001400     88  WS-CHAIN-STARTED              VALUE 'Y'.
001410 77  WS-LAST-SEQ             PIC 9(09) VALUE ZEROS.
001420 77  WS-LAST-HASH            PIC 9(12) VALUE ZEROS.
001430 77  WS-LAST-SEQ-DATE        PIC X(08) VALUE SPACES.
001440 77  WS-FIRST-SEQ            PIC 9(09) VALUE ZEROS.
001450 77  WS-FIRST-SEQ-DATE       PIC X(08) VALUE SPACES.
001460 77  WS-EXPECTED-SEQ         PIC 9(09) VALUE ZEROS.
001470 77  WS-GAP-LAST             PIC 9(09) VALUE ZEROS.
001480 77  WS-WORK-HASH            PIC 9(12) VALUE ZEROS.
001490 77  WS-HASH-SUB             PIC 9(03) VALUE ZEROS COMP.
001500*    RUN DATE AND TIME OF THE LAST FIXED-LAYOUT LINE, FOR THE
001510*    OUT-OF-ORDER TEST.
001520 01  WS-PREV-STAMP.
001530     05  WS-PREV-DATE        PIC X(08) VALUE LOW-VALUES.
001540     05  WS-PREV-TIME        PIC X(04) VALUE LOW-VALUES.
001550 01  WS-THIS-STAMP.
001560     05  WS-THIS-DATE        PIC X(08).
001570     05  WS-THIS-TIME        PIC X(04).
001580
001590*--------------------------------------------------------------
001600* RANGE OF LINES AHEAD OF THE CHAIN THAT CANNOT BE VERIFIED -
001610* PRE-LAYOUT ('P') OR FIXED-LAYOUT BUT NOT YET SEQUENCED ('U').
001620* ONE FINDING IS PRINTED PER RUN OF THE SAME KIND IN ONE FILE.
001630*--------------------------------------------------------------
001640 77  WS-RANGE-KIND           PIC X(01) VALUE SPACE.
001650     88  WS-RANGE-NONE                 VALUE SPACE.
001660     88  WS-RANGE-PRELAYOUT            VALUE 'P'.
001670     88  WS-RANGE-UNSEQ                VALUE 'U'.
001680 77  WS-LINE-KIND            PIC X(01) VALUE SPACE.
001690     88  WS-LINE-PRELAYOUT             VALUE 'P'.
001700     88  WS-LINE-UNSEQ                 VALUE 'U'.
001710     88  WS-LINE-CARRY                 VALUE 'C'.
001720     88  WS-LINE-CHAINED               VALUE 'D'.
001730 77  WS-RANGE-SOURCE         PIC X(07) VALUE SPACES.
001740 77  WS-RANGE-FIRST          PIC 9(09) VALUE ZEROS COMP.
001750 77  WS-RANGE-LAST           PIC 9(09) VALUE ZEROS COMP.
001760 77  WS-RANGE-DATE           PIC X(08) VALUE SPACES.
001770 77  WS-RANGE-TIME           PIC X(04) VALUE SPACES.
001780
001790*--------------------------------------------------------------
001800* AUDIT-LINE - THE FIXED AUDIT-LOG LAYOUT SHARED WITH CALENDAR,
001810* AUDARCH AND AUDINQ.  EACH LINE, ARCHIVED OR LIVE, IS MOVED
001820* HERE TO BE CHECKED.
001830*--------------------------------------------------------------
001840 COPY AUDITREC.
001850
001860*--------------------------------------------------------------
001870* REPORT-FILE PAGE-CONTROL WORKING STORAGE
001880*--------------------------------------------------------------
001890 77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS COMP.
001900 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS COMP.
001910 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 055 COMP.
001920 77  WS-PAGE-DISPLAY         PIC ZZ9    VALUE SPACES.
001930 77  WS-SEQ-DISPLAY          PIC ZZZZZZZZ9 VALUE SPACES.
001940 77  WS-SEQ2-DISPLAY         PIC ZZZZZZZZ9 VALUE SPACES.
001950 77  WS-HASH-DISPLAY         PIC 9(12) VALUE ZEROS.
001960 77  WS-RC-DISPLAY           PIC 99    VALUE ZEROS.
001970
001980*--------------------------------------------------------------
001990* FINDING LINE - ONE PER FINDING, IN THE ORDER FOUND.
002000*--------------------------------------------------------------
002010 01  WS-FINDING-LINE.
002020     05  FILLER              PIC X(01) VALUE SPACE.
002030     05  FND-LEVEL           PIC X(06).
002040     05  FILLER              PIC X(02) VALUE SPACES.
002050     05  FND-SOURCE          PIC X(07).
002060     05  FILLER              PIC X(02) VALUE SPACES.
002070     05  FND-LINE-NO         PIC ZZZZZZZZ9.
002080     05  FILLER              PIC X(02) VALUE SPACES.
002090*        BLANK WHEN THE LINE CARRIES NO SEQUENCE NUMBER.
002100     05  FND-SEQ-NO          PIC ZZZZZZZZ9.
002110     05  FND-SEQ-NO-X REDEFINES FND-SEQ-NO
002120                             PIC X(09).
002130     05  FILLER              PIC X(02) VALUE SPACES.
002140     05  FND-RUN-DATE        PIC X(08).
002150     05  FILLER              PIC X(01) VALUE SPACE.
002160     05  FND-RUN-TIME        PIC X(04).
002170     05  FILLER              PIC X(02) VALUE SPACES.
002180     05  FND-TEXT            PIC X(72).
002190     05  FILLER              PIC X(05) VALUE SPACES.
002200
002210*    YYYYMMDD
002220 01 CurrentDate.
002230    02  CurrentYear     PIC 9(4).
002240    02  CurrentMonth    PIC 99.
002250    02  CurrentDay      PIC 99.
002260
002270*    HHMMSSss   s = S/100
002280 01 CurrentTime.
002290    02  CurrentHour     PIC 99.
002300    02  CurrentMinute   PIC 99.
002310    02  FILLER          PIC 9(4).
002320
002330 PROCEDURE DIVISION.
002340*--------------------------------------------------------------
002350* 0000-MAINLINE - WALKS THE ARCHIVES AND THEN THE LIVE LOG AS
002360* ONE CHAIN, PRINTS THE TOTALS AND SETS THE RETURN CODE.
002370*--------------------------------------------------------------
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     IF WS-AUDIT-OPEN
002410         PERFORM 2000-VERIFY-ARCHIVE THRU 2000-EXIT
002420         PERFORM 2500-VERIFY-LIVE-LOG THRU 2500-EXIT
002430         PERFORM 7000-CHECK-CHAIN-FOUND THRU 7000-EXIT
002440         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002450         IF WS-CHAIN-BROKEN
002460             MOVE 8 TO RETURN-CODE
002470         ELSE
002480             IF WS-CHAIN-WARNED
002490                 MOVE 4 TO RETURN-CODE
002500             END-IF
002510         END-IF
002520     ELSE
002530         MOVE 12 TO RETURN-CODE
002540     END-IF.
002550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002560     STOP RUN.
002570 0000-EXIT.
002580     EXIT.
002590
002600*--------------------------------------------------------------
002610* 1000-INITIALIZE - OPENS THE FILES AND STARTS THE REPORT.  A
002620* LIVE LOG THAT WILL NOT OPEN IS REPORTED AND ENDS THE RUN.
002630*--------------------------------------------------------------
002640 1000-INITIALIZE.
002650     ACCEPT CurrentDate FROM DATE YYYYMMDD.
002660     ACCEPT CurrentTime FROM TIME.
002670     OPEN OUTPUT REPORT-FILE.
002680     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
002690     OPEN INPUT AUDIT-FILE.
002700     IF WS-AUDIT-STATUS = '00'
002710         SET WS-AUDIT-OPEN TO TRUE
002720     ELSE
002730         MOVE SPACES TO REPORT-LINE
002740         STRING "AUDITLOG COULD NOT BE OPENED, STATUS "
002750             DELIMITED BY SIZE
002760             WS-AUDIT-STATUS DELIMITED BY SIZE
002770             " - NOTHING VERIFIED" DELIMITED BY SIZE
002780             INTO REPORT-LINE
002790         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
002800         GO TO 1000-EXIT
002810     END-IF.
002820     OPEN INPUT ARCHIVE-FILE.
002830     IF WS-ARCHIVE-STATUS = '00' OR '05'
002840         SET WS-ARCHIVE-OPEN TO TRUE
002850     ELSE
002860         MOVE SPACES TO REPORT-LINE
002870         STRING "ARCHIVE COULD NOT BE OPENED, STATUS "
002880             DELIMITED BY SIZE
002890             WS-ARCHIVE-STATUS DELIMITED BY SIZE
002900             " - LIVE LOG VERIFIED ON ITS OWN" DELIMITED BY SIZE
002910             INTO REPORT-LINE
002920         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
002930         ADD 1 TO WS-LINE-COUNT
002940         SET WS-CHAIN-WARNED TO TRUE
002950     END-IF.
002960 1000-EXIT.
002970     EXIT.
002980
002990*--------------------------------------------------------------
003000* 2000-VERIFY-ARCHIVE - CHECKS EVERY ARCHIVED LINE, OLDEST
003010* GENERATION FIRST.
003020*--------------------------------------------------------------
003030 2000-VERIFY-ARCHIVE.
003040     IF NOT WS-ARCHIVE-OPEN
003050         GO TO 2000-EXIT
003060     END-IF.
003070     MOVE "ARCHIVE" TO WS-SOURCE-NAME.
003080     MOVE ZEROS TO WS-SOURCE-LINE.
003090     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
003100     PERFORM 2200-CHECK-ARCHIVE-LINE THRU 2200-EXIT
003110         UNTIL WS-ARCHIVE-EOF.
003120     PERFORM 3900-FLUSH-RANGE THRU 3900-EXIT.
003130 2000-EXIT.
003140     EXIT.
003150
003160 2100-READ-ARCHIVE.
003170     READ ARCHIVE-FILE
003180         AT END
003190             SET WS-ARCHIVE-EOF TO TRUE
003200     END-READ.
003210 2100-EXIT.
003220     EXIT.
003230
003240 2200-CHECK-ARCHIVE-LINE.
003250     ADD 1 TO WS-ARCHIVE-READ-COUNT.
003260     MOVE ARCHIVE-RECORD TO AUDIT-LINE.
003270     PERFORM 3000-CHECK-ONE-LINE THRU 3000-EXIT.
003280     PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT.
003290 2200-EXIT.
003300     EXIT.
003310
003320*--------------------------------------------------------------
003330* 2500-VERIFY-LIVE-LOG - CHECKS EVERY LIVE-LOG LINE, CARRYING
003340* ON FROM THE LAST ARCHIVED LINE.
003350*--------------------------------------------------------------
003360 2500-VERIFY-LIVE-LOG.
003370     MOVE "LIVE" TO WS-SOURCE-NAME.
003380     MOVE ZEROS TO WS-SOURCE-LINE.
003390     PERFORM 2600-READ-AUDIT THRU 2600-EXIT.
003400     PERFORM 2700-CHECK-LIVE-LINE THRU 2700-EXIT
003410         UNTIL WS-AUDIT-EOF.
003420     PERFORM 3900-FLUSH-RANGE THRU 3900-EXIT.
003430 2500-EXIT.
003440     EXIT.
003450
003460 2600-READ-AUDIT.
003470     READ AUDIT-FILE
003480         AT END
003490             SET WS-AUDIT-EOF TO TRUE
003500     END-READ.
003510 2600-EXIT.
003520     EXIT.
003530
003540 2700-CHECK-LIVE-LINE.
003550     ADD 1 TO WS-LIVE-READ-COUNT.
003560     MOVE AUDIT-RECORD TO AUDIT-LINE.
003570     PERFORM 3000-CHECK-ONE-LINE THRU 3000-EXIT.
003580     PERFORM 2600-READ-AUDIT THRU 2600-EXIT.
003590 2700-EXIT.
003600     EXIT.
003610
003620*--------------------------------------------------------------
003630* 3000-CHECK-ONE-LINE - SORTS THE LINE IN AUDIT-LINE INTO ONE
003640* OF FOUR KINDS AND CHECKS IT ACCORDINGLY: PRE-LAYOUT (NO
003650* RECORD TYPE OR RUN DATE), UNSEQUENCED (FIXED LAYOUT, NO
003660* SEQUENCE NUMBER OR HASH), CARRY-FORWARD ('C') OR CHAINED.
003670* EVERY FIXED-LAYOUT DETAIL OR SUMMARY LINE ALSO HAS ITS RUN
003680* DATE AND TIME CHECKED AGAINST THE LINE BEFORE IT.
003690*--------------------------------------------------------------
003700 3000-CHECK-ONE-LINE.
003710     ADD 1 TO WS-SOURCE-LINE.
003720     IF (NOT AUD-TYPE-DETAIL AND NOT AUD-TYPE-SUMMARY
003730             AND NOT AUD-TYPE-CHAIN)
003740             OR AUD-RUN-DATE-X NOT NUMERIC
003750         SET WS-LINE-PRELAYOUT TO TRUE
003760     ELSE
003770         IF AUD-SEQ-NO-X NOT NUMERIC
003780                 OR AUD-CHAIN-HASH-X NOT NUMERIC
003790             SET WS-LINE-UNSEQ TO TRUE
003800         ELSE
003810             IF AUD-TYPE-CHAIN
003820                 SET WS-LINE-CARRY TO TRUE
003830             ELSE
003840                 SET WS-LINE-CHAINED TO TRUE
003850             END-IF
003860         END-IF
003870     END-IF.
003880     EVALUATE TRUE
003890         WHEN WS-LINE-PRELAYOUT
003900             ADD 1 TO WS-PRELAYOUT-COUNT
003910             PERFORM 3100-UNCHAINED-LINE THRU 3100-EXIT
003920         WHEN WS-LINE-UNSEQ
003930             ADD 1 TO WS-UNSEQ-COUNT
003940             PERFORM 3100-UNCHAINED-LINE THRU 3100-EXIT
003950         WHEN WS-LINE-CARRY
003960             ADD 1 TO WS-CARRY-COUNT
003970             PERFORM 3900-FLUSH-RANGE THRU 3900-EXIT
003980             PERFORM 3200-CARRY-FORWARD-LINE THRU 3200-EXIT
003990         WHEN OTHER
004000             ADD 1 TO WS-CHAINED-COUNT
004010             PERFORM 3900-FLUSH-RANGE THRU 3900-EXIT
004020             PERFORM 3300-CHAINED-LINE THRU 3300-EXIT
004030     END-EVALUATE.
004040     IF NOT WS-LINE-PRELAYOUT AND NOT AUD-TYPE-CHAIN
004050         PERFORM 3500-CHECK-RUN-DATE THRU 3500-EXIT
004060     END-IF.
004070 3000-EXIT.
004080     EXIT.
004090
004100*--------------------------------------------------------------
004110* 3100-UNCHAINED-LINE - A LINE WITH NO SEQUENCE NUMBER OR
004120* HASH.  AHEAD OF THE CHAIN IT IS ADDED TO THE CURRENT RANGE
004130* OF ITS KIND; ONCE THE CHAIN HAS STARTED IT BREAKS IT, SINCE
004140* CALENDAR SEQUENCES EVERY LINE IT WRITES.
004150*--------------------------------------------------------------
004160 3100-UNCHAINED-LINE.
004170     IF WS-CHAIN-STARTED
004180         ADD 1 TO WS-INCHAIN-COUNT
004190         MOVE SPACES TO FND-TEXT
004200         STRING "LINE WITH NO SEQUENCE NUMBER OR HASH INSIDE "
004210             DELIMITED BY SIZE
004220             "THE CHAIN" DELIMITED BY SIZE
004230             INTO FND-TEXT
004240         PERFORM 6300-REPORT-BROKEN THRU 6300-EXIT
004250         GO TO 3100-EXIT
004260     END-IF.
004270     IF WS-RANGE-KIND NOT = WS-LINE-KIND
004280         PERFORM 3900-FLUSH-RANGE THRU 3900-EXIT
004290         MOVE WS-LINE-KIND     TO WS-RANGE-KIND
004300         MOVE WS-SOURCE-NAME   TO WS-RANGE-SOURCE
004310         MOVE WS-SOURCE-LINE   TO WS-RANGE-FIRST
004320         IF WS-LINE-PRELAYOUT
004330             MOVE SPACES       TO WS-RANGE-DATE WS-RANGE-TIME
004340         ELSE
004350             MOVE AUD-RUN-DATE-X TO WS-RANGE-DATE
004360             MOVE AUD-RUN-TIME   TO WS-RANGE-TIME
004370         END-IF
004380     END-IF.
004390     MOVE WS-SOURCE-LINE TO WS-RANGE-LAST.
004400 3100-EXIT.
004410     EXIT.
004420
004430*--------------------------------------------------------------
004440* 3200-CARRY-FORWARD-LINE - THE 'C' LINE AUDARCH PUTS AT THE
004450* TOP OF A REWRITTEN LOG.  AFTER THE ARCHIVE IT MUST REPEAT
004460* THE LAST ARCHIVED LINE'S SEQUENCE NUMBER AND HASH.  WITH NO
004470* ARCHIVE AHEAD OF IT, THE CHAIN IS TAKEN UP FROM IT.
004480*--------------------------------------------------------------
004490 3200-CARRY-FORWARD-LINE.
004500     IF NOT WS-CHAIN-STARTED
004510         SET WS-CHAIN-STARTED TO TRUE
004520         MOVE AUD-SEQ-NO     TO WS-LAST-SEQ
004530         MOVE AUD-CHAIN-HASH TO WS-LAST-HASH
004540         MOVE AUD-RUN-DATE-X TO WS-LAST-SEQ-DATE
004550         MOVE SPACES TO FND-TEXT
004560         STRING "CHAIN TAKEN UP FROM A CARRY-FORWARD LINE - "
004570             DELIMITED BY SIZE
004580             "EARLIER LINES NOT SUPPLIED" DELIMITED BY SIZE
004590             INTO FND-TEXT
004600         PERFORM 6400-REPORT-WARNING THRU 6400-EXIT
004610         GO TO 3200-EXIT
004620     END-IF.
004630     IF AUD-SEQ-NO = WS-LAST-SEQ
004640             AND AUD-CHAIN-HASH = WS-LAST-HASH
004650         MOVE SPACES TO FND-TEXT
004660         STRING "CHAIN CARRIED FORWARD - MATCHES THE LINE "
004670             DELIMITED BY SIZE
004680             "BEFORE IT" DELIMITED BY SIZE
004690             INTO FND-TEXT
004700         PERFORM 6500-REPORT-NOTE THRU 6500-EXIT
004710     ELSE
004720         ADD 1 TO WS-CARRY-BAD-COUNT
004730         MOVE WS-LAST-SEQ TO WS-SEQ-DISPLAY
004740         MOVE SPACES TO FND-TEXT
004750         STRING "CARRY-FORWARD DOES NOT MATCH THE LINE BEFORE IT"
004760             DELIMITED BY SIZE
004770             ", SEQUENCE" DELIMITED BY SIZE
004780             WS-SEQ-DISPLAY DELIMITED BY SIZE
004790             INTO FND-TEXT
004800         PERFORM 6300-REPORT-BROKEN THRU 6300-EXIT
004810         MOVE AUD-SEQ-NO     TO WS-LAST-SEQ
004820         MOVE AUD-CHAIN-HASH TO WS-LAST-HASH
004830         MOVE AUD-RUN-DATE-X TO WS-LAST-SEQ-DATE
004840     END-IF.
004850 3200-EXIT.
004860     EXIT.
004870
004880*--------------------------------------------------------------
004890* 3300-CHAINED-LINE - A SEQUENCED DETAIL OR SUMMARY LINE.  ITS
004900* NUMBER MUST BE ONE PAST THE LAST (1 TO START THE CHAIN); ONLY
004910* THEN IS ITS LINK CHECKED, SINCE A GAP OR A REPEAT HAS ALREADY
004920* BROKEN THE CHAIN AT THIS LINE.  EITHER WAY THE STATE MOVES ON
004930* TO THIS LINE.
004940*--------------------------------------------------------------
004950 3300-CHAINED-LINE.
004960     IF WS-FIRST-SEQ = ZEROS
004970         MOVE AUD-SEQ-NO     TO WS-FIRST-SEQ
004980         MOVE AUD-RUN-DATE-X TO WS-FIRST-SEQ-DATE
004990     END-IF.
005000     IF WS-CHAIN-STARTED
005010         COMPUTE WS-EXPECTED-SEQ = WS-LAST-SEQ + 1
005020     ELSE
005030         MOVE 1 TO WS-EXPECTED-SEQ
005040         MOVE ZEROS TO WS-LAST-HASH
005050         SET WS-CHAIN-STARTED TO TRUE
005060         IF AUD-SEQ-NO = 1
005070             MOVE "CHAIN STARTS HERE AT SEQUENCE 1" TO FND-TEXT
005080             PERFORM 6500-REPORT-NOTE THRU 6500-EXIT
005090         END-IF
005100     END-IF.
005110     EVALUATE TRUE
005120         WHEN AUD-SEQ-NO = WS-EXPECTED-SEQ
005130             PERFORM 3400-CHECK-LINK THRU 3400-EXIT
005140         WHEN AUD-SEQ-NO > WS-EXPECTED-SEQ
005150             PERFORM 3310-REPORT-GAP THRU 3310-EXIT
005160         WHEN OTHER
005170             ADD 1 TO WS-REPEAT-COUNT
005180             MOVE WS-LAST-SEQ TO WS-SEQ-DISPLAY
005190             MOVE SPACES TO FND-TEXT
005200             STRING "SEQUENCE REPEATED OR OUT OF ORDER - LAST "
005210                 DELIMITED BY SIZE
005220                 "SEQUENCE WAS" DELIMITED BY SIZE
005230                 WS-SEQ-DISPLAY DELIMITED BY SIZE
005240                 INTO FND-TEXT
005250             PERFORM 6300-REPORT-BROKEN THRU 6300-EXIT
005260     END-EVALUATE.
005270     MOVE AUD-SEQ-NO     TO WS-LAST-SEQ.
005280     MOVE AUD-CHAIN-HASH TO WS-LAST-HASH.
005290     MOVE AUD-RUN-DATE-X TO WS-LAST-SEQ-DATE.
005300 3300-EXIT.
005310     EXIT.
005320
005330*--------------------------------------------------------------
005340* 3310-REPORT-GAP - SEQUENCE NUMBERS SKIPPED BETWEEN THE LAST
005350* LINE AND THIS ONE: LINES REMOVED FROM THE LOG (OR, AT THE
005360* START OF THE CHAIN, EARLIER LINES NOT SUPPLIED OR LOST).
005370*--------------------------------------------------------------
005380 3310-REPORT-GAP.
005390     COMPUTE WS-GAP-LAST = AUD-SEQ-NO - 1.
005400     COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
005410         + WS-GAP-LAST - WS-EXPECTED-SEQ + 1.
005420     MOVE WS-EXPECTED-SEQ TO WS-SEQ-DISPLAY.
005430     MOVE WS-GAP-LAST     TO WS-SEQ2-DISPLAY.
005440     MOVE SPACES TO FND-TEXT.
005450     STRING "SEQUENCE NUMBERS MISSING - " DELIMITED BY SIZE
005460         WS-SEQ-DISPLAY DELIMITED BY SIZE
005470         " THRU " DELIMITED BY SIZE
005480         WS-SEQ2-DISPLAY DELIMITED BY SIZE
005490         INTO FND-TEXT.
005500     PERFORM 6300-REPORT-BROKEN THRU 6300-EXIT.
005510 3310-EXIT.
005520     EXIT.
005530
005540*--------------------------------------------------------------
005550* 3400-CHECK-LINK - RECOMPUTES THE LINE'S HASH FROM THE LAST
005560* LINE'S HASH OVER COLUMNS 1-131 (THE RULE IS IN AUDITREC) AND
005570* HOLDS IT AGAINST THE HASH THE LINE CARRIES.  A MISMATCH MEANS
005580* THIS LINE WAS EDITED, OR THE ONE BEFORE IT WAS EDITED AND
005590* ITS HASH RECOMPUTED TO COVER IT.
005600*--------------------------------------------------------------
005610 3400-CHECK-LINK.
005620     MOVE WS-LAST-HASH TO WS-WORK-HASH.
005630     PERFORM 3410-HASH-ONE-BYTE THRU 3410-EXIT
005640         VARYING WS-HASH-SUB FROM 1 BY 1
005650         UNTIL WS-HASH-SUB > 131.
005660     IF WS-WORK-HASH NOT = AUD-CHAIN-HASH
005670         ADD 1 TO WS-LINK-COUNT
005680         MOVE SPACES TO FND-TEXT
005690         STRING "BROKEN LINK - THE LINE DOES NOT HASH TO ITS "
005700             DELIMITED BY SIZE
005710             "CHAIN VALUE (EDITED)" DELIMITED BY SIZE
005720             INTO FND-TEXT
005730         PERFORM 6300-REPORT-BROKEN THRU 6300-EXIT
005740     END-IF.
005750 3400-EXIT.
005760     EXIT.
005770
005780 3410-HASH-ONE-BYTE.
005790     COMPUTE WS-WORK-HASH =
005800         FUNCTION MOD(WS-WORK-HASH * 131
005810             + FUNCTION ORD(AUDIT-LINE(WS-HASH-SUB:1)),
005820             999999999989).
005830 3410-EXIT.
005840     EXIT.
005850
005860*--------------------------------------------------------------
005870* 3500-CHECK-RUN-DATE - A FIXED-LAYOUT DETAIL OR SUMMARY LINE
005880* MUST NOT BE DATED EARLIER THAN THE ONE BEFORE IT.
005890*--------------------------------------------------------------
005900 3500-CHECK-RUN-DATE.
005910     MOVE AUD-RUN-DATE-X TO WS-THIS-DATE.
005920     MOVE AUD-RUN-TIME   TO WS-THIS-TIME.
005930     IF WS-THIS-STAMP < WS-PREV-STAMP
005940         ADD 1 TO WS-DATE-ORDER-COUNT
005950         MOVE SPACES TO FND-TEXT
005960         STRING "RUN DATE/TIME EARLIER THAN THE LINE BEFORE IT ("
005970             DELIMITED BY SIZE
005980             WS-PREV-DATE DELIMITED BY SIZE
005990             " " DELIMITED BY SIZE
006000             WS-PREV-TIME DELIMITED BY SIZE
006010             ")" DELIMITED BY SIZE
006020             INTO FND-TEXT
006030         PERFORM 6400-REPORT-WARNING THRU 6400-EXIT
006040     END-IF.
006050     MOVE WS-THIS-STAMP TO WS-PREV-STAMP.
006060 3500-EXIT.
006070     EXIT.
006080
006090*--------------------------------------------------------------
006100* 3900-FLUSH-RANGE - PRINTS THE RANGE OF UNVERIFIABLE LINES
006110* BUILT UP AHEAD OF THE CHAIN, IF THERE IS ONE.
006120*--------------------------------------------------------------
006130 3900-FLUSH-RANGE.
006140     IF WS-RANGE-NONE
006150         GO TO 3900-EXIT
006160     END-IF.
006170     MOVE WS-RANGE-LAST TO WS-SEQ-DISPLAY.
006180     MOVE SPACES TO FND-TEXT.
006190     IF WS-RANGE-PRELAYOUT
006200         STRING "PRE-LAYOUT LINES, NOT SEQUENCED - THRU LINE "
006210             DELIMITED BY SIZE
006220             WS-SEQ-DISPLAY DELIMITED BY SIZE
006230             INTO FND-TEXT
006240     ELSE
006250         STRING "LINES WRITTEN BEFORE SEQUENCING - THRU LINE "
006260             DELIMITED BY SIZE
006270             WS-SEQ-DISPLAY DELIMITED BY SIZE
006280             INTO FND-TEXT
006290     END-IF.
006300     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
006310     MOVE "WARN"          TO FND-LEVEL.
006320     MOVE WS-RANGE-SOURCE TO FND-SOURCE.
006330     MOVE WS-RANGE-FIRST  TO FND-LINE-NO.
006340     MOVE SPACES          TO FND-SEQ-NO-X.
006350     MOVE WS-RANGE-DATE   TO FND-RUN-DATE.
006360     MOVE WS-RANGE-TIME   TO FND-RUN-TIME.
006370     WRITE REPORT-LINE FROM WS-FINDING-LINE
006380         AFTER ADVANCING 1 LINE.
006390     ADD 1 TO WS-LINE-COUNT.
006400     SET WS-CHAIN-WARNED TO TRUE.
006410     MOVE SPACE TO WS-RANGE-KIND.
006420 3900-EXIT.
006430     EXIT.
006440
006450*--------------------------------------------------------------
006460* 6000-WRITE-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH A
006470* RUN-DATE/RUN-TIME HEADER AND THE FINDING COLUMN CAPTIONS.
006480*--------------------------------------------------------------
006490 6000-WRITE-REPORT-HEADING.
006500     ADD 1 TO WS-PAGE-COUNT.
006510     MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY.
006520     MOVE ZEROS TO WS-LINE-COUNT.
006530     MOVE SPACES TO REPORT-LINE.
006540     STRING "B COOL DISTRIBUTION CENTER" DELIMITED BY SIZE
006550         "   AUDIT CHAIN VERIFICATION   PAGE " DELIMITED BY SIZE
006560         WS-PAGE-DISPLAY DELIMITED BY SIZE
006570         INTO REPORT-LINE.
006580     IF WS-PAGE-COUNT = 1
006590         WRITE REPORT-LINE
006600     ELSE
006610         WRITE REPORT-LINE AFTER ADVANCING PAGE
006620     END-IF.
006630     MOVE SPACES TO REPORT-LINE.
006640     STRING "RUN DATE: " DELIMITED BY SIZE
006650         CurrentMonth DELIMITED BY SIZE
006660         "/" DELIMITED BY SIZE
006670         CurrentDay DELIMITED BY SIZE
006680         "/" DELIMITED BY SIZE
006690         CurrentYear DELIMITED BY SIZE
006700         "   RUN TIME: " DELIMITED BY SIZE
006710         CurrentHour DELIMITED BY SIZE
006720         ":" DELIMITED BY SIZE
006730         CurrentMinute DELIMITED BY SIZE
006740         INTO REPORT-LINE.
006750     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006760     MOVE SPACES TO REPORT-LINE.
006770     STRING " LEVEL   SOURCE    LINE NO.   SEQUENCE  "
006780         DELIMITED BY SIZE
006790         "RUN-DATE TIME  FINDING" DELIMITED BY SIZE
006800         INTO REPORT-LINE.
006810     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006820     ADD 3 TO WS-LINE-COUNT.
006830 6000-EXIT.
006840     EXIT.
006850
006860*--------------------------------------------------------------
006870* 6050-CHECK-PAGE-BREAK - STARTS A FRESH PAGE WHEN THE CURRENT
006880* PAGE HAS FILLED UP.
006890*--------------------------------------------------------------
006900 6050-CHECK-PAGE-BREAK.
006910     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006920         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
006930     END-IF.
006940 6050-EXIT.
006950     EXIT.
006960
006970*--------------------------------------------------------------
006980* 6200-WRITE-FINDING - PRINTS THE FINDING IN FND-LEVEL AND
006990* FND-TEXT AGAINST THE LINE NOW IN AUDIT-LINE.
007000*--------------------------------------------------------------
007010 6200-WRITE-FINDING.
007020     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
007030     MOVE WS-SOURCE-NAME TO FND-SOURCE.
007040     MOVE WS-SOURCE-LINE TO FND-LINE-NO.
007050     IF AUD-SEQ-NO-X IS NUMERIC
007060         MOVE AUD-SEQ-NO TO FND-SEQ-NO
007070     ELSE
007080         MOVE SPACES     TO FND-SEQ-NO-X
007090     END-IF.
007100     IF AUD-RUN-DATE-X IS NUMERIC
007110         MOVE AUD-RUN-DATE-X TO FND-RUN-DATE
007120         MOVE AUD-RUN-TIME   TO FND-RUN-TIME
007130     ELSE
007140         MOVE SPACES         TO FND-RUN-DATE FND-RUN-TIME
007150     END-IF.
007160     WRITE REPORT-LINE FROM WS-FINDING-LINE
007170         AFTER ADVANCING 1 LINE.
007180     ADD 1 TO WS-LINE-COUNT.
007190 6200-EXIT.
007200     EXIT.
007210
007220*--------------------------------------------------------------
007230* 6300/6400/6500 - A FINDING THAT BREAKS THE CHAIN (RC 8), ONE
007240* THAT LEAVES IT INTACT BUT INCOMPLETE (RC 4), AND A NOTE FOR
007250* THE RECORD THAT CHANGES NOTHING.
007260*--------------------------------------------------------------
007270 6300-REPORT-BROKEN.
007280     MOVE "BROKEN" TO FND-LEVEL.
007290     PERFORM 6200-WRITE-FINDING THRU 6200-EXIT.
007300     SET WS-CHAIN-BROKEN TO TRUE.
007310 6300-EXIT.
007320     EXIT.
007330
007340 6400-REPORT-WARNING.
007350     MOVE "WARN" TO FND-LEVEL.
007360     PERFORM 6200-WRITE-FINDING THRU 6200-EXIT.
007370     SET WS-CHAIN-WARNED TO TRUE.
007380 6400-EXIT.
007390     EXIT.
007400
007410 6500-REPORT-NOTE.
007420     MOVE "NOTE" TO FND-LEVEL.
007430     PERFORM 6200-WRITE-FINDING THRU 6200-EXIT.
007440 6500-EXIT.
007450     EXIT.
007460
007470*--------------------------------------------------------------
007480* 7000-CHECK-CHAIN-FOUND - A LOG WITH NO SEQUENCED LINE AT ALL
007490* PROVES NOTHING, SO IT CANNOT COME BACK CLEAN.
007500*--------------------------------------------------------------
007510 7000-CHECK-CHAIN-FOUND.
007520     IF NOT WS-CHAIN-STARTED
007530         PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT
007540         MOVE SPACES TO REPORT-LINE
007550         STRING "NO SEQUENCED LINE FOUND - THERE IS NO CHAIN "
007560             DELIMITED BY SIZE
007570             "TO VERIFY" DELIMITED BY SIZE
007580             INTO REPORT-LINE
007590         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
007600         ADD 1 TO WS-LINE-COUNT
007610         SET WS-CHAIN-WARNED TO TRUE
007620     END-IF.
007630 7000-EXIT.
007640     EXIT.
007650
007660*--------------------------------------------------------------
007670* 8000-PRINT-TOTALS - COUNTS, THE CHAIN'S FIRST AND LAST LINES
007680* AND THE VERDICT AT THE BACK OF THE REPORT.
007690*--------------------------------------------------------------
007700 8000-PRINT-TOTALS.
007710     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
007720     MOVE SPACES TO REPORT-LINE.
007730     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
007740     MOVE WS-ARCHIVE-READ-COUNT TO WS-COUNT-DISPLAY.
007750     MOVE SPACES TO REPORT-LINE.
007760     STRING "LINES READ FROM ARCHIVE:          " DELIMITED BY SIZE
007770         WS-COUNT-DISPLAY DELIMITED BY SIZE
007780         INTO REPORT-LINE.
007790     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
007800     MOVE WS-LIVE-READ-COUNT TO WS-COUNT-DISPLAY.
007810     MOVE SPACES TO REPORT-LINE.
007820     STRING "LINES READ FROM LIVE LOG:         " DELIMITED BY SIZE
007830         WS-COUNT-DISPLAY DELIMITED BY SIZE
007840         INTO REPORT-LINE.
007850     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
007860     MOVE WS-PRELAYOUT-COUNT TO WS-COUNT-DISPLAY.
007870     MOVE SPACES TO REPORT-LINE.
007880     STRING "  PRE-LAYOUT LINES:               " DELIMITED BY SIZE
007890         WS-COUNT-DISPLAY DELIMITED BY SIZE
007900         INTO REPORT-LINE.
007910     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
007920     MOVE WS-UNSEQ-COUNT TO WS-COUNT-DISPLAY.
007930     MOVE SPACES TO REPORT-LINE.
007940     STRING "  UNSEQUENCED LINES:              " DELIMITED BY SIZE
007950         WS-COUNT-DISPLAY DELIMITED BY SIZE
007960         INTO REPORT-LINE.
007970     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
007980     MOVE WS-CHAINED-COUNT TO WS-COUNT-DISPLAY.
007990     MOVE SPACES TO REPORT-LINE.
008000     STRING "  SEQUENCED LINES:                " DELIMITED BY SIZE
008010         WS-COUNT-DISPLAY DELIMITED BY SIZE
008020         INTO REPORT-LINE.
008030     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008040     MOVE WS-CARRY-COUNT TO WS-COUNT-DISPLAY.
008050     MOVE SPACES TO REPORT-LINE.
008060     STRING "  CARRY-FORWARD LINES:            " DELIMITED BY SIZE
008070         WS-COUNT-DISPLAY DELIMITED BY SIZE
008080         INTO REPORT-LINE.
008090     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008100     MOVE SPACES TO REPORT-LINE.
008110     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008120     PERFORM 8100-PRINT-CHAIN-ENDS THRU 8100-EXIT.
008130     MOVE SPACES TO REPORT-LINE.
008140     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008150     PERFORM 8200-PRINT-FINDING-COUNTS THRU 8200-EXIT.
008160     MOVE SPACES TO REPORT-LINE.
008170     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008180     MOVE SPACES TO REPORT-LINE.
008190     EVALUATE TRUE
008200         WHEN WS-CHAIN-BROKEN
008210             MOVE 8 TO WS-RC-DISPLAY
008220             STRING "VERDICT: CHAIN BROKEN - RC "
008225                 DELIMITED BY SIZE
008230                 WS-RC-DISPLAY DELIMITED BY SIZE
008240                 INTO REPORT-LINE
008250         WHEN WS-CHAIN-WARNED
008260             MOVE 4 TO WS-RC-DISPLAY
008270             STRING "VERDICT: CHAIN INTACT, NOT EVERY LINE IS "
008280                 DELIMITED BY SIZE
008290                 "COVERED - RC " DELIMITED BY SIZE
008300                 WS-RC-DISPLAY DELIMITED BY SIZE
008310                 INTO REPORT-LINE
008320         WHEN OTHER
008330             MOVE 0 TO WS-RC-DISPLAY
008340             STRING "VERDICT: CHAIN INTACT - RC "
008345                 DELIMITED BY SIZE
008350                 WS-RC-DISPLAY DELIMITED BY SIZE
008360                 INTO REPORT-LINE
008370     END-EVALUATE.
008380     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008390 8000-EXIT.
008400     EXIT.
008410
008420 8100-PRINT-CHAIN-ENDS.
008430     IF WS-FIRST-SEQ = ZEROS
008440         MOVE "FIRST SEQUENCE:                   NONE"
008450             TO REPORT-LINE
008460         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
008470     ELSE
008480         MOVE WS-FIRST-SEQ TO WS-SEQ-DISPLAY
008490         MOVE SPACES TO REPORT-LINE
008500         STRING "FIRST SEQUENCE:                   "
008510             DELIMITED BY SIZE
008520             WS-SEQ-DISPLAY DELIMITED BY SIZE
008530             "  RUN DATE " DELIMITED BY SIZE
008540             WS-FIRST-SEQ-DATE DELIMITED BY SIZE
008550             INTO REPORT-LINE
008560         WRITE REPORT-LINE AFTER ADVANCING 1 LINE
008570     END-IF.
008580     IF NOT WS-CHAIN-STARTED
008590         GO TO 8100-EXIT
008600     END-IF.
008610     MOVE WS-LAST-SEQ TO WS-SEQ-DISPLAY.
008620     MOVE SPACES TO REPORT-LINE.
008630     STRING "LAST SEQUENCE:                    " DELIMITED BY SIZE
008640         WS-SEQ-DISPLAY DELIMITED BY SIZE
008650         "  RUN DATE " DELIMITED BY SIZE
008660         WS-LAST-SEQ-DATE DELIMITED BY SIZE
008670         INTO REPORT-LINE.
008680     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008690     MOVE WS-LAST-HASH TO WS-HASH-DISPLAY.
008700     MOVE SPACES TO REPORT-LINE.
008710     STRING "LAST CHAIN HASH:               " DELIMITED BY SIZE
008720         WS-HASH-DISPLAY DELIMITED BY SIZE
008730         INTO REPORT-LINE.
008740     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008750 8100-EXIT.
008760     EXIT.
008770
008780 8200-PRINT-FINDING-COUNTS.
008790     MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY.
008800     MOVE SPACES TO REPORT-LINE.
008810     STRING "SEQUENCE NUMBERS MISSING:         " DELIMITED BY SIZE
008820         WS-COUNT-DISPLAY DELIMITED BY SIZE
008830         INTO REPORT-LINE.
008840     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008850     MOVE WS-REPEAT-COUNT TO WS-COUNT-DISPLAY.
008860     MOVE SPACES TO REPORT-LINE.
008870     STRING "SEQUENCES REPEATED/OUT OF ORDER:  " DELIMITED BY SIZE
008880         WS-COUNT-DISPLAY DELIMITED BY SIZE
008890         INTO REPORT-LINE.
008900     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008910     MOVE WS-LINK-COUNT TO WS-COUNT-DISPLAY.
008920     MOVE SPACES TO REPORT-LINE.
008930     STRING "BROKEN LINKS:                     " DELIMITED BY SIZE
008940         WS-COUNT-DISPLAY DELIMITED BY SIZE
008950         INTO REPORT-LINE.
008960     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008970     MOVE WS-CARRY-BAD-COUNT TO WS-COUNT-DISPLAY.
008980     MOVE SPACES TO REPORT-LINE.
008990     STRING "CARRY-FORWARD MISMATCHES:         " DELIMITED BY SIZE
009000         WS-COUNT-DISPLAY DELIMITED BY SIZE
009010         INTO REPORT-LINE.
009020     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
009030     MOVE WS-INCHAIN-COUNT TO WS-COUNT-DISPLAY.
009040     MOVE SPACES TO REPORT-LINE.
009050     STRING "UNSEQUENCED LINES IN THE CHAIN:   " DELIMITED BY SIZE
009060         WS-COUNT-DISPLAY DELIMITED BY SIZE
009070         INTO REPORT-LINE.
009080     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
009090     MOVE WS-DATE-ORDER-COUNT TO WS-COUNT-DISPLAY.
009100     MOVE SPACES TO REPORT-LINE.
009110     STRING "RUN DATES OUT OF ORDER:           " DELIMITED BY SIZE
009120         WS-COUNT-DISPLAY DELIMITED BY SIZE
009130         INTO REPORT-LINE.
009140     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
009150 8200-EXIT.
009160     EXIT.
009170
009180*--------------------------------------------------------------
009190* 9000-TERMINATE - CLOSES THE FILES.
009200*--------------------------------------------------------------
009210 9000-TERMINATE.
009220     IF WS-ARCHIVE-OPEN
009230         CLOSE ARCHIVE-FILE
009240     END-IF.
009250     IF WS-AUDIT-OPEN
009260         CLOSE AUDIT-FILE
009270     END-IF.
009280     CLOSE REPORT-FILE.
009290 9000-EXIT.
009300     EXIT.
