000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  RUNREG.
000030 AUTHOR.  B COOL TEAM.
000040 INSTALLATION.  B COOL DISTRIBUTION CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100*   DATE       INIT   DESCRIPTION
000110*   ---------  ----   ------------------------------------------
000120*   10/15/2026  DLH   ORIGINAL VERSION - LISTS THE RUN-CONTROL
000130*                     REGISTRY CALENDAR AND WMSFEED KEEP: THE
000140*                     EXTRACT BEHIND TONIGHT'S DATEOUT, EVERY
000150*                     DATEIN EXTRACT PROCESSED WITH ITS RUN,
000160*                     RESTART, OVERRIDE AND REFUSAL HISTORY,
000170*                     EVERY WMS FEED GENERATION SENT, AND EVERY
000180*                     OVERRIDE CARD HONORED, NIGHT BY NIGHT.
000190*--------------------------------------------------------------
000200* FUNCTION: READS THE REGISTRY (LAYOUT IN THE RUNREGR COPYBOOK)
000210*           FRONT TO BACK, SORTS IT INTO FOUR SECTIONS - THE
000220*           CURRENT EXTRACT, EXTRACTS, WMS FEEDS, OVERRIDES -
000230*           EACH IN THE ORDER THE NIGHTS HAPPENED, AND PRINTS
000240*           ONE LINE PER ENTRY.
000250*
000260*           CONTROL CARD (SYSIN), OPTIONAL:
000270*             COL 1-8   FROM DATE YYYYMMDD - ONLY EXTRACTS AND
000280*                       FEEDS LAST RUN ON OR AFTER IT, AND
000290*                       OVERRIDES USED ON OR AFTER IT, ARE
000300*                       LISTED (BLANK/ZERO = EVERYTHING)
000310*             COL 9-80  UNUSED
000320*
000330*           RETURN CODES:  0 = CLEAN,  4 = AN EXTRACT LISTED
000340*           IS STILL MARKED UNFINISHED (ITS RUN DIED AND WAS
000350*           NEVER RESTARTED),  8 = REGISTRY WOULD NOT OPEN.
000360*--------------------------------------------------------------
000370
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT OPTIONAL CONTROL-FILE ASSIGN TO SYSIN
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430
000440     SELECT RUN-REGISTRY ASSIGN TO RUNREG
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS RR-KEY
000480         FILE STATUS IS WS-REG-STATUS.
000490
000500     SELECT SORT-FILE ASSIGN TO SORTWK1.
000510
000520     SELECT REPORT-FILE ASSIGN TO REPORTFL
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570*--------------------------------------------------------------
000580* CONTROL-FILE - ONE OPTIONAL FROM-DATE CARD.
000590*--------------------------------------------------------------
000600 FD  CONTROL-FILE.
000610 01  CONTROL-RECORD.
000620     05  CTL-FROM-DATE           PIC 9(08).
000630     05  CTL-FROM-DATE-X REDEFINES CTL-FROM-DATE
000640                                 PIC X(08).
000650     05  FILLER                  PIC X(72).
000660
000670*--------------------------------------------------------------
000680* RUN-REGISTRY - THE KEYED RUN-CONTROL REGISTRY (VSAM KSDS,
000690* KEY = RR-KEY, LRECL 120).  LAYOUT IN THE RUNREGR COPYBOOK.
000700* IT STAYS OPEN UNTIL THE LISTING IS DONE, SO EACH SORTED
000710* IMAGE IS LAID BACK INTO ITS RECORD AREA TO BE PRINTED.
000720*--------------------------------------------------------------
000730 FD  RUN-REGISTRY.
000740 COPY RUNREGR.
000750
000760*--------------------------------------------------------------
000770* SORT-FILE - THE REGISTRY IMAGES KEYED BY SECTION (1 CURRENT
000780* EXTRACT, 2 EXTRACTS, 3 WMS FEEDS, 4 OVERRIDES), THEN THE
000790* DATE AND TIME THE ENTRY WAS FIRST MADE.
000800*--------------------------------------------------------------
000810 SD  SORT-FILE.
000820 01  SORT-RECORD.
000830     05  SRT-SORT-KEY.
000840         10  SRT-SECTION         PIC 9(01).
000850         10  SRT-DATE            PIC 9(08).
000860         10  SRT-TIME            PIC 9(06).
000870     05  SRT-REG-IMAGE           PIC X(120).
000880
000890 FD  REPORT-FILE.
000900 01  REPORT-LINE                 PIC X(132).
000910
000920 WORKING-STORAGE SECTION.
000930*--------------------------------------------------------------
000940* SWITCHES AND COUNTERS
000950*--------------------------------------------------------------
000960 77  WS-REG-STATUS           PIC X(02) VALUE SPACES.
000970 77  WS-REG-OPEN-SW          PIC X(01) VALUE 'N'.
000980     88  WS-REG-OPEN                   VALUE 'Y'.
000990 77  WS-REG-EOF-SW           PIC X(01) VALUE 'N'.
001000     88  WS-REG-EOF                    VALUE 'Y'.
001010 77  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
001020     88  WS-SORT-EOF                   VALUE 'Y'.
001030 77  WS-FROM-DATE            PIC 9(08) VALUE ZEROS.
001040 77  WS-REG-READ-COUNT       PIC 9(06) VALUE ZEROS COMP.
001050 77  WS-EXTRACT-COUNT        PIC 9(06) VALUE ZEROS COMP.
001060 77  WS-FEED-COUNT           PIC 9(06) VALUE ZEROS COMP.
001070 77  WS-OVERRIDE-COUNT       PIC 9(06) VALUE ZEROS COMP.
001080 77  WS-UNFINISHED-COUNT     PIC 9(06) VALUE ZEROS COMP.
001090 77  WS-SECTION-LINES        PIC 9(06) VALUE ZEROS COMP.
001100 77  WS-CUR-SECTION          PIC 9(01) VALUE ZEROS.
001110 77  WS-COUNT-DISPLAY        PIC ZZZZZ9 VALUE SPACES.
001120
001130*--------------------------------------------------------------
001140* A 19-BYTE REGISTRY KEY SPLIT OUT FOR PRINTING AS TYPE,
001150* COUNT AND HASH.
001160*--------------------------------------------------------------
001170 01  WS-KEY-WORK.
001180     05  WS-KEY-TYPE             PIC X(01).
001190     05  WS-KEY-COUNT            PIC 9(06).
001200     05  WS-KEY-HASH             PIC 9(12).
001210 01  WS-KEY-DISPLAY.
001220     05  WS-KDS-TYPE             PIC X(01).
001230     05  FILLER                  PIC X(01) VALUE SPACE.
001240     05  WS-KDS-COUNT            PIC 9(06).
001250     05  FILLER                  PIC X(01) VALUE SPACE.
001260     05  WS-KDS-HASH             PIC 9(12).
001270
001280*--------------------------------------------------------------
001290* EXTRACT DETAIL LINE
001300*--------------------------------------------------------------
001310 01  WS-EXTRACT-LINE.
001320     05  FILLER              PIC X(01) VALUE SPACE.
001330     05  EXL-KEY             PIC X(21).
001340     05  FILLER              PIC X(02) VALUE SPACES.
001350     05  EXL-FIRST-DATE      PIC 9(08).
001360     05  FILLER              PIC X(01) VALUE SPACE.
001370     05  EXL-FIRST-TIME      PIC 9(04).
001380     05  FILLER              PIC X(01) VALUE SPACE.
001390     05  EXL-FIRST-OPER      PIC X(08).
001400     05  FILLER              PIC X(02) VALUE SPACES.
001410     05  EXL-LAST-DATE       PIC 9(08).
001420     05  FILLER              PIC X(01) VALUE SPACE.
001430     05  EXL-LAST-TIME       PIC 9(04).
001440     05  FILLER              PIC X(01) VALUE SPACE.
001450     05  EXL-LAST-OPER       PIC X(08).
001460     05  FILLER              PIC X(02) VALUE SPACES.
001470     05  EXL-STATUS          PIC X(10).
001480     05  FILLER              PIC X(01) VALUE SPACE.
001490     05  EXL-RC              PIC 9(02).
001500     05  FILLER              PIC X(02) VALUE SPACES.
001510     05  EXL-RUNS            PIC ZZ9.
001520     05  FILLER              PIC X(02) VALUE SPACES.
001530     05  EXL-RESTARTS        PIC ZZ9.
001540     05  FILLER              PIC X(02) VALUE SPACES.
001550     05  EXL-OVERRIDES       PIC ZZ9.
001560     05  FILLER              PIC X(02) VALUE SPACES.
001570     05  EXL-REFUSALS        PIC ZZ9.
001580     05  FILLER              PIC X(02) VALUE SPACES.
001590     05  EXL-RESTART-RECNO   PIC ZZZZZ9.
001600     05  FILLER              PIC X(02) VALUE SPACES.
001610     05  EXL-WMS-GENS        PIC ZZ9.
001620     05  FILLER              PIC X(01) VALUE SPACE.
001630     05  EXL-WMS-DATE        PIC X(08).
001640     05  FILLER              PIC X(01) VALUE SPACES.
001650
001660*--------------------------------------------------------------
001670* WMS FEED DETAIL LINE
001680*--------------------------------------------------------------
001690 01  WS-FEED-LINE.
001700     05  FILLER              PIC X(01) VALUE SPACE.
001710     05  FDL-KEY             PIC X(21).
001720     05  FILLER              PIC X(02) VALUE SPACES.
001730     05  FDL-FIRST-DATE      PIC 9(08).
001740     05  FILLER              PIC X(01) VALUE SPACE.
001750     05  FDL-FIRST-TIME      PIC 9(04).
001760     05  FILLER              PIC X(01) VALUE SPACE.
001770     05  FDL-FIRST-OPER      PIC X(08).
001780     05  FILLER              PIC X(02) VALUE SPACES.
001790     05  FDL-LAST-DATE       PIC 9(08).
001800     05  FILLER              PIC X(01) VALUE SPACE.
001810     05  FDL-LAST-TIME       PIC 9(04).
001820     05  FILLER              PIC X(01) VALUE SPACE.
001830     05  FDL-LAST-OPER       PIC X(08).
001840     05  FILLER              PIC X(02) VALUE SPACES.
001850     05  FDL-BUILDS          PIC ZZ9.
001860     05  FILLER              PIC X(02) VALUE SPACES.
001870     05  FDL-OVERRIDES       PIC ZZ9.
001880     05  FILLER              PIC X(02) VALUE SPACES.
001890     05  FDL-REFUSALS        PIC ZZ9.
001900     05  FILLER              PIC X(02) VALUE SPACES.
001910     05  FDL-DUE-HASH        PIC 9(12).
001920     05  FILLER              PIC X(02) VALUE SPACES.
001930     05  FDL-EXTRACT-KEY     PIC X(21).
001940     05  FILLER              PIC X(08) VALUE SPACES.
001950
001960*--------------------------------------------------------------
001970* OVERRIDE DETAIL LINE
001980*--------------------------------------------------------------
001990 01  WS-OVERRIDE-LINE.
002000     05  FILLER              PIC X(01) VALUE SPACE.
002010     05  OVL-DATE            PIC 9(08).
002020     05  FILLER              PIC X(01) VALUE SPACE.
002030     05  OVL-TIME            PIC 9(06).
002040     05  FILLER              PIC X(03) VALUE SPACES.
002050     05  OVL-PROGRAM         PIC X(08).
002060     05  FILLER              PIC X(02) VALUE SPACES.
002070     05  OVL-OPER            PIC X(08).
002080     05  FILLER              PIC X(02) VALUE SPACES.
002090     05  OVL-TARGET-KEY      PIC X(21).
002100     05  FILLER              PIC X(04) VALUE SPACES.
002110     05  OVL-PRIOR-RUNS      PIC ZZ9.
002120     05  FILLER              PIC X(04) VALUE SPACES.
002130     05  OVL-RESTART-RECNO   PIC ZZZZZ9.
002140     05  FILLER              PIC X(55) VALUE SPACES.
002150
002160*--------------------------------------------------------------
002170* REPORT-FILE PAGE-CONTROL WORKING STORAGE
002180*--------------------------------------------------------------
002190 77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS COMP.
002200 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS COMP.
002210 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 055 COMP.
002220 77  WS-PAGE-DISPLAY         PIC ZZ9    VALUE SPACES.
002230 77  WS-PRINT-WORK           PIC X(132) VALUE SPACES.
002240
002250*    YYYYMMDD
002260 01 CurrentDate.
002270    02  CurrentYear     PIC 9(4).
002280    02  CurrentMonth    PIC 99.
002290    02  CurrentDay      PIC 99.
002300
002310*    HHMMSSss   s = S/100
002320 01 CurrentTime.
002330    02  CurrentHour     PIC 99.
002340    02  CurrentMinute   PIC 99.
002350    02  FILLER          PIC 9(4).
002360
002370 PROCEDURE DIVISION.
002380*--------------------------------------------------------------
002390* 0000-MAINLINE - SORT THE REGISTRY INTO ITS SECTIONS AND PRINT
002400* THEM, THEN THE TOTALS.
002410*--------------------------------------------------------------
002420 0000-MAINLINE.
002430     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002440     IF WS-REG-OPEN
002450         SORT SORT-FILE
002460             ON ASCENDING KEY SRT-SORT-KEY
002470             INPUT PROCEDURE IS 2000-RELEASE-REGISTRY
002480                 THRU 2000-EXIT
002490             OUTPUT PROCEDURE IS 3000-PRINT-SORTED
002500                 THRU 3000-EXIT
002510         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002520         IF WS-UNFINISHED-COUNT > ZEROS
002530             MOVE 4 TO RETURN-CODE
002540         END-IF
002550     ELSE
002560         MOVE 8 TO RETURN-CODE
002570     END-IF.
002580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002590     STOP RUN.
002600 0000-EXIT.
002610     EXIT.
002620
002630*--------------------------------------------------------------
002640* 1000-INITIALIZE - FROM-DATE CARD, FILE OPENS, REPORT HEADER.
002650*--------------------------------------------------------------
002660 1000-INITIALIZE.
002670     ACCEPT CurrentDate FROM DATE YYYYMMDD.
002680     ACCEPT CurrentTime FROM TIME.
002690     MOVE ZEROS TO CTL-FROM-DATE.
002700     OPEN INPUT CONTROL-FILE.
002710     READ CONTROL-FILE
002720         AT END
002730             CONTINUE
002740     END-READ.
002750     CLOSE CONTROL-FILE.
002760     IF CTL-FROM-DATE-X IS NUMERIC
002770         MOVE CTL-FROM-DATE TO WS-FROM-DATE
002780     END-IF.
002790     OPEN OUTPUT REPORT-FILE.
002800     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
002810     IF WS-FROM-DATE > ZEROS
002820         MOVE SPACES TO WS-PRINT-WORK
002830         STRING 'ENTRIES ACTIVE ON OR AFTER ' DELIMITED BY SIZE
002840             WS-FROM-DATE DELIMITED BY SIZE
002850             INTO WS-PRINT-WORK
002860         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
002870     END-IF.
002880     OPEN INPUT RUN-REGISTRY.
002890     IF WS-REG-STATUS = '00' OR '05'
002900         SET WS-REG-OPEN-SW TO 'Y'
002910     ELSE
002920         MOVE SPACES TO WS-PRINT-WORK
002930         STRING 'RUN-CONTROL REGISTRY OPEN FAILED, STATUS '
002940             DELIMITED BY SIZE
002950             WS-REG-STATUS DELIMITED BY SIZE
002960             INTO WS-PRINT-WORK
002970         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
002980     END-IF.
002990 1000-EXIT.
003000     EXIT.
003010
003020*--------------------------------------------------------------
003030* 2000-RELEASE-REGISTRY - SORT INPUT PROCEDURE: READS THE
003040* REGISTRY IN KEY ORDER AND RELEASES EVERY ENTRY INSIDE THE
003050* FROM DATE UNDER ITS SECTION, DATE AND TIME.
003060*--------------------------------------------------------------
003070 2000-RELEASE-REGISTRY.
003080     MOVE LOW-VALUES TO RR-KEY.
003090     START RUN-REGISTRY KEY NOT < RR-KEY
003100         INVALID KEY
003110             SET WS-REG-EOF TO TRUE
003120     END-START.
003130     IF NOT WS-REG-EOF
003140         PERFORM 2100-READ-NEXT-REGISTRY THRU 2100-EXIT
003150         PERFORM 2200-RELEASE-ONE-ENTRY THRU 2200-EXIT
003160             UNTIL WS-REG-EOF
003170     END-IF.
003180 2000-EXIT.
003190     EXIT.
003200
003210 2100-READ-NEXT-REGISTRY.
003220     READ RUN-REGISTRY NEXT RECORD
003230         AT END
003240             SET WS-REG-EOF TO TRUE
003250     END-READ.
003260     IF NOT WS-REG-EOF AND WS-REG-STATUS NOT = '00'
003270         SET WS-REG-EOF TO TRUE
003280     END-IF.
003290 2100-EXIT.
003300     EXIT.
003310
003320 2200-RELEASE-ONE-ENTRY.
003330     ADD 1 TO WS-REG-READ-COUNT.
003340     PERFORM 2210-SELECT-ENTRY THRU 2210-EXIT.
003350     PERFORM 2100-READ-NEXT-REGISTRY THRU 2100-EXIT.
003360 2200-EXIT.
003370     EXIT.
003380
003390*--------------------------------------------------------------
003400* 2210-SELECT-ENTRY - FILES ONE ENTRY UNDER ITS SECTION AND
003410* RELEASES IT, UNLESS IT FELL QUIET BEFORE THE FROM DATE.  THE
003420* 'L' ENTRY IS ALWAYS LISTED.
003430*--------------------------------------------------------------
003440 2210-SELECT-ENTRY.
003450     MOVE RUN-REG-RECORD TO SRT-REG-IMAGE.
003460     EVALUATE TRUE
003470         WHEN RR-TYPE-LAST
003480             MOVE 1 TO SRT-SECTION
003490             MOVE RR-LAST-RUN-DATE TO SRT-DATE
003500             COMPUTE SRT-TIME = RR-LAST-RUN-TIME * 100
003510         WHEN RR-TYPE-EXTRACT
003520             IF RR-EXT-LAST-DATE < WS-FROM-DATE
003530                 GO TO 2210-EXIT
003540             END-IF
003550             MOVE 2 TO SRT-SECTION
003560             MOVE RR-EXT-FIRST-DATE TO SRT-DATE
003570             COMPUTE SRT-TIME = RR-EXT-FIRST-TIME * 100
003580         WHEN RR-TYPE-WMS
003590             IF RR-WMS-LAST-DATE < WS-FROM-DATE
003600                 GO TO 2210-EXIT
003610             END-IF
003620             MOVE 3 TO SRT-SECTION
003630             MOVE RR-WMS-FIRST-DATE TO SRT-DATE
003640             COMPUTE SRT-TIME = RR-WMS-FIRST-TIME * 100
003650         WHEN RR-TYPE-OVERRIDE
003660             IF RR-OVR-DATE < WS-FROM-DATE
003670                 GO TO 2210-EXIT
003680             END-IF
003690             MOVE 4 TO SRT-SECTION
003700             MOVE RR-OVR-DATE TO SRT-DATE
003710             MOVE RR-OVR-TIME TO SRT-TIME
003720         WHEN OTHER
003730             GO TO 2210-EXIT
003740     END-EVALUATE.
003750     RELEASE SORT-RECORD.
003760 2210-EXIT.
003770     EXIT.
003780
003790*--------------------------------------------------------------
003800* 3000-PRINT-SORTED - SORT OUTPUT PROCEDURE: PRINTS EACH
003810* SECTION IN TURN.  A SECTION WITH NOTHING IN IT STILL GETS ITS
003820* HEADING AND A 'NONE' LINE, SO AN EMPTY REGISTRY READS AS
003830* EMPTY RATHER THAN AS A SHORT REPORT.
003840*--------------------------------------------------------------
003850 3000-PRINT-SORTED.
003860     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
003870     PERFORM 3200-PRINT-ONE-ENTRY THRU 3200-EXIT
003880         UNTIL WS-SORT-EOF.
003890     PERFORM 3300-NEXT-SECTION THRU 3300-EXIT
003900         UNTIL WS-CUR-SECTION > 4.
003910 3000-EXIT.
003920     EXIT.
003930
003940 3100-RETURN-SORTED.
003950     RETURN SORT-FILE
003960         AT END
003970             SET WS-SORT-EOF TO TRUE
003980     END-RETURN.
003990 3100-EXIT.
004000     EXIT.
004010
004020 3200-PRINT-ONE-ENTRY.
004030     PERFORM 3300-NEXT-SECTION THRU 3300-EXIT
004040         UNTIL WS-CUR-SECTION = SRT-SECTION.
004050     MOVE SRT-REG-IMAGE TO RUN-REG-RECORD.
004060     EVALUATE SRT-SECTION
004070         WHEN 1
004080             PERFORM 4000-PRINT-CURRENT THRU 4000-EXIT
004090         WHEN 2
004100             PERFORM 4100-PRINT-EXTRACT THRU 4100-EXIT
004110         WHEN 3
004120             PERFORM 4200-PRINT-FEED THRU 4200-EXIT
004130         WHEN 4
004140             PERFORM 4300-PRINT-OVERRIDE THRU 4300-EXIT
004150     END-EVALUATE.
004160     ADD 1 TO WS-SECTION-LINES.
004170     PERFORM 3100-RETURN-SORTED THRU 3100-EXIT.
004180 3200-EXIT.
004190     EXIT.
004200
004210*--------------------------------------------------------------
004220* 3300-NEXT-SECTION - CLOSES OFF THE SECTION IN PROGRESS (A
004230* 'NONE' LINE IF NOTHING PRINTED UNDER IT) AND OPENS THE NEXT
004240* WITH ITS HEADINGS.
004250*--------------------------------------------------------------
004260 3300-NEXT-SECTION.
004270     IF WS-CUR-SECTION > ZEROS AND WS-SECTION-LINES = ZEROS
004280         MOVE SPACES TO WS-PRINT-WORK
004290         EVALUATE WS-CUR-SECTION
004300             WHEN 1
004310                 MOVE ' NO CALENDAR RUN ON THE REGISTRY'
004320                     TO WS-PRINT-WORK
004330             WHEN 2
004340                 MOVE ' NO EXTRACTS IN THE RANGE'
004350                     TO WS-PRINT-WORK
004360             WHEN 3
004370                 MOVE ' NO WMS FEEDS IN THE RANGE'
004380                     TO WS-PRINT-WORK
004390             WHEN 4
004400                 MOVE ' NO OVERRIDES IN THE RANGE'
004410                     TO WS-PRINT-WORK
004420         END-EVALUATE
004430         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004440     END-IF.
004450     ADD 1 TO WS-CUR-SECTION.
004460     MOVE ZEROS TO WS-SECTION-LINES.
004470     IF WS-CUR-SECTION > 4
004480         GO TO 3300-EXIT
004490     END-IF.
004500     MOVE SPACES TO WS-PRINT-WORK.
004510     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
004520     MOVE SPACES TO WS-PRINT-WORK.
004530     EVALUATE WS-CUR-SECTION
004540         WHEN 1
004550             MOVE '----- EXTRACT BEHIND THE CURRENT DATEOUT -----'
004560                 TO WS-PRINT-WORK
004570             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004580         WHEN 2
004590             MOVE '----- DATEIN EXTRACTS PROCESSED -----'
004600                 TO WS-PRINT-WORK
004610             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004620             MOVE SPACES TO WS-PRINT-WORK
004630             STRING ' EXTRACT KEY            FIRST RUN '
004640                 DELIMITED BY SIZE
004650                 '              LAST RUN ' DELIMITED BY SIZE
004660                 '               STATUS     RC RUNS '
004670                 DELIMITED BY SIZE
004680                 'RSTR OVRD RFSL  RESTRT  WMS FEEDS'
004690                 DELIMITED BY SIZE
004700                 INTO WS-PRINT-WORK
004710             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004720         WHEN 3
004730             MOVE '----- WMS FEED GENERATIONS SENT -----'
004740                 TO WS-PRINT-WORK
004750             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004760             MOVE SPACES TO WS-PRINT-WORK
004770             STRING ' FEED KEY               FIRST SENT '
004780                 DELIMITED BY SIZE
004790                 '             LAST SENT ' DELIMITED BY SIZE
004800                 '             BLDS OVRD RFSL '
004810                 DELIMITED BY SIZE
004820                 ' DUE-DATE HASH FROM EXTRACT'
004830                 DELIMITED BY SIZE
004840                 INTO WS-PRINT-WORK
004850             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004860         WHEN 4
004870             MOVE '----- RERUN OVERRIDES HONORED -----'
004880                 TO WS-PRINT-WORK
004890             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004900             MOVE SPACES TO WS-PRINT-WORK
004910             STRING ' DATE     TIME     PROGRAM '
004920                 DELIMITED BY SIZE
004930                 '  OPERATOR  FORCED KEY ' DELIMITED BY SIZE
004940                 '            PRIOR   RESTART'
004950                 DELIMITED BY SIZE
004960                 INTO WS-PRINT-WORK
004970             PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004980     END-EVALUATE.
004990 3300-EXIT.
005000     EXIT.
005010
005020*--------------------------------------------------------------
005030* 4000-PRINT-CURRENT - THE 'L' ENTRY: WHICH EXTRACT CALENDAR
005040* PROCESSED LAST, WHEN, BY WHOM AND HOW IT ENDED.  A BLANK KEY
005050* MEANS THAT RUN WAS NOT GUARDED (EMPTY EXTRACT, OR THE
005060* REGISTRY WAS UNAVAILABLE WHEN IT STARTED).
005070*--------------------------------------------------------------
005080 4000-PRINT-CURRENT.
005090     IF RR-LAST-EXTRACT-KEY = SPACES
005100         MOVE 'NOT GUARDED' TO WS-KEY-DISPLAY
005110     ELSE
005120         MOVE RR-LAST-EXTRACT-KEY TO WS-KEY-WORK
005130         PERFORM 5000-FORMAT-KEY THRU 5000-EXIT
005140     END-IF.
005150     MOVE SPACES TO WS-PRINT-WORK.
005160     STRING ' EXTRACT: ' DELIMITED BY SIZE
005170         WS-KEY-DISPLAY DELIMITED BY SIZE
005180         '   RUN ' DELIMITED BY SIZE
005190         RR-LAST-RUN-DATE DELIMITED BY SIZE
005200         ' ' DELIMITED BY SIZE
005210         RR-LAST-RUN-TIME DELIMITED BY SIZE
005220         ' BY ' DELIMITED BY SIZE
005230         RR-LAST-OPER DELIMITED BY SIZE
005240         '   RC ' DELIMITED BY SIZE
005250         RR-LAST-RC DELIMITED BY SIZE
005260         INTO WS-PRINT-WORK.
005270     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
005280 4000-EXIT.
005290     EXIT.
005300
005310*--------------------------------------------------------------
005320* 4100-PRINT-EXTRACT - ONE 'E' ENTRY, WITH A SECOND LINE FOR
005330* THE DATE OF THE LAST REFUSAL WHEN THERE HAS BEEN ONE.
005340*--------------------------------------------------------------
005350 4100-PRINT-EXTRACT.
005360     ADD 1 TO WS-EXTRACT-COUNT.
005370     MOVE RR-KEY TO WS-KEY-WORK.
005380     PERFORM 5000-FORMAT-KEY THRU 5000-EXIT.
005390     MOVE WS-KEY-DISPLAY       TO EXL-KEY.
005400     MOVE RR-EXT-FIRST-DATE    TO EXL-FIRST-DATE.
005410     MOVE RR-EXT-FIRST-TIME    TO EXL-FIRST-TIME.
005420     MOVE RR-EXT-FIRST-OPER    TO EXL-FIRST-OPER.
005430     MOVE RR-EXT-LAST-DATE     TO EXL-LAST-DATE.
005440     MOVE RR-EXT-LAST-TIME     TO EXL-LAST-TIME.
005450     MOVE RR-EXT-LAST-OPER     TO EXL-LAST-OPER.
005460     IF RR-EXT-COMPLETE
005470         MOVE 'COMPLETE'       TO EXL-STATUS
005480     ELSE
005490         MOVE 'UNFINISHED'     TO EXL-STATUS
005500         ADD 1 TO WS-UNFINISHED-COUNT
005510     END-IF.
005520     MOVE RR-EXT-LAST-RC       TO EXL-RC.
005530     MOVE RR-EXT-RUNS          TO EXL-RUNS.
005540     MOVE RR-EXT-RESTARTS      TO EXL-RESTARTS.
005550     MOVE RR-EXT-OVERRIDES     TO EXL-OVERRIDES.
005560     MOVE RR-EXT-REFUSALS      TO EXL-REFUSALS.
005570     MOVE RR-EXT-RESTART-RECNO TO EXL-RESTART-RECNO.
005580     MOVE RR-EXT-WMS-GENS      TO EXL-WMS-GENS.
005590     IF RR-EXT-WMS-GENS = ZEROS
005600         MOVE 'NOT SENT'       TO EXL-WMS-DATE
005610     ELSE
005620         MOVE RR-EXT-WMS-DATE  TO EXL-WMS-DATE
005630     END-IF.
005640     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
005650     WRITE REPORT-LINE FROM WS-EXTRACT-LINE
005660         AFTER ADVANCING 1 LINE.
005670     ADD 1 TO WS-LINE-COUNT.
005680     IF RR-EXT-REFUSALS > ZEROS
005690         MOVE SPACES TO WS-PRINT-WORK
005700         STRING '        LAST REFUSED ' DELIMITED BY SIZE
005710             RR-EXT-REFUSED-DATE DELIMITED BY SIZE
005720             INTO WS-PRINT-WORK
005730         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
005740     END-IF.
005750 4100-EXIT.
005760     EXIT.
005770
005780*--------------------------------------------------------------
005790* 4200-PRINT-FEED - ONE 'W' ENTRY, WITH A SECOND LINE FOR THE
005800* DATE OF THE LAST REFUSAL WHEN THERE HAS BEEN ONE.
005810*--------------------------------------------------------------
005820 4200-PRINT-FEED.
005830     ADD 1 TO WS-FEED-COUNT.
005840     MOVE RR-KEY TO WS-KEY-WORK.
005850     PERFORM 5000-FORMAT-KEY THRU 5000-EXIT.
005860     MOVE WS-KEY-DISPLAY       TO FDL-KEY.
005870     MOVE RR-WMS-FIRST-DATE    TO FDL-FIRST-DATE.
005880     MOVE RR-WMS-FIRST-TIME    TO FDL-FIRST-TIME.
005890     MOVE RR-WMS-FIRST-OPER    TO FDL-FIRST-OPER.
005900     MOVE RR-WMS-LAST-DATE     TO FDL-LAST-DATE.
005910     MOVE RR-WMS-LAST-TIME     TO FDL-LAST-TIME.
005920     MOVE RR-WMS-LAST-OPER     TO FDL-LAST-OPER.
005930     MOVE RR-WMS-BUILDS        TO FDL-BUILDS.
005940     MOVE RR-WMS-OVERRIDES     TO FDL-OVERRIDES.
005950     MOVE RR-WMS-REFUSALS      TO FDL-REFUSALS.
005960     MOVE RR-WMS-DUE-HASH      TO FDL-DUE-HASH.
005970     IF RR-WMS-EXTRACT-KEY = SPACES
005980         MOVE 'UNKNOWN'        TO FDL-EXTRACT-KEY
005990     ELSE
006000         MOVE RR-WMS-EXTRACT-KEY TO WS-KEY-WORK
006010         PERFORM 5000-FORMAT-KEY THRU 5000-EXIT
006020         MOVE WS-KEY-DISPLAY   TO FDL-EXTRACT-KEY
006030     END-IF.
006040     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
006050     WRITE REPORT-LINE FROM WS-FEED-LINE
006060         AFTER ADVANCING 1 LINE.
006070     ADD 1 TO WS-LINE-COUNT.
006080     IF RR-WMS-REFUSALS > ZEROS
006090         MOVE SPACES TO WS-PRINT-WORK
006100         STRING '        LAST REFUSED ' DELIMITED BY SIZE
006110             RR-WMS-REFUSED-DATE DELIMITED BY SIZE
006120             INTO WS-PRINT-WORK
006130         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006140     END-IF.
006150 4200-EXIT.
006160     EXIT.
006170
006180*--------------------------------------------------------------
006190* 4300-PRINT-OVERRIDE - ONE 'O' ENTRY: WHO FORCED WHICH RERUN.
006200*--------------------------------------------------------------
006210 4300-PRINT-OVERRIDE.
006220     ADD 1 TO WS-OVERRIDE-COUNT.
006230     MOVE RR-OVR-DATE          TO OVL-DATE.
006240     MOVE RR-OVR-TIME          TO OVL-TIME.
006250     MOVE RR-OVR-PROGRAM       TO OVL-PROGRAM.
006260     MOVE RR-OVR-OPER          TO OVL-OPER.
006270     MOVE RR-OVR-TARGET-KEY    TO WS-KEY-WORK.
006280     PERFORM 5000-FORMAT-KEY THRU 5000-EXIT.
006290     MOVE WS-KEY-DISPLAY       TO OVL-TARGET-KEY.
006300     MOVE RR-OVR-PRIOR-RUNS    TO OVL-PRIOR-RUNS.
006310     MOVE RR-OVR-RESTART-RECNO TO OVL-RESTART-RECNO.
006320     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
006330     WRITE REPORT-LINE FROM WS-OVERRIDE-LINE
006340         AFTER ADVANCING 1 LINE.
006350     ADD 1 TO WS-LINE-COUNT.
006360 4300-EXIT.
006370     EXIT.
006380
006390*--------------------------------------------------------------
006400* 5000-FORMAT-KEY - SPLITS WS-KEY-WORK INTO TYPE, COUNT AND
006410* HASH FOR PRINTING.
006420*--------------------------------------------------------------
006430 5000-FORMAT-KEY.
006440     MOVE SPACES       TO WS-KEY-DISPLAY.
006450     MOVE WS-KEY-TYPE  TO WS-KDS-TYPE.
006460     MOVE WS-KEY-COUNT TO WS-KDS-COUNT.
006470     MOVE WS-KEY-HASH  TO WS-KDS-HASH.
006480 5000-EXIT.
006490     EXIT.
006500
006510*--------------------------------------------------------------
006520* 6000-WRITE-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH A
006530* RUN-DATE/RUN-TIME HEADER, SAME STYLE AS CALENDAR'S REPORT.
006540*--------------------------------------------------------------
006550 6000-WRITE-REPORT-HEADING.
006560     ADD 1 TO WS-PAGE-COUNT.
006570     MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY.
006580     MOVE ZEROS TO WS-LINE-COUNT.
006590     MOVE SPACES TO REPORT-LINE.
006600     STRING "B COOL DISTRIBUTION CENTER" DELIMITED BY SIZE
006610         "   RUN-CONTROL REGISTRY   PAGE " DELIMITED BY SIZE
006620         WS-PAGE-DISPLAY DELIMITED BY SIZE
006630         INTO REPORT-LINE.
006640     IF WS-PAGE-COUNT = 1
006650         WRITE REPORT-LINE
006660     ELSE
006670         WRITE REPORT-LINE AFTER ADVANCING PAGE
006680     END-IF.
006690     MOVE SPACES TO REPORT-LINE.
006700     STRING "RUN DATE: " DELIMITED BY SIZE
006710         CurrentMonth DELIMITED BY SIZE
006720         "/" DELIMITED BY SIZE
006730         CurrentDay DELIMITED BY SIZE
006740         "/" DELIMITED BY SIZE
006750         CurrentYear DELIMITED BY SIZE
006760         "   RUN TIME: " DELIMITED BY SIZE
006770         CurrentHour DELIMITED BY SIZE
006780         ":" DELIMITED BY SIZE
006790         CurrentMinute DELIMITED BY SIZE
006800         INTO REPORT-LINE.
006810     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006820     MOVE SPACES TO REPORT-LINE.
006830     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
006840     ADD 3 TO WS-LINE-COUNT.
006850 6000-EXIT.
006860     EXIT.
006870
006880*--------------------------------------------------------------
006890* 6050-CHECK-PAGE-BREAK - STARTS A FRESH PAGE WHEN THE CURRENT
006900* PAGE HAS FILLED UP.
006910*--------------------------------------------------------------
006920 6050-CHECK-PAGE-BREAK.
006930     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
006940         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
006950     END-IF.
006960 6050-EXIT.
006970     EXIT.
006980
006990*--------------------------------------------------------------
007000* 6100-PRINT-ONE-LINE - WRITES WS-PRINT-WORK TO THE REPORT
007010* WITH PAGE CONTROL.
007020*--------------------------------------------------------------
007030 6100-PRINT-ONE-LINE.
007040     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
007050     MOVE WS-PRINT-WORK TO REPORT-LINE.
007060     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
007070     ADD 1 TO WS-LINE-COUNT.
007080 6100-EXIT.
007090     EXIT.
007100
007110*--------------------------------------------------------------
007120* 8000-PRINT-TOTALS - THE LISTING TOTALS AT THE BACK.
007130*--------------------------------------------------------------
007140 8000-PRINT-TOTALS.
007150     MOVE SPACES TO WS-PRINT-WORK.
007160     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
007170     MOVE '----- REGISTRY TOTALS -----' TO WS-PRINT-WORK.
007180     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
007190     MOVE WS-REG-READ-COUNT TO WS-COUNT-DISPLAY.
007200     MOVE SPACES TO WS-PRINT-WORK.
007210     STRING 'REGISTRY ENTRIES READ:  ' DELIMITED BY SIZE
007220         WS-COUNT-DISPLAY DELIMITED BY SIZE
007230         INTO WS-PRINT-WORK.
007240     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
007250     MOVE WS-EXTRACT-COUNT TO WS-COUNT-DISPLAY.
007260     MOVE SPACES TO WS-PRINT-WORK.
007270     STRING 'EXTRACTS LISTED:        ' DELIMITED BY SIZE
007280         WS-COUNT-DISPLAY DELIMITED BY SIZE
007290         INTO WS-PRINT-WORK.
007300     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
007310     MOVE WS-UNFINISHED-COUNT TO WS-COUNT-DISPLAY.
007320     MOVE SPACES TO WS-PRINT-WORK.
007330     STRING '  STILL UNFINISHED:     ' DELIMITED BY SIZE
007340         WS-COUNT-DISPLAY DELIMITED BY SIZE
007350         INTO WS-PRINT-WORK.
007360     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
007370     MOVE WS-FEED-COUNT TO WS-COUNT-DISPLAY.
007380     MOVE SPACES TO WS-PRINT-WORK.
007390     STRING 'WMS FEEDS LISTED:       ' DELIMITED BY SIZE
007400         WS-COUNT-DISPLAY DELIMITED BY SIZE
007410         INTO WS-PRINT-WORK.
007420     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
007430     MOVE WS-OVERRIDE-COUNT TO WS-COUNT-DISPLAY.
007440     MOVE SPACES TO WS-PRINT-WORK.
007450     STRING 'OVERRIDES LISTED:       ' DELIMITED BY SIZE
007460         WS-COUNT-DISPLAY DELIMITED BY SIZE
007470         INTO WS-PRINT-WORK.
007480     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
007490 8000-EXIT.
007500     EXIT.
007510
007520*--------------------------------------------------------------
007530* 9000-TERMINATE - CLOSES THE FILES.
007540*--------------------------------------------------------------
007550 9000-TERMINATE.
007560     IF WS-REG-OPEN
007570         CLOSE RUN-REGISTRY
007580     END-IF.
007590     CLOSE REPORT-FILE.
007600 9000-EXIT.
007610     EXIT.
