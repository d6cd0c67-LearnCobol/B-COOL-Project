000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.  DUETRACK.
000030 AUTHOR.  B COOL TEAM.
000040 INSTALLATION.  B COOL DISTRIBUTION CENTER.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*--------------------------------------------------------------
000100*   DATE       INIT   DESCRIPTION
000110*   ---------  ----   ------------------------------------------
000120*   10/15/2026  DLH   ORIGINAL VERSION - KEEPS THE DUE DATES
000130*                     AND SHIP-BY DATES CALENDAR COMPUTES EACH
000140*                     NIGHT ON A KEYED OPEN-ITEM MASTER UNTIL
000150*                     THE WMS CONFIRMS THE RECEIPT PUT AWAY OR
000160*                     SHIPPED, AND PRINTS THE DAILY LIST OF
000170*                     OPEN ITEMS PAST DUE, DUE TODAY OR DUE IN
000180*                     THE NEXT FEW BUSINESS DAYS BY CALENDAR,
000190*                     SO EXPEDITING STOPS REBUILDING IT FROM
000200*                     YESTERDAY'S PRINTOUTS.
000202*   10/15/2026  DLH   THE WINDOW AND AGING-LINE WALKS PASS NO
000204*                     RECEIPT TIME, SO DATESRV'S DOCK CUTOFF
000206*                     NEVER MOVES TODAY'S STARTING POINT.
000210*--------------------------------------------------------------
000220* FUNCTION: THREE PASSES.
000230*           1. LOAD - EVERY VALID DATEOUT RECORD WITH A DUE
000240*              DATE AND A RECEIPT NUMBER IS ADDED TO THE OPEN-
000250*              ITEM MASTER (LAYOUT IN THE OPENITMR COPYBOOK),
000260*              OR REFRESHES ITS OPEN ITEM WHEN ALREADY THERE.
000270*              A CLOSED ITEM IS LEFT CLOSED.
000280*           2. CLOSE - EACH WMS CONFIRMATION (WMSCONF) CLOSES
000290*              THE MATCHING OPEN ITEM: 'P' (PUT AWAY) CLOSES
000300*              THE 'F' DUE-DATE ITEM, 'S' (SHIPPED) THE 'R'
000310*              SHIP-BY ITEM.  UNMATCHED AND INVALID
000320*              CONFIRMATIONS ARE LISTED.
000330*           3. REPORT - THE OPEN ITEMS BY CALENDAR, IN DUE-
000340*              DATE ORDER: PAST DUE, DUE TODAY, AND DUE WITHIN
000350*              THE LOOK-AHEAD WINDOW, WHICH IS COUNTED IN
000360*              BUSINESS DAYS UNDER THE ITEM'S OWN CALENDAR VIA
000370*              DATESRV.  AN ITEM OPEN LONGER THAN THE AGING
000380*              LIMIT (ALSO BUSINESS DAYS, FROM THE NIGHT IT
000390*              FIRST WENT ON THE MASTER) IS FLAGGED 'AGED' AND
000400*              LISTED WHATEVER ITS DUE DATE.
000410*
000420*           WMSCONF LAYOUT (LRECL 80, FROM THE WMS):
000430*             HEADER   'H' + CREATION DATE/TIME (IGNORED)
000440*             DETAIL   'D' + RECEIPT NUMBER (10) + PO NUMBER
000450*                      (10) + CONFIRM TYPE 'P'/'S' + CONFIRM
000460*                      DATE YYYYMMDD + CONFIRM TIME HHMM
000470*             TRAILER  'T' + DETAIL COUNT (6)
000480*
000490*           CONTROL CARD (SYSIN):
000500*             COL 1-3   AGING LIMIT, BUSINESS DAYS AN ITEM MAY
000510*                       STAY OPEN (BLANK/ZERO = 010)
000520*             COL 4-6   LOOK-AHEAD WINDOW, BUSINESS DAYS
000530*                       (BLANK/ZERO = 003)
000540*             COL 7-80  UNUSED
000550*
000560*           RETURN CODES:  0 = CLEAN,  4 = ITEMS OPEN PAST THE
000570*           AGING LIMIT, OR THE CONFIRMATION FILE FAILED ITS
000580*           TRAILER COUNT,  8 = OPEN-ITEM MASTER WOULD NOT
000590*           OPEN.
000600*--------------------------------------------------------------
000610
000620 ENVIRONMENT DIVISION.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT CONTROL-FILE ASSIGN TO SYSIN
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670
000680     SELECT DATEOUT-FILE ASSIGN TO DATEOUT
000690         ORGANIZATION IS LINE SEQUENTIAL.
000700
000710     SELECT OPTIONAL CONFIRM-FILE ASSIGN TO WMSCONF
000720         ORGANIZATION IS LINE SEQUENTIAL.
000730
000740     SELECT OPEN-ITEMS ASSIGN TO OPENITEM
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS OI-KEY
000780         FILE STATUS IS WS-ITEM-STATUS.
000790
000800     SELECT REPORT-FILE ASSIGN TO REPORTFL
000810         ORGANIZATION IS LINE SEQUENTIAL.
000820
000830     SELECT ITEM-SORT-FILE ASSIGN TO SORTWK1.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870*--------------------------------------------------------------
000880* CONTROL-FILE - ONE LIMITS CARD.
000890*--------------------------------------------------------------
000900 FD  CONTROL-FILE.
000910 01  CONTROL-RECORD.
000920     05  CTL-AGING-DAYS          PIC 9(03).
000930     05  CTL-AGING-DAYS-X REDEFINES CTL-AGING-DAYS
000940                                 PIC X(03).
000950     05  CTL-WINDOW-DAYS         PIC 9(03).
000960     05  CTL-WINDOW-DAYS-X REDEFINES CTL-WINDOW-DAYS
000970                                 PIC X(03).
000980     05  FILLER                  PIC X(74).
000990
001000*--------------------------------------------------------------
001010* DATEOUT-FILE - THE RESULT FILE CALENDAR WROTE TONIGHT.
001020*--------------------------------------------------------------
001030 FD  DATEOUT-FILE.
001040 COPY DATEOUTR.
001050
001060*--------------------------------------------------------------
001070* CONFIRM-FILE - THE WMS PUT-AWAY/SHIP CONFIRMATION FEED.
001080* OPTIONAL - A NIGHT WITH NO FILE SIMPLY CLOSES NOTHING.
001090*--------------------------------------------------------------
001100 FD  CONFIRM-FILE.
001110 01  CONFIRM-RECORD.
001120     05  WCF-RECORD-TYPE         PIC X(01).
001130         88  WCF-IS-DETAIL               VALUE 'D'.
001140         88  WCF-IS-TRAILER              VALUE 'T'.
001150     05  WCF-RECEIPT-NO          PIC X(10).
001160     05  WCF-PO-NO               PIC X(10).
001170     05  WCF-CONFIRM-TYPE        PIC X(01).
001180         88  WCF-PUT-AWAY                VALUE 'P'.
001190         88  WCF-SHIPPED                 VALUE 'S'.
001200     05  WCF-CONFIRM-DATE        PIC 9(08).
001210     05  WCF-CONFIRM-DATE-X REDEFINES WCF-CONFIRM-DATE
001220                                 PIC X(08).
001230     05  WCF-CONFIRM-TIME        PIC 9(04).
001240     05  FILLER                  PIC X(46).
001250 01  CONFIRM-TRAILER.
001260     05  WCT-RECORD-TYPE         PIC X(01).
001270     05  WCT-DETAIL-COUNT        PIC 9(06).
001280     05  WCT-DETAIL-COUNT-X REDEFINES WCT-DETAIL-COUNT
001290                                 PIC X(06).
001300     05  FILLER                  PIC X(73).
001310
001320*--------------------------------------------------------------
001330* OPEN-ITEMS - THE KEYED OPEN DUE-DATE ITEM MASTER (VSAM KSDS,
001340* KEY = RECEIPT + PO + DIRECTION, LRECL 100).  LAYOUT IN THE
001350* OPENITMR COPYBOOK.
001360*--------------------------------------------------------------
001370 FD  OPEN-ITEMS.
001380 COPY OPENITMR.
001390
001400 FD  REPORT-FILE.
001410 01  REPORT-LINE                 PIC X(132).
001420
001430*--------------------------------------------------------------
001440* ITEM-SORT-FILE - THE OPEN ITEMS IN CALENDAR, DUE-DATE,
001450* RECEIPT ORDER FOR THE LISTING.
001460*--------------------------------------------------------------
001470 SD  ITEM-SORT-FILE.
001480 01  ITEM-SORT-RECORD.
001490     05  IS-CALENDAR-ID          PIC X(08).
001500     05  IS-DUE-DATE             PIC 9(08).
001510     05  IS-RECEIPT-NO           PIC X(10).
001520     05  IS-PO-NO                PIC X(10).
001530     05  IS-DIRECTION            PIC X(01).
001540     05  IS-FIRST-LOAD-DATE      PIC 9(08).
001550     05  IS-DUE-WEEKDAY          PIC X(09).
001560
001570 WORKING-STORAGE SECTION.
001580*--------------------------------------------------------------
001590* SWITCHES AND COUNTERS
001600*--------------------------------------------------------------
001610 77  WS-DATEOUT-EOF-SW       PIC X(01) VALUE 'N'.
001620     88  WS-DATEOUT-EOF                VALUE 'Y'.
001630 77  WS-CONFIRM-EOF-SW       PIC X(01) VALUE 'N'.
001640     88  WS-CONFIRM-EOF                VALUE 'Y'.
001650 77  WS-ITEM-EOF-SW          PIC X(01) VALUE 'N'.
001660     88  WS-ITEM-EOF                   VALUE 'Y'.
001670 77  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
001680     88  WS-SORT-EOF                   VALUE 'Y'.
001690 77  WS-ITEM-STATUS          PIC X(02) VALUE SPACES.
001700 77  WS-ITEM-OPEN-SW         PIC X(01) VALUE 'N'.
001710     88  WS-ITEM-FILE-OPEN             VALUE 'Y'.
001720 77  WS-TRAILER-SEEN-SW      PIC X(01) VALUE 'N'.
001730     88  WS-TRAILER-SEEN               VALUE 'Y'.
001740 77  WS-WARN-SW              PIC X(01) VALUE 'N'.
001750     88  WS-STEP-WARNED                VALUE 'Y'.
001760 77  WS-DATEOUT-READ-COUNT   PIC 9(06) VALUE ZEROS COMP.
001770 77  WS-ITEM-ADD-COUNT       PIC 9(06) VALUE ZEROS COMP.
001780 77  WS-ITEM-REFRESH-COUNT   PIC 9(06) VALUE ZEROS COMP.
001790 77  WS-ITEM-KEPT-CLOSED     PIC 9(06) VALUE ZEROS COMP.
001800 77  WS-NO-RECEIPT-COUNT     PIC 9(06) VALUE ZEROS COMP.
001810 77  WS-NOT-TRACKED-COUNT    PIC 9(06) VALUE ZEROS COMP.
001820 77  WS-CONFIRM-READ-COUNT   PIC 9(06) VALUE ZEROS COMP.
001830 77  WS-CONFIRM-TRAILER-CNT  PIC 9(06) VALUE ZEROS COMP.
001840 77  WS-CLOSED-COUNT         PIC 9(06) VALUE ZEROS COMP.
001850 77  WS-ALREADY-CLOSED-COUNT PIC 9(06) VALUE ZEROS COMP.
001860 77  WS-UNMATCHED-COUNT      PIC 9(06) VALUE ZEROS COMP.
001870 77  WS-BAD-CONFIRM-COUNT    PIC 9(06) VALUE ZEROS COMP.
001880 77  WS-EXCEPTION-COUNT      PIC 9(06) VALUE ZEROS COMP.
001890 77  WS-COUNT-DISPLAY        PIC ZZZZZ9 VALUE SPACES.
001900 77  WS-COUNT-DISPLAY-2      PIC ZZZZZ9 VALUE SPACES.
001910
001920*--------------------------------------------------------------
001930* LIMITS OFF THE CONTROL CARD, WITH SHOP DEFAULTS.
001940*--------------------------------------------------------------
001950 77  WS-AGING-DAYS           PIC 9(03) VALUE 010.
001960 77  WS-WINDOW-DAYS          PIC 9(03) VALUE 003.
001970
001980*--------------------------------------------------------------
001990* PER-CALENDAR CLASSIFICATION DATES - SET AT EACH CALENDAR
002000* BREAK IN THE LISTING: THE LAST BUSINESS DAY OF THE LOOK-
002010* AHEAD WINDOW AND THE AGING LINE (AN ITEM FIRST LOADED BEFORE
002020* IT HAS BEEN OPEN MORE THAN THE AGING LIMIT).
002030*--------------------------------------------------------------
002040 77  WS-CURRENT-CAL-ID       PIC X(08) VALUE SPACES.
002050 77  WS-HORIZON-DATE         PIC 9(08) VALUE ZEROS.
002060 77  WS-AGING-LINE-DATE      PIC 9(08) VALUE ZEROS.
002070 77  WS-ITEM-AGED-SW         PIC X(01) VALUE 'N'.
002080     88  WS-ITEM-AGED                  VALUE 'Y'.
002090 77  WS-ITEM-LISTED-SW       PIC X(01) VALUE 'N'.
002100     88  WS-ITEM-LISTED                VALUE 'Y'.
002110
002120*--------------------------------------------------------------
002130* LISTING TOTALS - ONE SET FOR THE CURRENT CALENDAR, ONE FOR
002140* THE WHOLE REPORT.
002150*--------------------------------------------------------------
002160 01  WS-CAL-TOTALS.
002170     05  WS-CAL-PAST-DUE         PIC 9(06) VALUE ZEROS COMP.
002180     05  WS-CAL-DUE-TODAY        PIC 9(06) VALUE ZEROS COMP.
002190     05  WS-CAL-DUE-SOON         PIC 9(06) VALUE ZEROS COMP.
002200     05  WS-CAL-AGED             PIC 9(06) VALUE ZEROS COMP.
002210 01  WS-GRAND-TOTALS.
002220     05  WS-TOT-OPEN             PIC 9(06) VALUE ZEROS COMP.
002230     05  WS-TOT-PAST-DUE         PIC 9(06) VALUE ZEROS COMP.
002240     05  WS-TOT-DUE-TODAY        PIC 9(06) VALUE ZEROS COMP.
002250     05  WS-TOT-DUE-SOON         PIC 9(06) VALUE ZEROS COMP.
002260     05  WS-TOT-AGED             PIC 9(06) VALUE ZEROS COMP.
002270
002280*--------------------------------------------------------------
002290* DATESRV PARAMETER AREA
002300*--------------------------------------------------------------
002310 COPY DATESRVC.
002320
002330*--------------------------------------------------------------
002340* OPEN-ITEM DETAIL LINE
002350*--------------------------------------------------------------
002360 01  WS-ITEM-LINE.
002370     05  FILLER              PIC X(01) VALUE SPACE.
002380     05  ITL-CALENDAR-ID     PIC X(08).
002390     05  FILLER              PIC X(02) VALUE SPACES.
002400     05  ITL-BUCKET          PIC X(09).
002410     05  FILLER              PIC X(02) VALUE SPACES.
002420     05  ITL-RECEIPT-NO      PIC X(10).
002430     05  FILLER              PIC X(02) VALUE SPACES.
002440     05  ITL-PO-NO           PIC X(10).
002450     05  FILLER              PIC X(02) VALUE SPACES.
002460     05  ITL-DIRECTION       PIC X(01).
002470     05  FILLER              PIC X(02) VALUE SPACES.
002480     05  ITL-OPENED          PIC 9(08).
002490     05  FILLER              PIC X(02) VALUE SPACES.
002500     05  ITL-DUE-DATE        PIC 9(08).
002510     05  FILLER              PIC X(02) VALUE SPACES.
002520     05  ITL-DUE-WEEKDAY     PIC X(09).
002530     05  FILLER              PIC X(02) VALUE SPACES.
002540     05  ITL-AGED            PIC X(04).
002550     05  FILLER              PIC X(48) VALUE SPACES.
002551
002552*--------------------------------------------------------------
002553* CALENDAR SUBTOTAL LINE AND THE EXCEPTION REASON WORK AREA
002554*--------------------------------------------------------------
002555 01  WS-CAL-TOTAL-LINE.
002556     05  FILLER              PIC X(01) VALUE SPACE.
002557     05  CTT-CALENDAR-ID     PIC X(08).
002558     05  FILLER              PIC X(22)
002559                             VALUE '  TOTALS -  PAST DUE '.
002560     05  CTT-PAST-DUE        PIC ZZZZZ9.
002561     05  FILLER              PIC X(13) VALUE '   DUE TODAY '.
002562     05  CTT-DUE-TODAY       PIC ZZZZZ9.
002563     05  FILLER              PIC X(12) VALUE '   DUE SOON '.
002564     05  CTT-DUE-SOON        PIC ZZZZZ9.
002565     05  FILLER              PIC X(08) VALUE '   AGED '.
002566     05  CTT-AGED            PIC ZZZZZ9.
002567     05  FILLER              PIC X(44) VALUE SPACES.
002568 77  WS-REASON-WORK          PIC X(60) VALUE SPACES.
002569
002570*--------------------------------------------------------------
002580* REPORT-FILE PAGE-CONTROL WORKING STORAGE
002590*--------------------------------------------------------------
002600 77  WS-LINE-COUNT           PIC 9(03) VALUE ZEROS COMP.
002610 77  WS-PAGE-COUNT           PIC 9(03) VALUE ZEROS COMP.
002620 77  WS-LINES-PER-PAGE       PIC 9(03) VALUE 055 COMP.
002630 77  WS-PAGE-DISPLAY         PIC ZZ9    VALUE SPACES.
002640 77  WS-PRINT-WORK           PIC X(132) VALUE SPACES.
002650
002660*    YYYYMMDD
002670 01 CurrentDate.
002680    02  CurrentYear     PIC 9(4).
002690    02  CurrentMonth    PIC 99.
002700    02  CurrentDay      PIC 99.
002710 01 CurrentDate-N REDEFINES CurrentDate PIC 9(8).
002720
002730*    HHMMSSss   s = S/100
002740 01 CurrentTime.
002750    02  CurrentHour     PIC 99.
002760    02  CurrentMinute   PIC 99.
002770    02  FILLER          PIC 9(4).
002780
002790 PROCEDURE DIVISION.
002800*--------------------------------------------------------------
002810* 0000-MAINLINE - LOAD FROM DATEOUT, CLOSE FROM THE WMS
002820* CONFIRMATIONS, THEN LIST WHAT IS STILL OPEN.
002830*--------------------------------------------------------------
002840 0000-MAINLINE.
002850     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002860     IF WS-ITEM-FILE-OPEN
002870         PERFORM 2000-LOAD-DATEOUT THRU 2000-EXIT
002880         PERFORM 3000-APPLY-CONFIRMATIONS THRU 3000-EXIT
002890         PERFORM 4000-LIST-OPEN-ITEMS THRU 4000-EXIT
002900         PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT
002910         IF WS-STEP-WARNED
002920             MOVE 4 TO RETURN-CODE
002930         END-IF
002940     ELSE
002950         MOVE 8 TO RETURN-CODE
002960     END-IF.
002970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002980     STOP RUN.
002990 0000-EXIT.
003000     EXIT.
003010
003020*--------------------------------------------------------------
003030* 1000-INITIALIZE - LIMITS CARD, FILE OPENS, REPORT HEADER.
003040*--------------------------------------------------------------
003050 1000-INITIALIZE.
003060     ACCEPT CurrentDate FROM DATE YYYYMMDD.
003070     ACCEPT CurrentTime FROM TIME.
003080     MOVE ZEROS TO CTL-AGING-DAYS.
003090     MOVE ZEROS TO CTL-WINDOW-DAYS.
003100     OPEN INPUT CONTROL-FILE.
003110     READ CONTROL-FILE
003120         AT END
003130             CONTINUE
003140     END-READ.
003150     CLOSE CONTROL-FILE.
003160     IF CTL-AGING-DAYS-X IS NUMERIC AND CTL-AGING-DAYS > ZEROS
003170         MOVE CTL-AGING-DAYS TO WS-AGING-DAYS
003180     END-IF.
003190     IF CTL-WINDOW-DAYS-X IS NUMERIC
003200             AND CTL-WINDOW-DAYS > ZEROS
003210         MOVE CTL-WINDOW-DAYS TO WS-WINDOW-DAYS
003220     END-IF.
003230     OPEN OUTPUT REPORT-FILE.
003240     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
003250     OPEN I-O OPEN-ITEMS.
003260     IF WS-ITEM-STATUS = '00' OR '05'
003270         SET WS-ITEM-FILE-OPEN TO TRUE
003280     ELSE
003290         MOVE SPACES TO WS-PRINT-WORK
003300         STRING 'OPEN-ITEM MASTER OPEN FAILED, STATUS '
003310             DELIMITED BY SIZE
003320             WS-ITEM-STATUS DELIMITED BY SIZE
003330             INTO WS-PRINT-WORK
003340         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
003350     END-IF.
003360 1000-EXIT.
003370     EXIT.
003380
003390*--------------------------------------------------------------
003400* 2000-LOAD-DATEOUT - ONE PASS OVER TONIGHT'S DATEOUT, ADDING
003410* OR REFRESHING AN OPEN ITEM FOR EVERY VALID RECORD THAT
003420* CARRIES A DUE DATE AND A RECEIPT NUMBER.
003430*--------------------------------------------------------------
003440 2000-LOAD-DATEOUT.
003450     OPEN INPUT DATEOUT-FILE.
003460     PERFORM 2100-READ-DATEOUT THRU 2100-EXIT.
003470     PERFORM 2200-LOAD-ONE-RECORD THRU 2200-EXIT
003480         UNTIL WS-DATEOUT-EOF.
003490     CLOSE DATEOUT-FILE.
003500 2000-EXIT.
003510     EXIT.
003520
003530 2100-READ-DATEOUT.
003540     READ DATEOUT-FILE
003550         AT END
003560             SET WS-DATEOUT-EOF TO TRUE
003570     END-READ.
003580 2100-EXIT.
003590     EXIT.
003600
003610*--------------------------------------------------------------
003620* 2200-LOAD-ONE-RECORD - A RECORD WITH NO DUE DATE (OR AN
003630* INVALID ONE) IS NOT TRACKED.  ONE WITH NO RECEIPT NUMBER
003640* CANNOT BE CLOSED BY A CONFIRMATION, SO IT IS COUNTED, NOT
003650* LOADED.
003660*--------------------------------------------------------------
003670 2200-LOAD-ONE-RECORD.
003680     ADD 1 TO WS-DATEOUT-READ-COUNT.
003690     IF DO-STATUS NOT = 'VALID' OR DO-DUE-DATE = ZEROS
003700         ADD 1 TO WS-NOT-TRACKED-COUNT
003710     ELSE
003720         IF DO-RECEIPT-NO = SPACES
003730             ADD 1 TO WS-NO-RECEIPT-COUNT
003740         ELSE
003750             PERFORM 2300-UPSERT-ITEM THRU 2300-EXIT
003760         END-IF
003770     END-IF.
003780     PERFORM 2100-READ-DATEOUT THRU 2100-EXIT.
003790 2200-EXIT.
003800     EXIT.
003810
003820*--------------------------------------------------------------
003830* 2300-UPSERT-ITEM - A NEW ITEM GOES ON OPEN; AN OPEN ITEM
003840* TAKES TONIGHT'S FIGURES (A HOLIDAY CHANGE CAN MOVE ITS DUE
003850* DATE); A CLOSED ITEM IS NEVER REOPENED.
003860*--------------------------------------------------------------
003870 2300-UPSERT-ITEM.
003880     MOVE DO-RECEIPT-NO TO OI-RECEIPT-NO.
003890     MOVE DO-PO-NO TO OI-PO-NO.
003900     IF DO-DUE-DIRECTION = 'R'
003910         MOVE 'R' TO OI-DIRECTION
003920     ELSE
003930         MOVE 'F' TO OI-DIRECTION
003940     END-IF.
003950     READ OPEN-ITEMS
003960         INVALID KEY
003970             CONTINUE
003980     END-READ.
003990     IF WS-ITEM-STATUS = '00'
004000         IF OI-ITEM-CLOSED
004010             ADD 1 TO WS-ITEM-KEPT-CLOSED
004020         ELSE
004030             PERFORM 2400-FILL-ITEM-RECORD THRU 2400-EXIT
004040             REWRITE OPEN-ITEM-RECORD
004050                 INVALID KEY
004060                     CONTINUE
004070             END-REWRITE
004080             ADD 1 TO WS-ITEM-REFRESH-COUNT
004090         END-IF
004100     ELSE
004110         MOVE SPACES TO OPEN-ITEM-RECORD
004120         MOVE DO-RECEIPT-NO TO OI-RECEIPT-NO
004130         MOVE DO-PO-NO TO OI-PO-NO
004140         IF DO-DUE-DIRECTION = 'R'
004150             MOVE 'R' TO OI-DIRECTION
004160         ELSE
004170             MOVE 'F' TO OI-DIRECTION
004180         END-IF
004190         SET OI-ITEM-OPEN TO TRUE
004200         MOVE CurrentDate-N TO OI-FIRST-LOAD-DATE
004210         MOVE ZEROS TO OI-CLOSE-DATE
004220         PERFORM 2400-FILL-ITEM-RECORD THRU 2400-EXIT
004230         WRITE OPEN-ITEM-RECORD
004240             INVALID KEY
004250                 CONTINUE
004260         END-WRITE
004270         ADD 1 TO WS-ITEM-ADD-COUNT
004280     END-IF.
004290 2300-EXIT.
004300     EXIT.
004310
004320 2400-FILL-ITEM-RECORD.
004330     MOVE DO-CALENDAR-ID   TO OI-CALENDAR-ID.
004332     IF OI-CALENDAR-ID = SPACES
004334         MOVE 'SHOP' TO OI-CALENDAR-ID
004336     END-IF.
004340     MOVE DO-INPUT-DATE    TO OI-RECEIPT-DATE.
004350     MOVE DO-DUE-DATE      TO OI-DUE-DATE.
004360     MOVE DO-DUE-WEEKDAY   TO OI-DUE-WEEKDAY.
004370     MOVE CurrentDate-N    TO OI-LAST-LOAD-DATE.
004380 2400-EXIT.
004390     EXIT.
004400
004410*--------------------------------------------------------------
004420* 3000-APPLY-CONFIRMATIONS - CLOSES THE OPEN ITEM NAMED BY
004430* EACH WMS CONFIRMATION DETAIL AND CHECKS THE FILE AGAINST ITS
004440* OWN TRAILER COUNT.  EXCEPTIONS PRINT AS THEY ARE FOUND.
004450*--------------------------------------------------------------
004460 3000-APPLY-CONFIRMATIONS.
004470     MOVE SPACES TO WS-PRINT-WORK.
004480     MOVE '----- WMS CONFIRMATION EXCEPTIONS -----'
004490         TO WS-PRINT-WORK.
004500     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
004510     OPEN INPUT CONFIRM-FILE.
004520     PERFORM 3100-READ-CONFIRM THRU 3100-EXIT.
004530     PERFORM 3200-APPLY-ONE-CONFIRM THRU 3200-EXIT
004540         UNTIL WS-CONFIRM-EOF.
004550     CLOSE CONFIRM-FILE.
004560     IF WS-TRAILER-SEEN
004570             AND WS-CONFIRM-TRAILER-CNT
004575                 NOT = WS-CONFIRM-READ-COUNT
004580         SET WS-STEP-WARNED TO TRUE
004590         ADD 1 TO WS-EXCEPTION-COUNT
004600         MOVE WS-CONFIRM-TRAILER-CNT TO WS-COUNT-DISPLAY
004610         MOVE WS-CONFIRM-READ-COUNT TO WS-COUNT-DISPLAY-2
004620         MOVE SPACES TO WS-PRINT-WORK
004630         STRING ' *** CONFIRMATION TRAILER COUNT '
004640             DELIMITED BY SIZE
004650             WS-COUNT-DISPLAY DELIMITED BY SIZE
004660             ' BUT ' DELIMITED BY SIZE
004670             WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
004680             ' DETAILS READ - FILE INCOMPLETE ***'
004690             DELIMITED BY SIZE
004700             INTO WS-PRINT-WORK
004710         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004720     END-IF.
004730     IF NOT WS-TRAILER-SEEN AND WS-CONFIRM-READ-COUNT > ZEROS
004740         SET WS-STEP-WARNED TO TRUE
004750         ADD 1 TO WS-EXCEPTION-COUNT
004760         MOVE SPACES TO WS-PRINT-WORK
004770         MOVE ' *** CONFIRMATION FILE HAS NO TRAILER ***'
004780             TO WS-PRINT-WORK
004790         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004800     END-IF.
004810     IF WS-EXCEPTION-COUNT = ZEROS
004820         MOVE SPACES TO WS-PRINT-WORK
004830         MOVE ' NONE' TO WS-PRINT-WORK
004840         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
004850     END-IF.
004860 3000-EXIT.
004870     EXIT.
004880
004890 3100-READ-CONFIRM.
004900     READ CONFIRM-FILE
004910         AT END
004920             SET WS-CONFIRM-EOF TO TRUE
004930     END-READ.
004940 3100-EXIT.
004950     EXIT.
004960
004970*--------------------------------------------------------------
004980* 3200-APPLY-ONE-CONFIRM - HEADER LINES ARE SKIPPED; THE
004990* TRAILER COUNT IS KEPT FOR THE END-OF-FILE CHECK; EACH DETAIL
005000* CLOSES ITS ITEM.
005010*--------------------------------------------------------------
005020 3200-APPLY-ONE-CONFIRM.
005030     EVALUATE TRUE
005040         WHEN WCF-IS-TRAILER
005050             SET WS-TRAILER-SEEN TO TRUE
005060             IF WCT-DETAIL-COUNT-X IS NUMERIC
005070                 MOVE WCT-DETAIL-COUNT TO WS-CONFIRM-TRAILER-CNT
005080             END-IF
005090         WHEN WCF-IS-DETAIL
005100             ADD 1 TO WS-CONFIRM-READ-COUNT
005110             PERFORM 3300-CLOSE-ONE-ITEM THRU 3300-EXIT
005120         WHEN OTHER
005130             CONTINUE
005140     END-EVALUATE.
005150     PERFORM 3100-READ-CONFIRM THRU 3100-EXIT.
005160 3200-EXIT.
005170     EXIT.
005180
005190*--------------------------------------------------------------
005200* 3300-CLOSE-ONE-ITEM - A PUT-AWAY CLOSES THE DUE-DATE ITEM,
005210* A SHIPMENT THE SHIP-BY ITEM.  A CONFIRMATION FOR AN ITEM
005220* ALREADY CLOSED (THE SAME FILE RESUBMITTED) IS COUNTED ONLY.
005230*--------------------------------------------------------------
005240 3300-CLOSE-ONE-ITEM.
005250     IF NOT WCF-PUT-AWAY AND NOT WCF-SHIPPED
005260             OR WCF-RECEIPT-NO = SPACES
005270             OR WCF-CONFIRM-DATE-X IS NOT NUMERIC
005280         ADD 1 TO WS-BAD-CONFIRM-COUNT
005290         MOVE 'INVALID CONFIRMATION - NOT APPLIED'
005300             TO WS-PRINT-WORK
005310         PERFORM 3400-PRINT-EXCEPTION THRU 3400-EXIT
005320         GO TO 3300-EXIT
005330     END-IF.
005340     MOVE WCF-RECEIPT-NO TO OI-RECEIPT-NO.
005350     MOVE WCF-PO-NO TO OI-PO-NO.
005360     IF WCF-SHIPPED
005370         MOVE 'R' TO OI-DIRECTION
005380     ELSE
005390         MOVE 'F' TO OI-DIRECTION
005400     END-IF.
005410     READ OPEN-ITEMS
005420         INVALID KEY
005430             CONTINUE
005440     END-READ.
005450     IF WS-ITEM-STATUS NOT = '00'
005460         ADD 1 TO WS-UNMATCHED-COUNT
005470         MOVE 'NO SUCH ITEM ON THE OPEN-ITEM MASTER'
005480             TO WS-PRINT-WORK
005490         PERFORM 3400-PRINT-EXCEPTION THRU 3400-EXIT
005500         GO TO 3300-EXIT
005510     END-IF.
005520     IF OI-ITEM-CLOSED
005530         ADD 1 TO WS-ALREADY-CLOSED-COUNT
005540         GO TO 3300-EXIT
005550     END-IF.
005560     SET OI-ITEM-CLOSED TO TRUE.
005570     MOVE WCF-CONFIRM-DATE TO OI-CLOSE-DATE.
005580     MOVE WCF-CONFIRM-TYPE TO OI-CLOSE-TYPE.
005590     REWRITE OPEN-ITEM-RECORD
005600         INVALID KEY
005610             CONTINUE
005620     END-REWRITE.
005630     ADD 1 TO WS-CLOSED-COUNT.
005640 3300-EXIT.
005650     EXIT.
005660
005670*--------------------------------------------------------------
005680* 3400-PRINT-EXCEPTION - ONE CONFIRMATION EXCEPTION LINE: THE
005690* CONFIRMATION'S OWN FIELDS, THEN THE REASON LEFT IN
005700* WS-PRINT-WORK BY THE CALLER.
005710*--------------------------------------------------------------
005720 3400-PRINT-EXCEPTION.
005730     ADD 1 TO WS-EXCEPTION-COUNT.
005740     MOVE WS-PRINT-WORK TO WS-REASON-WORK.
005750     MOVE SPACES TO WS-PRINT-WORK.
005760     STRING ' ' DELIMITED BY SIZE
005770         WCF-RECEIPT-NO DELIMITED BY SIZE
005780         '  ' DELIMITED BY SIZE
005790         WCF-PO-NO DELIMITED BY SIZE
005800         '  ' DELIMITED BY SIZE
005810         WCF-CONFIRM-TYPE DELIMITED BY SIZE
005820         '  ' DELIMITED BY SIZE
005830         WCF-CONFIRM-DATE-X DELIMITED BY SIZE
005840         '  ' DELIMITED BY SIZE
005850         WS-REASON-WORK DELIMITED BY '  '
005860         INTO WS-PRINT-WORK.
005870     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
005880 3400-EXIT.
005890     EXIT.
005900
005910*--------------------------------------------------------------
005920* 4000-LIST-OPEN-ITEMS - SORTS THE OPEN ITEMS INTO CALENDAR
005930* THEN DUE-DATE ORDER AND PRINTS THE ONES THAT NEED ACTION.
005940*--------------------------------------------------------------
005950 4000-LIST-OPEN-ITEMS.
005960     PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT.
005970     MOVE SPACES TO WS-PRINT-WORK.
005980     MOVE WS-WINDOW-DAYS TO WS-COUNT-DISPLAY.
005990     MOVE WS-AGING-DAYS TO WS-COUNT-DISPLAY-2.
006000     STRING '----- OPEN ITEMS PAST DUE OR DUE WITHIN'
006010         DELIMITED BY SIZE
006020         WS-COUNT-DISPLAY DELIMITED BY SIZE
006030         ' BUSINESS DAYS - AGED = OPEN OVER' DELIMITED BY SIZE
006040         WS-COUNT-DISPLAY-2 DELIMITED BY SIZE
006050         ' BUSINESS DAYS -----' DELIMITED BY SIZE
006060         INTO WS-PRINT-WORK.
006070     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
006080     MOVE SPACES TO WS-PRINT-WORK.
006090     STRING ' CALENDAR  STATUS     RECEIPT-NO  PO-NUMBER   D'
006100         DELIMITED BY SIZE
006110         '  OPENED    DUE-DATE  WEEKDAY    AGED'
006120         DELIMITED BY SIZE
006130         INTO WS-PRINT-WORK.
006140     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
006150     SORT ITEM-SORT-FILE
006160         ON ASCENDING KEY IS-CALENDAR-ID
006170                          IS-DUE-DATE
006180                          IS-RECEIPT-NO
006190         INPUT PROCEDURE IS 4100-RELEASE-OPEN-ITEMS
006200             THRU 4100-EXIT
006210         OUTPUT PROCEDURE IS 4500-PRINT-OPEN-ITEMS
006220             THRU 4500-EXIT.
006230 4000-EXIT.
006240     EXIT.
006250
006260*--------------------------------------------------------------
006270* 4100-RELEASE-OPEN-ITEMS - SORT INPUT PROCEDURE: A KEY-ORDER
006280* PASS OVER THE MASTER RELEASING EVERY OPEN ITEM.
006290*--------------------------------------------------------------
006300 4100-RELEASE-OPEN-ITEMS.
006310     MOVE LOW-VALUES TO OI-KEY.
006320     START OPEN-ITEMS KEY NOT < OI-KEY
006330         INVALID KEY
006340             SET WS-ITEM-EOF TO TRUE
006350     END-START.
006360     IF NOT WS-ITEM-EOF
006370         PERFORM 4150-READ-NEXT-ITEM THRU 4150-EXIT
006380         PERFORM 4200-RELEASE-ONE-ITEM THRU 4200-EXIT
006390             UNTIL WS-ITEM-EOF
006400     END-IF.
006410 4100-EXIT.
006420     EXIT.
006430
006440 4150-READ-NEXT-ITEM.
006450     READ OPEN-ITEMS NEXT RECORD
006460         AT END
006470             SET WS-ITEM-EOF TO TRUE
006480     END-READ.
006490     IF NOT WS-ITEM-EOF AND WS-ITEM-STATUS NOT = '00'
006500         SET WS-ITEM-EOF TO TRUE
006510     END-IF.
006520 4150-EXIT.
006530     EXIT.
006540
006550 4200-RELEASE-ONE-ITEM.
006560     IF OI-ITEM-OPEN
006570         ADD 1 TO WS-TOT-OPEN
006580         MOVE OI-CALENDAR-ID     TO IS-CALENDAR-ID
006590         MOVE OI-DUE-DATE        TO IS-DUE-DATE
006600         MOVE OI-RECEIPT-NO      TO IS-RECEIPT-NO
006610         MOVE OI-PO-NO           TO IS-PO-NO
006620         MOVE OI-DIRECTION       TO IS-DIRECTION
006630         MOVE OI-FIRST-LOAD-DATE TO IS-FIRST-LOAD-DATE
006640         MOVE OI-DUE-WEEKDAY     TO IS-DUE-WEEKDAY
006650         RELEASE ITEM-SORT-RECORD
006660     END-IF.
006670     PERFORM 4150-READ-NEXT-ITEM THRU 4150-EXIT.
006680 4200-EXIT.
006690     EXIT.
006700
006710*--------------------------------------------------------------
006720* 4500-PRINT-OPEN-ITEMS - SORT OUTPUT PROCEDURE: TAKES THE
006730* ITEMS BACK BY CALENDAR, SETS THAT CALENDAR'S WINDOW AND
006740* AGING DATES AT EACH BREAK, AND PRINTS THE ITEMS THAT NEED
006750* ACTION WITH A SUBTOTAL PER CALENDAR.
006760*--------------------------------------------------------------
006770 4500-PRINT-OPEN-ITEMS.
006780     PERFORM 4550-RETURN-ONE-ITEM THRU 4550-EXIT.
006790     PERFORM 4700-PRINT-ONE-ITEM THRU 4700-EXIT
006800         UNTIL WS-SORT-EOF.
006810     IF WS-CURRENT-CAL-ID NOT = SPACES
006820         PERFORM 4800-PRINT-CALENDAR-TOTALS THRU 4800-EXIT
006830     ELSE
006840         MOVE SPACES TO WS-PRINT-WORK
006850         MOVE ' NO OPEN ITEMS ON THE MASTER' TO WS-PRINT-WORK
006860         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
006870     END-IF.
006880 4500-EXIT.
006890     EXIT.
006900
006910 4550-RETURN-ONE-ITEM.
006920     RETURN ITEM-SORT-FILE
006930         AT END
006940             SET WS-SORT-EOF TO TRUE
006950     END-RETURN.
006960 4550-EXIT.
006970     EXIT.
006980
006990*--------------------------------------------------------------
007000* 4600-CALENDAR-BREAK - CLOSES OFF THE PREVIOUS CALENDAR AND
007010* ASKS DATESRV, UNDER THE NEW ONE, FOR THE LAST BUSINESS DAY
007020* OF THE LOOK-AHEAD WINDOW ('DD' FORWARD FROM TODAY) AND THE
007030* AGING LINE ('SB' BACK FROM TODAY).  A CALENDAR DATESRV NO
007040* LONGER KNOWS FALLS BACK TO 'SHOP' WITH A NOTE.
007050*--------------------------------------------------------------
007060 4600-CALENDAR-BREAK.
007070     IF WS-CURRENT-CAL-ID NOT = SPACES
007080         PERFORM 4800-PRINT-CALENDAR-TOTALS THRU 4800-EXIT
007090     END-IF.
007100     MOVE IS-CALENDAR-ID TO WS-CURRENT-CAL-ID.
007110     INITIALIZE WS-CAL-TOTALS.
007120     MOVE WS-CURRENT-CAL-ID TO DSRV-CALENDAR-ID.
007130     PERFORM 4650-SET-CALENDAR-DATES THRU 4650-EXIT.
007140     IF NOT DSRV-RC-OK
007150         MOVE SPACES TO WS-PRINT-WORK
007160         STRING ' *** CALENDAR ' DELIMITED BY SIZE
007170             WS-CURRENT-CAL-ID DELIMITED BY SIZE
007180             ' NOT ON THE HOLIDAY FILE - SHOP DAYS USED ***'
007190             DELIMITED BY SIZE
007200             INTO WS-PRINT-WORK
007210         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
007220         MOVE 'SHOP' TO DSRV-CALENDAR-ID
007230         PERFORM 4650-SET-CALENDAR-DATES THRU 4650-EXIT
007240     END-IF.
007250 4600-EXIT.
007260     EXIT.
007270
007280 4650-SET-CALENDAR-DATES.
007285     MOVE SPACES TO DSRV-RECEIPT-TIME.
007290     SET DSRV-FUNC-DUE-DATE TO TRUE.
007300     MOVE CurrentDate-N TO DSRV-INPUT-DATE.
007310     MOVE WS-WINDOW-DAYS TO DSRV-OFFSET-DAYS.
007320     CALL 'DATESRV' USING DATESRV-PARMS.
007330     IF NOT DSRV-RC-OK
007340         GO TO 4650-EXIT
007350     END-IF.
007360     MOVE DSRV-RESULT-DATE TO WS-HORIZON-DATE.
007370     SET DSRV-FUNC-SHIP-BY TO TRUE.
007380     MOVE CurrentDate-N TO DSRV-INPUT-DATE.
007390     MOVE WS-AGING-DAYS TO DSRV-OFFSET-DAYS.
007400     CALL 'DATESRV' USING DATESRV-PARMS.
007410     IF DSRV-RC-OK
007420         MOVE DSRV-RESULT-DATE TO WS-AGING-LINE-DATE
007430     END-IF.
007440 4650-EXIT.
007450     EXIT.
007460
007470*--------------------------------------------------------------
007480* 4700-PRINT-ONE-ITEM - PAST DUE, DUE TODAY OR DUE WITHIN THE
007490* WINDOW PRINTS; SO DOES ANY ITEM FIRST LOADED BEFORE THE
007500* AGING LINE, WHATEVER ITS DUE DATE.  EVERYTHING ELSE IS NOT
007510* YET ACTIONABLE AND IS ONLY COUNTED IN THE OPEN TOTAL.
007520*--------------------------------------------------------------
007530 4700-PRINT-ONE-ITEM.
007540     IF IS-CALENDAR-ID NOT = WS-CURRENT-CAL-ID
007550         PERFORM 4600-CALENDAR-BREAK THRU 4600-EXIT
007560     END-IF.
007570     MOVE 'N' TO WS-ITEM-LISTED-SW.
007580     MOVE 'N' TO WS-ITEM-AGED-SW.
007590     MOVE SPACES TO ITL-BUCKET.
007600     MOVE SPACES TO ITL-AGED.
007610     EVALUATE TRUE
007620         WHEN IS-DUE-DATE < CurrentDate-N
007630             MOVE 'PAST DUE' TO ITL-BUCKET
007640             ADD 1 TO WS-CAL-PAST-DUE
007650             SET WS-ITEM-LISTED TO TRUE
007660         WHEN IS-DUE-DATE = CurrentDate-N
007670             MOVE 'DUE TODAY' TO ITL-BUCKET
007680             ADD 1 TO WS-CAL-DUE-TODAY
007690             SET WS-ITEM-LISTED TO TRUE
007700         WHEN IS-DUE-DATE NOT > WS-HORIZON-DATE
007710             MOVE 'DUE SOON' TO ITL-BUCKET
007720             ADD 1 TO WS-CAL-DUE-SOON
007730             SET WS-ITEM-LISTED TO TRUE
007740         WHEN OTHER
007750             MOVE 'OPEN' TO ITL-BUCKET
007760     END-EVALUATE.
007770     IF IS-FIRST-LOAD-DATE < WS-AGING-LINE-DATE
007780         SET WS-ITEM-AGED TO TRUE
007790         SET WS-ITEM-LISTED TO TRUE
007800         MOVE 'AGED' TO ITL-AGED
007810         ADD 1 TO WS-CAL-AGED
007820     END-IF.
007830     IF WS-ITEM-LISTED
007840         MOVE IS-CALENDAR-ID     TO ITL-CALENDAR-ID
007850         MOVE IS-RECEIPT-NO      TO ITL-RECEIPT-NO
007860         MOVE IS-PO-NO           TO ITL-PO-NO
007870         MOVE IS-DIRECTION       TO ITL-DIRECTION
007880         MOVE IS-FIRST-LOAD-DATE TO ITL-OPENED
007890         MOVE IS-DUE-DATE        TO ITL-DUE-DATE
007900         MOVE IS-DUE-WEEKDAY     TO ITL-DUE-WEEKDAY
007910         PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT
007920         WRITE REPORT-LINE FROM WS-ITEM-LINE
007930             AFTER ADVANCING 1 LINE
007940         ADD 1 TO WS-LINE-COUNT
007950     END-IF.
007960     PERFORM 4550-RETURN-ONE-ITEM THRU 4550-EXIT.
007970 4700-EXIT.
007980     EXIT.
007990
008000*--------------------------------------------------------------
008010* 4800-PRINT-CALENDAR-TOTALS - ONE SUBTOTAL LINE FOR THE
008020* CALENDAR JUST FINISHED, ROLLED INTO THE REPORT TOTALS.
008030*--------------------------------------------------------------
008040 4800-PRINT-CALENDAR-TOTALS.
008050     ADD WS-CAL-PAST-DUE  TO WS-TOT-PAST-DUE.
008060     ADD WS-CAL-DUE-TODAY TO WS-TOT-DUE-TODAY.
008070     ADD WS-CAL-DUE-SOON  TO WS-TOT-DUE-SOON.
008080     ADD WS-CAL-AGED      TO WS-TOT-AGED.
008090     MOVE WS-CURRENT-CAL-ID TO CTT-CALENDAR-ID.
008100     MOVE WS-CAL-PAST-DUE   TO CTT-PAST-DUE.
008110     MOVE WS-CAL-DUE-TODAY  TO CTT-DUE-TODAY.
008120     MOVE WS-CAL-DUE-SOON   TO CTT-DUE-SOON.
008130     MOVE WS-CAL-AGED       TO CTT-AGED.
008140     MOVE WS-CAL-TOTAL-LINE TO WS-PRINT-WORK.
008420     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008430     MOVE SPACES TO WS-PRINT-WORK.
008440     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
008450 4800-EXIT.
008460     EXIT.
008470
008480*--------------------------------------------------------------
008490* 6000-WRITE-REPORT-HEADING - STARTS A NEW REPORT PAGE WITH A
008500* RUN-DATE/RUN-TIME HEADER, SAME STYLE AS CALENDAR'S REPORT.
008510*--------------------------------------------------------------
008520 6000-WRITE-REPORT-HEADING.
008530     ADD 1 TO WS-PAGE-COUNT.
008540     MOVE WS-PAGE-COUNT TO WS-PAGE-DISPLAY.
008550     MOVE ZEROS TO WS-LINE-COUNT.
008560     MOVE SPACES TO REPORT-LINE.
008570     STRING "B COOL DISTRIBUTION CENTER" DELIMITED BY SIZE
008580         "   OPEN DUE-DATE ITEMS   PAGE " DELIMITED BY SIZE
008590         WS-PAGE-DISPLAY DELIMITED BY SIZE
008600         INTO REPORT-LINE.
008610     IF WS-PAGE-COUNT = 1
008620         WRITE REPORT-LINE
008630     ELSE
008640         WRITE REPORT-LINE AFTER ADVANCING PAGE
008650     END-IF.
008660     MOVE SPACES TO REPORT-LINE.
008670     STRING "RUN DATE: " DELIMITED BY SIZE
008680         CurrentMonth DELIMITED BY SIZE
008690         "/" DELIMITED BY SIZE
008700         CurrentDay DELIMITED BY SIZE
008710         "/" DELIMITED BY SIZE
008720         CurrentYear DELIMITED BY SIZE
008730         "   RUN TIME: " DELIMITED BY SIZE
008740         CurrentHour DELIMITED BY SIZE
008750         ":" DELIMITED BY SIZE
008760         CurrentMinute DELIMITED BY SIZE
008770         INTO REPORT-LINE.
008780     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008790     MOVE SPACES TO REPORT-LINE.
008800     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
008810     ADD 3 TO WS-LINE-COUNT.
008820 6000-EXIT.
008830     EXIT.
008840
008850*--------------------------------------------------------------
008860* 6050-CHECK-PAGE-BREAK - STARTS A FRESH PAGE WHEN THE CURRENT
008870* PAGE HAS FILLED UP.
008880*--------------------------------------------------------------
008890 6050-CHECK-PAGE-BREAK.
008900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008910         PERFORM 6000-WRITE-REPORT-HEADING THRU 6000-EXIT
008920     END-IF.
008930 6050-EXIT.
008940     EXIT.
008950
008960*--------------------------------------------------------------
008970* 6100-PRINT-ONE-LINE - WRITES WS-PRINT-WORK TO THE REPORT
008980* WITH PAGE CONTROL.
008990*--------------------------------------------------------------
009000 6100-PRINT-ONE-LINE.
009010     PERFORM 6050-CHECK-PAGE-BREAK THRU 6050-EXIT.
009020     MOVE WS-PRINT-WORK TO REPORT-LINE.
009030     WRITE REPORT-LINE AFTER ADVANCING 1 LINE.
009040     ADD 1 TO WS-LINE-COUNT.
009050 6100-EXIT.
009060     EXIT.
009070
009080*--------------------------------------------------------------
009090* 8000-PRINT-TOTALS - LOAD, CLOSE AND LISTING TOTALS AT THE
009100* BACK, AND THE AGING WARNING THAT SETS THE STEP RC.
009110*--------------------------------------------------------------
009120 8000-PRINT-TOTALS.
009130     MOVE SPACES TO WS-PRINT-WORK.
009140     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009150     MOVE '----- OPEN-ITEM TOTALS -----' TO WS-PRINT-WORK.
009160     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009170     MOVE WS-DATEOUT-READ-COUNT TO WS-COUNT-DISPLAY.
009180     MOVE SPACES TO WS-PRINT-WORK.
009190     STRING 'DATEOUT RECORDS READ:       ' DELIMITED BY SIZE
009200         WS-COUNT-DISPLAY DELIMITED BY SIZE
009210         INTO WS-PRINT-WORK.
009220     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009230     MOVE WS-ITEM-ADD-COUNT TO WS-COUNT-DISPLAY.
009240     MOVE SPACES TO WS-PRINT-WORK.
009250     STRING 'NEW ITEMS OPENED:           ' DELIMITED BY SIZE
009260         WS-COUNT-DISPLAY DELIMITED BY SIZE
009270         INTO WS-PRINT-WORK.
009280     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009290     MOVE WS-ITEM-REFRESH-COUNT TO WS-COUNT-DISPLAY.
009300     MOVE SPACES TO WS-PRINT-WORK.
009310     STRING 'OPEN ITEMS REFRESHED:       ' DELIMITED BY SIZE
009320         WS-COUNT-DISPLAY DELIMITED BY SIZE
009330         INTO WS-PRINT-WORK.
009340     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009350     MOVE WS-ITEM-KEPT-CLOSED TO WS-COUNT-DISPLAY.
009360     MOVE SPACES TO WS-PRINT-WORK.
009370     STRING 'ALREADY CLOSED, NOT REOPENED:' DELIMITED BY SIZE
009380         WS-COUNT-DISPLAY DELIMITED BY SIZE
009390         INTO WS-PRINT-WORK.
009400     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009410     MOVE WS-NO-RECEIPT-COUNT TO WS-COUNT-DISPLAY.
009420     MOVE SPACES TO WS-PRINT-WORK.
009430     STRING 'DUE DATES WITH NO RECEIPT:  ' DELIMITED BY SIZE
009440         WS-COUNT-DISPLAY DELIMITED BY SIZE
009450         INTO WS-PRINT-WORK.
009460     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009470     MOVE WS-NOT-TRACKED-COUNT TO WS-COUNT-DISPLAY.
009480     MOVE SPACES TO WS-PRINT-WORK.
009490     STRING 'NO DUE DATE OR INVALID:     ' DELIMITED BY SIZE
009500         WS-COUNT-DISPLAY DELIMITED BY SIZE
009510         INTO WS-PRINT-WORK.
009520     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009530     MOVE WS-CONFIRM-READ-COUNT TO WS-COUNT-DISPLAY.
009540     MOVE SPACES TO WS-PRINT-WORK.
009550     STRING 'WMS CONFIRMATIONS READ:     ' DELIMITED BY SIZE
009560         WS-COUNT-DISPLAY DELIMITED BY SIZE
009570         INTO WS-PRINT-WORK.
009580     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009590     MOVE WS-CLOSED-COUNT TO WS-COUNT-DISPLAY.
009600     MOVE SPACES TO WS-PRINT-WORK.
009610     STRING 'ITEMS CLOSED:               ' DELIMITED BY SIZE
009620         WS-COUNT-DISPLAY DELIMITED BY SIZE
009630         INTO WS-PRINT-WORK.
009640     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009650     MOVE WS-ALREADY-CLOSED-COUNT TO WS-COUNT-DISPLAY.
009660     MOVE SPACES TO WS-PRINT-WORK.
009670     STRING 'CONFIRMED BEFORE (NO CHANGE):' DELIMITED BY SIZE
009680         WS-COUNT-DISPLAY DELIMITED BY SIZE
009690         INTO WS-PRINT-WORK.
009700     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009710     COMPUTE WS-COUNT-DISPLAY =
009720         WS-UNMATCHED-COUNT + WS-BAD-CONFIRM-COUNT.
009730     MOVE SPACES TO WS-PRINT-WORK.
009740     STRING 'CONFIRMATIONS NOT APPLIED:  ' DELIMITED BY SIZE
009750         WS-COUNT-DISPLAY DELIMITED BY SIZE
009760         INTO WS-PRINT-WORK.
009770     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009780     MOVE WS-TOT-OPEN TO WS-COUNT-DISPLAY.
009790     MOVE SPACES TO WS-PRINT-WORK.
009800     STRING 'ITEMS STILL OPEN:           ' DELIMITED BY SIZE
009810         WS-COUNT-DISPLAY DELIMITED BY SIZE
009820         INTO WS-PRINT-WORK.
009830     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009840     MOVE WS-TOT-PAST-DUE TO WS-COUNT-DISPLAY.
009850     MOVE SPACES TO WS-PRINT-WORK.
009860     STRING '  PAST DUE:                 ' DELIMITED BY SIZE
009870         WS-COUNT-DISPLAY DELIMITED BY SIZE
009880         INTO WS-PRINT-WORK.
009890     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009900     MOVE WS-TOT-DUE-TODAY TO WS-COUNT-DISPLAY.
009910     MOVE SPACES TO WS-PRINT-WORK.
009920     STRING '  DUE TODAY:                ' DELIMITED BY SIZE
009930         WS-COUNT-DISPLAY DELIMITED BY SIZE
009940         INTO WS-PRINT-WORK.
009950     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
009960     MOVE WS-TOT-DUE-SOON TO WS-COUNT-DISPLAY.
009970     MOVE SPACES TO WS-PRINT-WORK.
009980     STRING '  DUE WITHIN THE WINDOW:    ' DELIMITED BY SIZE
009990         WS-COUNT-DISPLAY DELIMITED BY SIZE
010000         INTO WS-PRINT-WORK.
010010     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010020     MOVE WS-TOT-AGED TO WS-COUNT-DISPLAY.
010030     MOVE SPACES TO WS-PRINT-WORK.
010040     STRING '  OPEN PAST THE AGING LIMIT:' DELIMITED BY SIZE
010050         WS-COUNT-DISPLAY DELIMITED BY SIZE
010060         INTO WS-PRINT-WORK.
010070     PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT.
010080     IF WS-TOT-AGED > ZEROS
010090         SET WS-STEP-WARNED TO TRUE
010100         MOVE WS-AGING-DAYS TO WS-COUNT-DISPLAY
010110         MOVE SPACES TO WS-PRINT-WORK
010120         STRING ' *** WARNING - ITEMS OPEN MORE THAN'
010130             DELIMITED BY SIZE
010140             WS-COUNT-DISPLAY DELIMITED BY SIZE
010150             ' BUSINESS DAYS ***' DELIMITED BY SIZE
010160             INTO WS-PRINT-WORK
010170         PERFORM 6100-PRINT-ONE-LINE THRU 6100-EXIT
010180     END-IF.
010190 8000-EXIT.
010200     EXIT.
010210
010220*--------------------------------------------------------------
010230* 9000-TERMINATE - CLOSES THE FILES.
010240*--------------------------------------------------------------
010250 9000-TERMINATE.
010260     IF WS-ITEM-FILE-OPEN
010270         CLOSE OPEN-ITEMS
010280     END-IF.
010290     CLOSE REPORT-FILE.
010300 9000-EXIT.
010310     EXIT.
