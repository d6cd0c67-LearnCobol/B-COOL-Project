000010*--------------------------------------------------------------
000020* RUNREGR - ONE RECORD OF THE KEYED RUN-CONTROL REGISTRY
000030* (VSAM KSDS, KEY = RR-KEY, LRECL 120).  THE REGISTRY IS HOW
000040* CALJOB KNOWS WHAT IT HAS ALREADY DONE, SO A RESUBMITTED JOB
000050* CANNOT PROCESS THE SAME DATEIN OR SEND THE SAME WMS FEED A
000060* SECOND TIME WITHOUT AN OPERATOR SAYING SO.
000070*
000080* RECORD TYPES (RR-KEY-TYPE):
000090*   'E' - ONE PER DATEIN EXTRACT CALENDAR HAS PROCESSED, KEYED
000100*         BY THE EXTRACT'S IDENTITY: THE TRAILER COUNT (THE
000110*         DETAIL COUNT WHEN THERE IS NO TRAILER) AND A HASH OF
000120*         EVERY DETAIL RECORD, BYTE FOR BYTE.  CARRIES THE
000130*         RUN, RESTART, OVERRIDE AND REFUSAL HISTORY.
000140*   'W' - ONE PER WMS FEED WMSFEED HAS CUT AND BALANCED, KEYED
000150*         THE SAME WAY BY THE FEED'S DETAIL COUNT AND A HASH
000160*         OF ITS DETAIL RECORDS (THE HEADER'S RUN STAMP IS
000170*         LEFT OUT, SO A REBUILD OF THE SAME DATEOUT MATCHES).
000180*   'O' - ONE PER OVERRIDE CARD HONORED, KEYED BY THE DATE
000190*         AND TIME IT WAS USED - THE OPERATOR'S SIGNATURE ON A
000200*         DELIBERATE RERUN.
000210*   'L' - A SINGLE RECORD (KEY 'L' + ZEROS) NAMING THE EXTRACT
000220*         CALENDAR PROCESSED LAST, SO WMSFEED CAN TIE THE FEED
000230*         IT CUTS FROM DATEOUT BACK TO THE EXTRACT.
000240*
000250* HASHES ARE RUN ACROSS EVERY BYTE OF EVERY DETAIL RECORD, IN
000260* ORDER: HASH = (HASH * 131 + ORD(BYTE)) MOD 999999999989,
000270* STARTING FROM ZERO.  CALENDAR AND WMSFEED MUST AGREE ON THIS.
000280*--------------------------------------------------------------
000290 01  RUN-REG-RECORD.
000300     05  RR-KEY.
000310         10  RR-KEY-TYPE         PIC X(01).
000320             88  RR-TYPE-EXTRACT         VALUE 'E'.
000330             88  RR-TYPE-WMS             VALUE 'W'.
000340             88  RR-TYPE-OVERRIDE        VALUE 'O'.
000350             88  RR-TYPE-LAST            VALUE 'L'.
000360         10  RR-KEY-COUNT        PIC 9(06).
000370         10  RR-KEY-HASH         PIC 9(12).
000380     05  RR-OVERRIDE-KEY REDEFINES RR-KEY.
000390         10  FILLER              PIC X(01).
000400         10  RR-OVR-DATE         PIC 9(08).
000410         10  RR-OVR-TIME         PIC 9(06).
000420         10  RR-OVR-SEQ          PIC 9(04).
000430     05  RR-DATA                 PIC X(101).
000440*        'E' - EXTRACT HISTORY.  RR-EXT-STATUS IS 'S' FROM THE
000450*        MOMENT A RUN STARTS UNTIL IT ENDS, SO A RUN THAT DIED
000460*        PARTWAY LEAVES 'S' AND ONLY A RESTART CARD (OR AN
000470*        OVERRIDE) MAY PICK THE EXTRACT UP AGAIN.
000480     05  RR-EXTRACT-DATA REDEFINES RR-DATA.
000490         10  RR-EXT-FIRST-DATE   PIC 9(08).
000500         10  RR-EXT-FIRST-TIME   PIC 9(04).
000510         10  RR-EXT-FIRST-OPER   PIC X(08).
000520         10  RR-EXT-LAST-DATE    PIC 9(08).
000530         10  RR-EXT-LAST-TIME    PIC 9(04).
000540         10  RR-EXT-LAST-OPER    PIC X(08).
000550         10  RR-EXT-STATUS       PIC X(01).
000560             88  RR-EXT-STARTED          VALUE 'S'.
000570             88  RR-EXT-COMPLETE         VALUE 'C'.
000580         10  RR-EXT-LAST-RC      PIC 9(02).
000590         10  RR-EXT-RUNS         PIC 9(03).
000600         10  RR-EXT-RESTARTS     PIC 9(03).
000610         10  RR-EXT-OVERRIDES    PIC 9(03).
000620         10  RR-EXT-REFUSALS     PIC 9(03).
000630         10  RR-EXT-RESTART-RECNO
000640                                 PIC 9(06).
000650         10  RR-EXT-REFUSED-DATE PIC 9(08).
000660         10  RR-EXT-WMS-GENS     PIC 9(03).
000670         10  RR-EXT-WMS-DATE     PIC 9(08).
000680         10  FILLER              PIC X(21).
000690*        'W' - WMS FEED HISTORY.  RR-WMS-EXTRACT-KEY IS THE
000700*        'E' KEY OF THE EXTRACT THE FEED'S DATEOUT CAME FROM.
000710     05  RR-WMS-DATA REDEFINES RR-DATA.
000720         10  RR-WMS-FIRST-DATE   PIC 9(08).
000730         10  RR-WMS-FIRST-TIME   PIC 9(04).
000740         10  RR-WMS-FIRST-OPER   PIC X(08).
000750         10  RR-WMS-LAST-DATE    PIC 9(08).
000760         10  RR-WMS-LAST-TIME    PIC 9(04).
000770         10  RR-WMS-LAST-OPER    PIC X(08).
000780         10  RR-WMS-BUILDS       PIC 9(03).
000790         10  RR-WMS-OVERRIDES    PIC 9(03).
000800         10  RR-WMS-REFUSALS     PIC 9(03).
000810         10  RR-WMS-REFUSED-DATE PIC 9(08).
000820*           THE TRAILER'S DUE-DATE HASH TOTAL, AS THE WMS SEES
000830*           IT, FOR MATCHING THE REGISTRY TO THEIR LOAD LOG.
000840         10  RR-WMS-DUE-HASH     PIC 9(12).
000850         10  RR-WMS-EXTRACT-KEY  PIC X(19).
000860         10  FILLER              PIC X(13).
000870*        'O' - OVERRIDE LOG.  THE PROGRAM AND OPERATOR THAT
000880*        FORCED THE RERUN, THE 'E' OR 'W' KEY IT FORCED, AND
000890*        HOW MANY TIMES THAT EXTRACT OR FEED HAD ALREADY RUN.
000900     05  RR-OVERRIDE-DATA REDEFINES RR-DATA.
000910         10  RR-OVR-PROGRAM      PIC X(08).
000920         10  RR-OVR-OPER         PIC X(08).
000930         10  RR-OVR-TARGET-KEY   PIC X(19).
000940         10  RR-OVR-PRIOR-RUNS   PIC 9(03).
000950         10  RR-OVR-RESTART-RECNO
000960                                 PIC 9(06).
000970         10  FILLER              PIC X(57).
000980*        'L' - THE EXTRACT BEHIND TONIGHT'S DATEOUT.
000990     05  RR-LAST-DATA REDEFINES RR-DATA.
001000         10  RR-LAST-EXTRACT-KEY PIC X(19).
001010         10  RR-LAST-RUN-DATE    PIC 9(08).
001020         10  RR-LAST-RUN-TIME    PIC 9(04).
001030         10  RR-LAST-RC          PIC 9(02).
001040         10  RR-LAST-OPER        PIC X(08).
001050         10  FILLER              PIC X(60).
