000010*--------------------------------------------------------------
000020* OPENITMR - ONE RECORD OF THE KEYED OPEN DUE-DATE ITEM MASTER
000030* (VSAM KSDS, KEY = OI-KEY, LRECL 100).  ONE RECORD PER
000040* RECEIPT/PO AND WALK DIRECTION, LOADED BY DUETRACK FROM THE
000050* DATEOUT RECORDS THAT CARRY A DUE OR SHIP-BY DATE AND CLOSED
000060* WHEN THE WMS CONFIRMS THE RECEIPT PUT AWAY ('F' DUE-DATE
000070* ITEMS) OR SHIPPED ('R' SHIP-BY ITEMS).  A CLOSED ITEM STAYS
000080* ON THE MASTER AS THE RECORD OF WHEN IT CLOSED AND IS NEVER
000090* REOPENED BY A LATER DATEOUT.
000100*--------------------------------------------------------------
000110 01  OPEN-ITEM-RECORD.
000120     05  OI-KEY.
000130         10  OI-RECEIPT-NO       PIC X(10).
000140         10  OI-PO-NO            PIC X(10).
000150*           'F' = DUE DATE (FORWARD WALK), 'R' = SHIP-BY DATE
000160*           (REVERSE WALK) - AS DO-DUE-DIRECTION ON DATEOUT.
000170         10  OI-DIRECTION        PIC X(01).
000180             88  OI-DIR-DUE              VALUE 'F'.
000190             88  OI-DIR-SHIP-BY          VALUE 'R'.
000200     05  OI-CALENDAR-ID          PIC X(08).
000210     05  OI-RECEIPT-DATE         PIC 9(08).
000220     05  OI-DUE-DATE             PIC 9(08).
000230     05  OI-DUE-WEEKDAY          PIC X(09).
000240     05  OI-ITEM-STATUS          PIC X(01).
000250         88  OI-ITEM-OPEN                VALUE 'O'.
000260         88  OI-ITEM-CLOSED              VALUE 'C'.
000270*        RUN DATE THE ITEM FIRST WENT OPEN ON THE MASTER (THE
000280*        AGING CLOCK) AND THE LAST RUN DATE A DATEOUT CARRIED
000290*        IT.
000300     05  OI-FIRST-LOAD-DATE      PIC 9(08).
000310     05  OI-LAST-LOAD-DATE       PIC 9(08).
000320*        ZERO/SPACE WHILE THE ITEM IS OPEN.  CLOSE TYPE 'P' =
000330*        PUT AWAY, 'S' = SHIPPED, FROM THE WMS CONFIRMATION.
000340     05  OI-CLOSE-DATE           PIC 9(08).
000350     05  OI-CLOSE-TYPE           PIC X(01).
000360     05  FILLER                  PIC X(20).
