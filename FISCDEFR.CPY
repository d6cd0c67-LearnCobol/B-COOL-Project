000010*--------------------------------------------------------------
000020* FISCDEFR - ONE RECORD OF THE FISCAL-CALENDAR DEFINITION FILE
000030* (PROD.CALENDAR.FISCAL, LRECL 80).  ONE RECORD PER FISCAL
000040* PERIOD, GIVING THE FIRST AND LAST CALENDAR DATE OF THE
000050* PERIOD.  FINANCE'S CALENDAR IS 4-4-5 WEEKS, TWELVE PERIODS
000060* TO THE YEAR, WITH THE EXTRA WEEK OF A 53-WEEK YEAR CARRIED
000070* IN PERIOD 12 - BUT THE FILE ITSELF ONLY STATES THE DATES,
000080* SO DATESRV ANSWERS WHATEVER FINANCE DEFINES.  MAINTAINED BY
000090* FISCMNT (FISCJOB), WRITTEN IN FISCAL YEAR/PERIOD ORDER, AND
000100* LOADED BY DATESRV FROM THE FISCAL DD.
000110*--------------------------------------------------------------
000120 01  FISCAL-PERIOD-RECORD.
000130     05  FPD-FISCAL-YEAR         PIC 9(04).
000140     05  FPD-FISCAL-YEAR-X REDEFINES FPD-FISCAL-YEAR
000150                                 PIC X(04).
000160     05  FPD-PERIOD              PIC 9(02).
000170     05  FPD-PERIOD-X REDEFINES FPD-PERIOD
000180                                 PIC X(02).
000190*        FIRST AND LAST DAY OF THE PERIOD, YYYYMMDD, INCLUSIVE.
000200     05  FPD-START-DATE          PIC 9(08).
000210     05  FPD-START-DATE-X REDEFINES FPD-START-DATE
000220                                 PIC X(08).
000230     05  FPD-END-DATE            PIC 9(08).
000240     05  FPD-END-DATE-X REDEFINES FPD-END-DATE
000250                                 PIC X(08).
000260     05  FILLER                  PIC X(58).
