000010*--------------------------------------------------------------
000020* DATEMSTR - ONE RECORD OF THE KEYED DATE-RESULTS MASTER
000030* (VSAM KSDS, KEY = DM-KEY, LRECL 60).  CALENDAR CHECKS THE
000040* MASTER BEFORE COMPUTING AND INSERTS ON A MISS, SO A DATE
000050* THAT SHOWS UP ON HUNDREDS OF DATEIN LINES IS COMPUTED ONCE;
000060* DATEINQ ANSWERS ONE-OFF LOOKUPS FROM IT WITHOUT RERUNNING
000230     05  DM-WEEKDAY-NAME         PIC X(09).
000240     05  DM-HOLIDAY-FLAG         PIC X(01).
000250     05  FILLER                  PIC X(01).
000260*        THE RECEIPT AND PO NUMBERS OF THE DATEIN LINE THAT
000270*        FIRST PUT THE DATE ON THE MASTER (10/15/2026), SO A
000280*        ONE-OFF INQUIRY CAN BE TRACED TO A PHYSICAL RECEIPT.
000290*        SPACES ON RECORDS LOADED BEFORE THE CHANGE.
000300     05  DM-FIRST-RECEIPT-NO     PIC X(10).
000310     05  DM-FIRST-PO-NO          PIC X(10).
