000010*--------------------------------------------------------------
000020* SLACTLR - THE CONTROL LINE SLARPT PRINTS AS THE LAST LINE OF
000030* EVERY PROD.CALENDAR.SLAREPT GENERATION (132 BYTES).  IT
000040* CARRIES THE RUN STAMP AND THE COUNTS BEHIND THE REPORT IN
000050* FIXED COLUMNS SO OPSDIGST CAN READ THE NIGHT'S SLA BREACH
000060* COUNT WITHOUT PARSING THE PRINTED PAGES.  SHARED BY SLARPT
000070* (WRITER) AND OPSDIGST (READER) SO THE TWO CAN NEVER DRIFT
000080* APART ON WHERE A FIELD SITS.  READERS KNOW THE LINE BY
000090* SLC-LINE-ID AND TEST THE COUNTS NUMERIC.
000100*--------------------------------------------------------------
000110 01  SLA-CONTROL-LINE.
000120     05  SLC-LINE-ID             PIC X(17)
000130                                 VALUE ' *** SLA CONTROL '.
000140     05  SLC-RUN-DATE            PIC 9(08).
000150     05  SLC-RUN-DATE-X REDEFINES SLC-RUN-DATE
000160                                 PIC X(08).
000170     05  FILLER                  PIC X(01) VALUE SPACE.
000180     05  SLC-RUN-TIME            PIC 9(04).
000190     05  FILLER                  PIC X(06) VALUE ' READ '.
000200     05  SLC-READ-COUNT          PIC 9(06).
000210     05  FILLER                  PIC X(06) VALUE ' AGED '.
000220     05  SLC-AGED-COUNT          PIC 9(06).
000230     05  FILLER                  PIC X(10) VALUE ' OVER SLA '.
000240     05  SLC-OVER-COUNT          PIC 9(06).
000250     05  SLC-OVER-COUNT-X REDEFINES SLC-OVER-COUNT
000260                                 PIC X(06).
000270     05  FILLER                  PIC X(04) VALUE ' ***'.
000280     05  FILLER                  PIC X(58) VALUE SPACES.
