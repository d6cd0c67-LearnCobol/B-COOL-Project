000160*                     INSIDE RETENTION, SO THE LOG CALENDAR
000170*                     APPENDS TO WITH DISP=MOD STOPS GROWING
000180*                     WITHOUT BOUND.
000181*   10/15/2026  DLH   CARRIES THE AUDIT HASH CHAIN ACROSS THE
000182*                     SPLIT: ONCE A LINE IS KEPT EVERY LATER LINE
000183*                     IS KEPT TOO, SO ARCHIVE PLUS LIVE LOG IS
000184*                     THE OLD LOG LINE FOR LINE, AND A TYPE 'C'
000185*                     LINE AT THE TOP OF THE REWRITTEN LOG
000186*                     REPEATS THE SEQUENCE NUMBER AND HASH OF THE
000187*                     LAST LINE ARCHIVED.
000190*--------------------------------------------------------------
000200* FUNCTION: READS THE LIVE AUDIT LOG (AUDITLOG), WRITES EVERY
000210*           LINE WITH A RUN DATE BEFORE THE CUTOFF TO THE
000240*           WRITTEN BEFORE THE LOG WENT TO THE FIXED AUDITREC
000250*           LAYOUT CARRY NO RUN DATE, SO THEY ARE BY DEFINITION
000260*           OLDER THAN ANY CUTOFF AND GO TO THE ARCHIVE.
000261*
000262*           THE LOG IS SPLIT AT ONE POINT ONLY: ONCE A LINE IS
000263*           KEPT, EVERY LINE AFTER IT IS KEPT TOO, EVEN ONE DATED
000264*           BEFORE THE CUTOFF, SO THE ARCHIVE FOLLOWED BY THE
000265*           LIVE LOG IS THE OLD LOG LINE FOR LINE AND THE AUDIT
000266*           HASH CHAIN (SEE AUDITREC) RUNS ACROSS THE SPLIT
000267*           UNBROKEN.  THE REWRITTEN LOG STARTS WITH A TYPE 'C'
000268*           CARRY-FORWARD LINE REPEATING THE SEQUENCE NUMBER AND
000269*           HASH OF THE LAST LINE ARCHIVED, SO IT CAN BE VERIFIED
000270*           ON ITS OWN AND CALENDAR CARRIES ON FROM THERE.
000271*
000280*           CONTROL CARD (SYSIN):
000290*             COL 1-8   RETENTION CUTOFF DATE YYYYMMDD - LINES
000300*                       DATED BEFORE THIS GO TO THE ARCHIVE
001010 77  WS-KEPT-COUNT           PIC 9(08) VALUE ZEROS COMP.
001020 77  WS-OLDFORM-COUNT        PIC 9(08) VALUE ZEROS COMP.
001030 77  WS-COUNT-DISPLAY        PIC ZZZZZZZ9 VALUE SPACES.
001031*    LINES DATED BEFORE THE CUTOFF BUT KEPT BECAUSE AN EARLIER
001032*    LINE WAS ALREADY KEPT - THE LOG IS SPLIT AT ONE POINT ONLY.
001033 77  WS-HELD-COUNT           PIC 9(08) VALUE ZEROS COMP.
001034 77  WS-OLDFORM-SW           PIC X(01) VALUE 'N'.
001035     88  WS-LINE-OLDFORM               VALUE 'Y'.
001036 77  WS-AGED-SW              PIC X(01) VALUE 'N'.
001037     88  WS-LINE-AGED                  VALUE 'Y'.
001038 77  WS-NEWLOG-SW            PIC X(01) VALUE 'N'.
001039     88  WS-NEWLOG-STARTED             VALUE 'Y'.
001040
001041*--------------------------------------------------------------
001042* AUDIT CHAIN - SEQUENCE NUMBER AND HASH OF THE LAST CHAINED
001043* LINE ARCHIVED, REPEATED ON THE CARRY-FORWARD LINE.
001044*--------------------------------------------------------------
001045 77  WS-CHAIN-SEQ            PIC 9(09) VALUE ZEROS.
001046 77  WS-CHAIN-HASH           PIC 9(12) VALUE ZEROS.
001047 77  WS-CHAIN-SW             PIC X(01) VALUE 'N'.
001048     88  WS-CHAIN-KNOWN                VALUE 'Y'.
001049 77  WS-CARRY-SW             PIC X(01) VALUE 'N'.
001050     88  WS-CARRY-WRITTEN              VALUE 'Y'.
001051 77  WS-SEQ-DISPLAY          PIC ZZZZZZZZ9 VALUE SPACES.
001052
001053*--------------------------------------------------------------
001060* AUDIT-LINE - THE FIXED AUDIT-LOG LAYOUT SHARED WITH CALENDAR,
001070* AUDINQ AND AUDVRFY.  EACH LOG LINE IS MOVED HERE TO BE
001075* EXAMINED, AND THE CARRY-FORWARD LINE IS BUILT HERE.
001080*--------------------------------------------------------------
001090 COPY AUDITREC.
001100
001190    02  CurrentHour     PIC 99.
001200    02  CurrentMinute   PIC 99.
001210    02  FILLER          PIC 9(4).
001212 01 CurrentHHMM REDEFINES CurrentTime.
001214    02  CurrentHourMinute PIC 9(4).
001216    02  FILLER          PIC 9(4).
001220
001230 PROCEDURE DIVISION.
001240*--------------------------------------------------------------
001680     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
001690     PERFORM 2200-ROUTE-ONE-LINE THRU 2200-EXIT
001700         UNTIL WS-AUDIT-EOF.
001701*    EVERYTHING WAS ARCHIVED - THE REWRITTEN LOG IS JUST THE
001702*    CARRY-FORWARD LINE.
001703     IF NOT WS-NEWLOG-STARTED
001704         PERFORM 2500-CARRY-CHAIN-FORWARD THRU 2500-EXIT
001705     END-IF.
001710 2000-EXIT.
001720     EXIT.
001730
001790 2100-EXIT.
001800     EXIT.
001810
001812*--------------------------------------------------------------
001814* 2200-ROUTE-ONE-LINE - AN OLD-FORMAT LINE (NO RECOGNIZABLE
001816* RECORD TYPE OR NON-NUMERIC RUN DATE) PREDATES THE FIXED
001818* LAYOUT AND IS OLDER THAN ANY CUTOFF.  A FIXED-LAYOUT LINE IS
001820* AGED ON ITS RUN DATE.  AN AGED LINE IS ARCHIVED UNLESS A
001822* LINE BEFORE IT HAS ALREADY BEEN KEPT.
001824*--------------------------------------------------------------
001826 2200-ROUTE-ONE-LINE.
001828     ADD 1 TO WS-READ-COUNT.
001830     MOVE AUDIT-RECORD TO AUDIT-LINE.
001832     MOVE 'N' TO WS-OLDFORM-SW.
001834     MOVE 'N' TO WS-AGED-SW.
001836     IF (NOT AUD-TYPE-DETAIL AND NOT AUD-TYPE-SUMMARY
001838             AND NOT AUD-TYPE-CHAIN)
001840             OR AUD-RUN-DATE-X NOT NUMERIC
001842         SET WS-LINE-OLDFORM TO TRUE
001844         SET WS-LINE-AGED TO TRUE
001846     ELSE
001848         IF AUD-RUN-DATE < CTL-CUTOFF-DATE
001850             SET WS-LINE-AGED TO TRUE
001852         END-IF
001854     END-IF.
001856     IF WS-LINE-AGED AND NOT WS-NEWLOG-STARTED
001858         PERFORM 2300-ARCHIVE-LINE THRU 2300-EXIT
001860     ELSE
001862         PERFORM 2400-KEEP-LINE THRU 2400-EXIT
001864     END-IF.
001866     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
001868 2200-EXIT.
001870     EXIT.
001872
001874*--------------------------------------------------------------
001876* 2300-ARCHIVE-LINE - WRITES THE LINE TO THE ARCHIVE, NOTING
001878* THE SEQUENCE NUMBER AND HASH OF A CHAINED LINE FOR THE
001880* CARRY-FORWARD LINE.
001882*--------------------------------------------------------------
001884 2300-ARCHIVE-LINE.
001886     ADD 1 TO WS-ARCHIVE-COUNT.
001888     IF WS-LINE-OLDFORM
001890         ADD 1 TO WS-OLDFORM-COUNT
001892     ELSE
001894         IF AUD-SEQ-NO-X IS NUMERIC
001896                 AND AUD-CHAIN-HASH-X IS NUMERIC
001898             MOVE AUD-SEQ-NO     TO WS-CHAIN-SEQ
001900             MOVE AUD-CHAIN-HASH TO WS-CHAIN-HASH
001902             SET WS-CHAIN-KNOWN TO TRUE
001904         END-IF
001906     END-IF.
001908     WRITE ARCHIVE-RECORD FROM AUDIT-RECORD.
001910 2300-EXIT.
001912     EXIT.
001914
001916*--------------------------------------------------------------
001918* 2400-KEEP-LINE - WRITES THE LINE TO THE REWRITTEN LOG, AFTER
001920* THE CARRY-FORWARD LINE WHEN IT IS THE FIRST ONE KEPT.
001922*--------------------------------------------------------------
001924 2400-KEEP-LINE.
001926     IF NOT WS-NEWLOG-STARTED
001928         PERFORM 2500-CARRY-CHAIN-FORWARD THRU 2500-EXIT
001930     END-IF.
001932     ADD 1 TO WS-KEPT-COUNT.
001934     IF WS-LINE-AGED
001936         ADD 1 TO WS-HELD-COUNT
001938     END-IF.
001940     WRITE NEWLOG-RECORD FROM AUDIT-RECORD.
001942 2400-EXIT.
001944     EXIT.
001946
001948*--------------------------------------------------------------
001950* 2500-CARRY-CHAIN-FORWARD - STARTS THE REWRITTEN LOG WITH A
001952* TYPE 'C' LINE REPEATING THE SEQUENCE NUMBER AND HASH OF THE
001954* LAST CHAINED LINE ARCHIVED.  NOTHING TO CARRY WHEN NO CHAINED
001956* LINE WAS ARCHIVED (THE CHAIN, IF ANY, STARTS ON THE LIVE LOG).
001958*--------------------------------------------------------------
001960 2500-CARRY-CHAIN-FORWARD.
001962     SET WS-NEWLOG-STARTED TO TRUE.
001964     IF NOT WS-CHAIN-KNOWN
001966         GO TO 2500-EXIT
001968     END-IF.
001970     MOVE SPACES TO AUDIT-LINE.
001972     SET AUD-TYPE-CHAIN TO TRUE.
001974     MOVE CurrentDate       TO AUD-RUN-DATE.
001976     MOVE CurrentHourMinute TO AUD-RUN-TIME.
001978     MOVE "AUDARCH"         TO AUD-OPERATOR-ID.
001980     MOVE ZEROS TO AUD-INPUT-DATE.
001982     MOVE ZEROS TO AUD-DAY-OF-YEAR AUD-BUS-DAY.
001984     MOVE ZEROS TO AUD-FISCAL-YEAR AUD-FISCAL-PERIOD.
001986     MOVE "CHAIN" TO AUD-STATUS.
001988     MOVE "CHAIN CARRIED FORWARD FROM ARCHIVE" TO AUD-ERROR-MSG.
001990     MOVE WS-CHAIN-SEQ      TO AUD-SEQ-NO.
001992     MOVE WS-CHAIN-HASH     TO AUD-CHAIN-HASH.
001994     WRITE NEWLOG-RECORD FROM AUDIT-LINE.
001996     SET WS-CARRY-WRITTEN TO TRUE.
001998 2500-EXIT.
002000     EXIT.
002080
002090*--------------------------------------------------------------
002100* 8000-PRINT-SUMMARY - ONE PAGE OF RUN TOTALS FOR THE BINDER.
002560         WS-COUNT-DISPLAY DELIMITED BY SIZE
002570         INTO PRINT-LINE.
002580     WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
002581     MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY.
002582     MOVE SPACES TO PRINT-LINE.
002583     STRING "  OF WHICH HELD FOR ORDER:  " DELIMITED BY SIZE
002584         WS-COUNT-DISPLAY DELIMITED BY SIZE
002585         INTO PRINT-LINE.
002586     WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
002587     MOVE SPACES TO PRINT-LINE.
002588     WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
002589     MOVE SPACES TO PRINT-LINE.
002590     IF WS-CHAIN-KNOWN
002591         MOVE WS-CHAIN-SEQ TO WS-SEQ-DISPLAY
002592         STRING "LAST SEQUENCE ARCHIVED:    " DELIMITED BY SIZE
002593             WS-SEQ-DISPLAY DELIMITED BY SIZE
002594             INTO PRINT-LINE
002595     ELSE
002596         MOVE "NO SEQUENCED LINE ARCHIVED" TO PRINT-LINE
002597     END-IF.
002598     WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
002599     MOVE SPACES TO PRINT-LINE.
002600     IF WS-CARRY-WRITTEN
002601         MOVE "CHAIN CARRIED FORWARD ON A TYPE 'C' LINE"
002602             TO PRINT-LINE
002603     ELSE
002604         MOVE "NO CHAIN TO CARRY FORWARD" TO PRINT-LINE
002605     END-IF.
002606     WRITE PRINT-LINE AFTER ADVANCING 1 LINE.
002607 8000-EXIT.
002608     EXIT.
002610
002620*--------------------------------------------------------------
002630* 9000-TERMINATE - CLOSES THE FILES.
