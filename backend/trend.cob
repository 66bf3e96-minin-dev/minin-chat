      *   RUNERR|date|start|batch|code|count
      * AS WRITTEN BY WRITE-RUN-SUMMARY; THE EDITED COUNTS MAY HOLD
      * COMMA SEPARATORS, SO DIGITS ARE EXTRACTED BEFORE CONVERSION.
      * ARCHIVED MESSAGES ARE COUNTED INTO THE WEEK OF THEIR OWN
      * DATE (THE FIRST FIELD OF date|time|nick|room|text), NOT THE
      * WEEK THE ROLLOFF HAPPENED TO RUN IN; A RECORD WRITTEN BEFORE
      * RECORDS CARRIED THEIR DATE (time|nick|room|text) TAKES ITS
      * ARCHIVE'S CATALOG DATE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MININ-TREND.
       01  AR-ROOM             PIC X(64).
       01  AR-DATE             PIC X(8).
       01  AR-PATH             PIC X(120).
       01  WS-ARC-DATE         PIC X(8).
      * PER-RUN TREND LIST: WHEN MORE RUNS THAN SLOTS ARE ON THE LOG
      * THE OLDEST ENTRY IS SHIFTED OUT SO THE LIST ALWAYS HOLDS THE
      * MOST RECENT RUNS
           END-IF.

      ******************************************************************
      * WALK THE ARCHIVE CATALOG, COUNTING EACH ARCHIVED RECORD INTO
      * ITS ROOM'S WEEK SLOT BY THE RECORD'S DATE. ARCHIVES ROLLED
      * BEFORE THE REPORTING WINDOW OPENED HOLD NOTHING INSIDE IT
      * AND ARE SKIPPED WITHOUT BEING OPENED.
      ******************************************************************
       TALLY-ARCHIVES.
           MOVE "N" TO WS-EOF-FLAG
                   MOVE SPACES TO AR-ROOM AR-DATE AR-PATH
                   UNSTRING CATALOG-RECORD DELIMITED BY "|"
                       INTO AR-ROOM AR-DATE AR-PATH
                   IF AR-DATE IS NUMERIC
                           AND AR-DATE >= WS-WEEK-START(1)
                       PERFORM COUNT-ONE-ARCHIVE
                   END-IF
           END-READ.

      * KEEPS ITS OWN EOF SWITCH RATHER THAN SHARING WS-EOF-FLAG
      ******************************************************************
       COUNT-ONE-ARCHIVE.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROOM))
               TO WS-ARC-ROOM
           MOVE 0 TO WS-RMWK-HIT
           MOVE SPACES TO WS-ARCHIVE-PATH
           MOVE AR-PATH TO WS-ARCHIVE-PATH
           MOVE "N" TO WS-ARC-EOF-FLAG
               AT END
                   SET WS-ARC-EOF TO TRUE
               NOT AT END
                   IF ARCHIVE-RECORD(3:1) = ":"
                       MOVE AR-DATE TO WS-ARC-DATE
                   ELSE
                       MOVE ARCHIVE-RECORD(1:8) TO WS-ARC-DATE
                   END-IF
                   MOVE WS-ARC-DATE TO WS-SLOT-DATE
                   PERFORM COMPUTE-WEEK-SLOT
                   IF WS-SLOT > 0
                       IF WS-RMWK-HIT = 0
                           PERFORM FIND-ROOM-ROW
                       END-IF
                       IF WS-RMWK-HIT > 0
                           ADD 1 TO WS-RMWK-N(WS-RMWK-HIT, WS-SLOT)
                       END-IF
                   END-IF
           END-READ.

      * THE ROOM'S ROW IS FOUND OR ADDED ON ITS FIRST MESSAGE INSIDE
      * THE WINDOW, SO A ROOM WITH NONE GETS NO ROW
       FIND-ROOM-ROW.
           PERFORM MATCH-RMWK-ENTRY VARYING WS-RMWK-I FROM 1 BY 1
               UNTIL WS-RMWK-I > WS-RMWK-CNT OR WS-RMWK-HIT > 0
           IF WS-RMWK-HIT = 0
               IF WS-RMWK-CNT < 101
                   ADD 1 TO WS-RMWK-CNT
                   MOVE WS-ARC-ROOM TO WS-RMWK-NAME(WS-RMWK-CNT)
                       UNTIL WS-WK-I > 8
                       MOVE 0 TO WS-RMWK-N(WS-RMWK-CNT, WS-WK-I)
                   END-PERFORM
                   MOVE WS-RMWK-CNT TO WS-RMWK-HIT
               ELSE
                   MOVE "Y" TO WS-RMWK-FULL
               END-IF
