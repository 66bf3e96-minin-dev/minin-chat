      ******************************************************************
      * MININ-MODRPT WEEKLY MODERATION REPORT v1.0
      * --------------------------------------------------------
      * COMPANION BATCH JOB TO THE MININ-CHAT MESSAGE PROCESSOR
      *
      * READS THE REVIEW QUEUE (MININ-REVIEW.DAT) THAT MININ-CHAT'S
      * REPORT COMMAND AND WATCHLIST FILL AND ITS REVIEW COMMAND
      * CLOSES, AND PRINTS THE WEEKLY PICTURE THE MODERATION LEAD
      * ASKS FOR:
      *   - QUEUE AGE: THE ITEMS STILL OPEN, BY HOW LONG THEY HAVE
      *     WAITED AT THE END OF THE WEEK, AND THE OLDEST OF THEM
      *   - VOLUME BY ROOM: ITEMS FLAGGED DURING THE WEEK, SPLIT
      *     BETWEEN USER REPORTS AND WATCHLIST HITS
      *   - DISPOSITIONS BY MODERATOR: ITEMS CLOSED DURING THE WEEK
      *     AS DISMISSED, WARNED, MUTED OR BANNED
      *
      * COMMAND LINE: [weekend]
      * THE WEEK IS THE SEVEN DAYS ENDING ON <weekend> (YYYYMMDD),
      * DEFAULT TODAY. QUEUE RECORDS ARE
      *   id|flagged|source|reporter|room|time|nick|state|
      *   moderator|closed|reason
      * WITH flagged AND closed AS YYYYMMDDHHMMSS. RETURN CODES:
      *   0 - REPORT PRINTED
      *   8 - <weekend> IS NOT A VALID DATE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MININ-MODRPT.
       AUTHOR. MININ-DEV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVIEW-FILE ASSIGN TO DYNAMIC WS-REVIEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REVIEW-FILE.
       01  REVIEW-RECORD             PIC X(700).

       WORKING-STORAGE SECTION.
       01  WS-REVIEW-STATUS    PIC X(2).
       01  WS-REVIEW-PATH      PIC X(80) VALUE "MININ-REVIEW.DAT".
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-CMD-LINE         PIC X(80).
       01  WS-TODAY            PIC X(8).
       01  WS-WEEK-END         PIC X(8).
       01  WS-WEEK-START       PIC X(8).
       01  WS-END-EDIT         PIC X(10).
       01  WS-START-EDIT       PIC X(10).
       01  WS-END-INT          PIC 9(8) VALUE 0.
       01  WS-START-INT        PIC 9(8) VALUE 0.
       01  WS-ARG-OK           PIC X(1) VALUE "Y".
           88  WS-ARGS-VALID              VALUE "Y".
       01  RV-ID               PIC X(6).
       01  RV-STAMP            PIC X(14).
       01  RV-SOURCE           PIC X(8).
       01  RV-REPORTER         PIC X(64).
       01  RV-ROOM             PIC X(64).
       01  RV-TIME             PIC X(8).
       01  RV-NICK             PIC X(64).
       01  RV-STATE            PIC X(10).
       01  RV-MODERATOR        PIC X(64).
       01  RV-CLOSED           PIC X(14).
       01  RV-REASON           PIC X(256).
       01  WS-ITEM-INT         PIC 9(8) VALUE 0.
       01  WS-ITEM-AGE         PIC 9(8) VALUE 0.
      * QUEUE AGE OF THE OPEN ITEMS AT THE END OF THE WEEK
       01  WS-AGE-TABLE.
           05  WS-AGE-ITEMS    PIC 9(9) OCCURS 4 TIMES.
       01  WS-AGE-I            PIC 9(1) VALUE 0.
       01  WS-OPEN-TOTAL       PIC 9(9) VALUE 0.
       01  WS-OLDEST-ID        PIC X(6) VALUE SPACES.
       01  WS-OLDEST-AGE       PIC 9(8) VALUE 0.
       01  WS-OLDEST-ROOM      PIC X(64).
      * VOLUME BY ROOM OF THE ITEMS FLAGGED DURING THE WEEK. 101
      * SLOTS LIKE MININ-REPORT'S ROOM TABLE; A QUEUE NAMING MORE
      * ROOMS THAN THAT FOLDS THE REST INTO THE LAST SLOT, WHICH KEEPS
      * ITS COUNTS AND IS RELABELLED OTHER.
       01  WS-ROOM-CNT         PIC 9(3) VALUE 0.
       01  WS-ROOM-TABLE.
           05  WS-ROOM-ENTRY OCCURS 101 TIMES.
               10  WS-ROOM-NAME    PIC X(64).
               10  WS-ROOM-USER    PIC 9(9).
               10  WS-ROOM-WATCH   PIC 9(9).
       01  WS-ROOM-I           PIC 9(3) VALUE 0.
       01  WS-ROOM-AT          PIC 9(3) VALUE 0.
       01  WS-FLAG-USER        PIC 9(9) VALUE 0.
       01  WS-FLAG-WATCH       PIC 9(9) VALUE 0.
      * DISPOSITIONS BY MODERATOR OF THE ITEMS CLOSED DURING THE
      * WEEK: DISMISSED, WARNED, MUTED, BANNED. MODERATORS BEYOND
      * THE 100TH FOLD INTO THE LAST SLOT AS OTHER, AS ROOMS DO.
       01  WS-MOD-CNT          PIC 9(3) VALUE 0.
       01  WS-MOD-TABLE.
           05  WS-MOD-ENTRY OCCURS 100 TIMES.
               10  WS-MOD-NAME     PIC X(64).
               10  WS-MOD-DISP     PIC 9(9) OCCURS 4 TIMES.
       01  WS-MOD-I            PIC 9(3) VALUE 0.
       01  WS-MOD-AT           PIC 9(3) VALUE 0.
       01  WS-DISP-I           PIC 9(1) VALUE 0.
       01  WS-DISP-TOTAL.
           05  WS-DISP-SUM     PIC 9(9) OCCURS 4 TIMES.
       01  WS-CLOSED-TOTAL     PIC 9(9) VALUE 0.
       01  WS-LINE-TOTAL       PIC 9(9) VALUE 0.
       01  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-SMALL         PIC ZZZ,ZZ9.
       01  WS-ED-SMALL-2       PIC ZZZ,ZZ9.
       01  WS-ED-SMALL-3       PIC ZZZ,ZZ9.
       01  WS-ED-SMALL-4       PIC ZZZ,ZZ9.
       01  WS-ED-SMALL-5       PIC ZZZ,ZZ9.
       01  WS-DETAIL-LINE      PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           PERFORM EDIT-ARGUMENTS
           IF NOT WS-ARGS-VALID
               DISPLAY "ERR|BAD-DATE|" FUNCTION TRIM(WS-CMD-LINE)
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM TALLY-QUEUE
               PERFORM PRINT-REPORT
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * THE WEEK ENDS ON THE DATE GIVEN, OR TODAY, AND STARTS SIX
      * DAYS EARLIER
      ******************************************************************
       EDIT-ARGUMENTS.
           MOVE "Y" TO WS-ARG-OK
           MOVE WS-TODAY TO WS-WEEK-END
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-WEEK-END
               IF WS-WEEK-END IS NOT NUMERIC
                       OR FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-LINE))
                           NOT = 8
                   MOVE "N" TO WS-ARG-OK
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(WS-WEEK-END)) NOT = 0
                       MOVE "N" TO WS-ARG-OK
                   END-IF
               END-IF
           END-IF
           IF WS-ARGS-VALID
               COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-WEEK-END))
               COMPUTE WS-START-INT = WS-END-INT - 6
               MOVE FUNCTION DATE-OF-INTEGER(WS-START-INT)
                   TO WS-WEEK-START
               MOVE SPACES TO WS-END-EDIT WS-START-EDIT
               STRING WS-WEEK-START(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-WEEK-START(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-WEEK-START(7:2) DELIMITED BY SIZE
                   INTO WS-START-EDIT
               END-STRING
               STRING WS-WEEK-END(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-WEEK-END(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-WEEK-END(7:2) DELIMITED BY SIZE
                   INTO WS-END-EDIT
               END-STRING
           END-IF.

      ******************************************************************
      * ONE PASS OF THE REVIEW QUEUE FEEDS ALL THREE SECTIONS
      ******************************************************************
       TALLY-QUEUE.
           INITIALIZE WS-AGE-TABLE WS-DISP-TOTAL
           MOVE 0 TO WS-ROOM-CNT WS-MOD-CNT WS-OPEN-TOTAL
               WS-FLAG-USER WS-FLAG-WATCH WS-CLOSED-TOTAL
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS = "00"
               PERFORM TALLY-QUEUE-LINE UNTIL WS-EOF
               CLOSE REVIEW-FILE
           END-IF.

       TALLY-QUEUE-LINE.
           READ REVIEW-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO RV-ID RV-STAMP RV-SOURCE RV-REPORTER
                       RV-ROOM RV-TIME RV-NICK RV-STATE RV-MODERATOR
                       RV-CLOSED RV-REASON
                   UNSTRING REVIEW-RECORD DELIMITED BY "|"
                       INTO RV-ID RV-STAMP RV-SOURCE RV-REPORTER
                           RV-ROOM RV-TIME RV-NICK RV-STATE
                           RV-MODERATOR RV-CLOSED RV-REASON
                   IF RV-STAMP(1:8) IS NUMERIC
                       COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(RV-STAMP(1:8)))
                       IF WS-ITEM-INT > 0 AND WS-ITEM-INT <= WS-END-INT
                           PERFORM TALLY-OPEN-AGE
                           PERFORM TALLY-ROOM-VOLUME
                       END-IF
                       PERFORM TALLY-DISPOSITION
                   END-IF
           END-READ.

      ******************************************************************
      * AN ITEM OPEN AT THE END OF THE WEEK (STILL OPEN, OR CLOSED
      * AFTER IT; THE CALLER HAS ALREADY DROPPED ITEMS FLAGGED LATER):
      * BUCKET ITS AGE IN WHOLE DAYS AT THE END OF THE WEEK - UNDER 1,
      * 1-2, 3-6, 7 AND OVER
      ******************************************************************
       TALLY-OPEN-AGE.
           IF RV-STATE = "OPEN" OR RV-CLOSED(1:8) > WS-WEEK-END
               ADD 1 TO WS-OPEN-TOTAL
               COMPUTE WS-ITEM-AGE = WS-END-INT - WS-ITEM-INT
               EVALUATE TRUE
                   WHEN WS-ITEM-AGE < 1
                       MOVE 1 TO WS-AGE-I
                   WHEN WS-ITEM-AGE < 3
                       MOVE 2 TO WS-AGE-I
                   WHEN WS-ITEM-AGE < 7
                       MOVE 3 TO WS-AGE-I
                   WHEN OTHER
                       MOVE 4 TO WS-AGE-I
               END-EVALUATE
               ADD 1 TO WS-AGE-ITEMS(WS-AGE-I)
               IF WS-OLDEST-ID = SPACES OR WS-ITEM-AGE > WS-OLDEST-AGE
                   MOVE RV-ID TO WS-OLDEST-ID
                   MOVE WS-ITEM-AGE TO WS-OLDEST-AGE
                   MOVE RV-ROOM TO WS-OLDEST-ROOM
               END-IF
           END-IF.

      ******************************************************************
      * AN ITEM FLAGGED DURING THE WEEK: COUNT IT AGAINST ITS ROOM
      ******************************************************************
       TALLY-ROOM-VOLUME.
           IF WS-ITEM-INT >= WS-START-INT
               MOVE 0 TO WS-ROOM-AT
               PERFORM FIND-ROOM-SLOT VARYING WS-ROOM-I FROM 1 BY 1
                   UNTIL WS-ROOM-I > WS-ROOM-CNT OR WS-ROOM-AT > 0
               IF WS-ROOM-AT = 0
                   IF WS-ROOM-CNT < 101
                       ADD 1 TO WS-ROOM-CNT
                       MOVE WS-ROOM-CNT TO WS-ROOM-AT
                       MOVE RV-ROOM TO WS-ROOM-NAME(WS-ROOM-AT)
                       MOVE 0 TO WS-ROOM-USER(WS-ROOM-AT)
                           WS-ROOM-WATCH(WS-ROOM-AT)
                   ELSE
                       MOVE WS-ROOM-CNT TO WS-ROOM-AT
                       MOVE "OTHER" TO WS-ROOM-NAME(WS-ROOM-AT)
                   END-IF
               END-IF
               IF RV-SOURCE = "WATCH"
                   ADD 1 TO WS-ROOM-WATCH(WS-ROOM-AT)
                   ADD 1 TO WS-FLAG-WATCH
               ELSE
                   ADD 1 TO WS-ROOM-USER(WS-ROOM-AT)
                   ADD 1 TO WS-FLAG-USER
               END-IF
           END-IF.

       FIND-ROOM-SLOT.
           IF WS-ROOM-NAME(WS-ROOM-I) = RV-ROOM
               MOVE WS-ROOM-I TO WS-ROOM-AT
           END-IF.

      ******************************************************************
      * AN ITEM CLOSED DURING THE WEEK: COUNT ITS DISPOSITION
      * AGAINST THE MODERATOR WHO CLOSED IT
      ******************************************************************
       TALLY-DISPOSITION.
           MOVE 0 TO WS-DISP-I
           EVALUATE RV-STATE
               WHEN "DISMISSED"
                   MOVE 1 TO WS-DISP-I
               WHEN "WARNED"
                   MOVE 2 TO WS-DISP-I
               WHEN "MUTED"
                   MOVE 3 TO WS-DISP-I
               WHEN "BANNED"
                   MOVE 4 TO WS-DISP-I
           END-EVALUATE
           IF WS-DISP-I > 0 AND RV-CLOSED(1:8) IS NUMERIC
               COMPUTE WS-ITEM-INT = FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(RV-CLOSED(1:8)))
               IF WS-ITEM-INT >= WS-START-INT
                       AND WS-ITEM-INT <= WS-END-INT
                   MOVE 0 TO WS-MOD-AT
                   PERFORM FIND-MOD-SLOT VARYING WS-MOD-I FROM 1 BY 1
                       UNTIL WS-MOD-I > WS-MOD-CNT OR WS-MOD-AT > 0
                   IF WS-MOD-AT = 0
                       IF WS-MOD-CNT < 100
                           ADD 1 TO WS-MOD-CNT
                           MOVE WS-MOD-CNT TO WS-MOD-AT
                           MOVE RV-MODERATOR TO WS-MOD-NAME(WS-MOD-AT)
                           MOVE 0 TO WS-MOD-DISP(WS-MOD-AT, 1)
                               WS-MOD-DISP(WS-MOD-AT, 2)
                               WS-MOD-DISP(WS-MOD-AT, 3)
                               WS-MOD-DISP(WS-MOD-AT, 4)
                       ELSE
                           MOVE WS-MOD-CNT TO WS-MOD-AT
                           MOVE "OTHER" TO WS-MOD-NAME(WS-MOD-AT)
                       END-IF
                   END-IF
                   ADD 1 TO WS-MOD-DISP(WS-MOD-AT, WS-DISP-I)
                   ADD 1 TO WS-DISP-SUM(WS-DISP-I)
                   ADD 1 TO WS-CLOSED-TOTAL
               END-IF
           END-IF.

       FIND-MOD-SLOT.
           IF WS-MOD-NAME(WS-MOD-I) = RV-MODERATOR
               MOVE WS-MOD-I TO WS-MOD-AT
           END-IF.

      ******************************************************************
      * PRINT THE FORMATTED WEEKLY SUMMARY
      ******************************************************************
       PRINT-REPORT.
           DISPLAY "=================================================="
           DISPLAY " MININ-CHAT WEEKLY MODERATION REPORT"
           DISPLAY " WEEK " WS-START-EDIT " TO " WS-END-EDIT
           DISPLAY "=================================================="
           DISPLAY " "
           DISPLAY " REVIEW QUEUE AGE (OPEN ITEMS AT WEEK END)"
           MOVE WS-AGE-ITEMS(1) TO WS-ED-COUNT
           DISPLAY "   UNDER 1 DAY:    " FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-AGE-ITEMS(2) TO WS-ED-COUNT
           DISPLAY "   1-2 DAYS:       " FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-AGE-ITEMS(3) TO WS-ED-COUNT
           DISPLAY "   3-6 DAYS:       " FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-AGE-ITEMS(4) TO WS-ED-COUNT
           DISPLAY "   7 DAYS OR MORE: " FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-OPEN-TOTAL TO WS-ED-COUNT
           DISPLAY "   TOTAL OPEN:     " FUNCTION TRIM(WS-ED-COUNT)
           IF WS-OLDEST-ID NOT = SPACES
               MOVE WS-OLDEST-AGE TO WS-ED-COUNT
               DISPLAY "   OLDEST:         ITEM "
                   FUNCTION TRIM(WS-OLDEST-ID) " IN "
                   FUNCTION TRIM(WS-OLDEST-ROOM) ", "
                   FUNCTION TRIM(WS-ED-COUNT) " DAYS"
           END-IF
           DISPLAY " "
           DISPLAY " ITEMS FLAGGED BY ROOM"
           DISPLAY "   ROOM                        USER   WATCH   TOTAL"
           IF WS-ROOM-CNT = 0
               DISPLAY "   (NO ITEMS FLAGGED)"
           ELSE
               PERFORM PRINT-ROOM-LINE VARYING WS-ROOM-I FROM 1 BY 1
                   UNTIL WS-ROOM-I > WS-ROOM-CNT
           END-IF
           MOVE WS-FLAG-USER TO WS-ED-SMALL
           MOVE WS-FLAG-WATCH TO WS-ED-SMALL-2
           COMPUTE WS-LINE-TOTAL = WS-FLAG-USER + WS-FLAG-WATCH
           MOVE WS-LINE-TOTAL TO WS-ED-SMALL-3
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "   TOTAL                    " DELIMITED BY SIZE
               WS-ED-SMALL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL-3 DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DETAIL-LINE TRAILING)
           DISPLAY " "
           DISPLAY " DISPOSITIONS BY MODERATOR"
           DISPLAY "   MODERATOR        DISMISSED  WARNED   MUTED"
               "  BANNED   TOTAL"
           IF WS-MOD-CNT = 0
               DISPLAY "   (NO ITEMS CLOSED)"
           ELSE
               PERFORM PRINT-MOD-LINE VARYING WS-MOD-I FROM 1 BY 1
                   UNTIL WS-MOD-I > WS-MOD-CNT
           END-IF
           MOVE WS-DISP-SUM(1) TO WS-ED-SMALL
           MOVE WS-DISP-SUM(2) TO WS-ED-SMALL-2
           MOVE WS-DISP-SUM(3) TO WS-ED-SMALL-3
           MOVE WS-DISP-SUM(4) TO WS-ED-SMALL-4
           MOVE WS-CLOSED-TOTAL TO WS-ED-SMALL-5
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "   TOTAL            " DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ED-SMALL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL-5 DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DETAIL-LINE TRAILING)
           DISPLAY "==================================================".

       PRINT-ROOM-LINE.
           MOVE WS-ROOM-USER(WS-ROOM-I) TO WS-ED-SMALL
           MOVE WS-ROOM-WATCH(WS-ROOM-I) TO WS-ED-SMALL-2
           COMPUTE WS-LINE-TOTAL = WS-ROOM-USER(WS-ROOM-I)
               + WS-ROOM-WATCH(WS-ROOM-I)
           MOVE WS-LINE-TOTAL TO WS-ED-SMALL-3
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "   " DELIMITED BY SIZE
               WS-ROOM-NAME(WS-ROOM-I)(1:24) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL-3 DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DETAIL-LINE TRAILING).

       PRINT-MOD-LINE.
           MOVE WS-MOD-DISP(WS-MOD-I, 1) TO WS-ED-SMALL
           MOVE WS-MOD-DISP(WS-MOD-I, 2) TO WS-ED-SMALL-2
           MOVE WS-MOD-DISP(WS-MOD-I, 3) TO WS-ED-SMALL-3
           MOVE WS-MOD-DISP(WS-MOD-I, 4) TO WS-ED-SMALL-4
           COMPUTE WS-LINE-TOTAL = WS-MOD-DISP(WS-MOD-I, 1)
               + WS-MOD-DISP(WS-MOD-I, 2) + WS-MOD-DISP(WS-MOD-I, 3)
               + WS-MOD-DISP(WS-MOD-I, 4)
           MOVE WS-LINE-TOTAL TO WS-ED-SMALL-5
           MOVE SPACES TO WS-DETAIL-LINE
           STRING "   " DELIMITED BY SIZE
               WS-MOD-NAME(WS-MOD-I)(1:16) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ED-SMALL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL-2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL-3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL-4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ED-SMALL-5 DELIMITED BY SIZE
               INTO WS-DETAIL-LINE
           END-STRING
           DISPLAY FUNCTION TRIM(WS-DETAIL-LINE TRAILING).
