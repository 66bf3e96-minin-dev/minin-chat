      *   - BUSIEST HOUR OF THE DAY
      *   - BLOCKED / UNKNOWN / SYSTEM EVENT TOTALS FROM THE AUDIT
      *
      * TRANSCRIPT RECORDS ARE YYYYMMDD|HH:MM:SS|nick|room|
      * formatted-text AS WRITTEN BY MININ-CHAT'S WRITE-TRANSCRIPT
      * PARAGRAPH. ONLY MESSAGES DATED THE REPORT DATE ARE COUNTED,
      * SO A ROLLOFF THAT WAS SKIPPED OR RAN LATE CANNOT MERGE TWO
      * DAYS; THE ROOM'S ARCHIVES CATALOGED ON OR AFTER THE REPORT
      * DATE (MININ-ARCHIVES.DAT) ARE READ AS WELL AS THE LIVE
      * TRANSCRIPT, SO A DAY ALREADY ROLLED IS STILL REPORTED. A
      * RECORD WRITTEN BEFORE RECORDS CARRIED THEIR DATE
      * (HH:MM:SS|nick|room|text) IS TAKEN AS DATED THE ARCHIVE'S
      * CATALOG DATE, OR TODAY IN A LIVE TRANSCRIPT.
      *
      * COMMAND LINE: [YYYYMMDD] - THE REPORT DATE, DEFAULT TODAY.
      * RETURN CODES:
      *   0 - REPORT PRINTED
      *   8 - THE REPORT DATE IS NOT A VALID DATE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MININ-REPORT.
           SELECT ROOMS-FILE ASSIGN TO DYNAMIC WS-ROOMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOMS-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOMS-FILE.
       01  ROOMS-RECORD              PIC X(220).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD            PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD            PIC X(1200).

       WORKING-STORAGE SECTION.
       01  WS-TRANSCRIPT-STATUS PIC X(2).
       01  WS-AUDIT-STATUS      PIC X(2).
       01  WS-COUNTERS-STATUS   PIC X(2).
       01  WS-ROOMS-STATUS      PIC X(2).
       01  WS-CATALOG-STATUS    PIC X(2).
       01  WS-ARCHIVE-STATUS    PIC X(2).
       01  WS-TRANSCRIPT-PATH  PIC X(100).
       01  WS-AUDIT-PATH       PIC X(80) VALUE "MININ-AUDIT.DAT".
       01  WS-COUNTERS-PATH    PIC X(80) VALUE "MININ-COUNTERS.DAT".
       01  WS-ROOMS-PATH       PIC X(80) VALUE "MININ-ROOMS.DAT".
       01  WS-CATALOG-PATH     PIC X(80) VALUE "MININ-ARCHIVES.DAT".
       01  WS-ARCHIVE-PATH     PIC X(120).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-ARC-EOF-FLAG     PIC X(1) VALUE "N".
           88  WS-ARC-EOF                VALUE "Y".
       01  WS-CMD-LINE         PIC X(256).
       01  WS-ARG-OK           PIC X(1) VALUE "Y".
           88  WS-ARGS-VALID             VALUE "Y".
       01  WS-TODAY            PIC X(8).
       01  WS-RPT-DATE         PIC X(8).
       01  WS-TODAY-EDIT       PIC X(10).
       01  AR-ROOM             PIC X(64).
       01  AR-DATE             PIC X(8).
       01  AR-PATH             PIC X(120).
       01  RM-NAME             PIC X(64).
       01  RM-TOPIC            PIC X(120).
       01  RM-CREATED          PIC X(8).
       01  WS-ROOM-I           PIC 9(3) VALUE 0.
       01  WS-GENERAL-SEEN     PIC X(1) VALUE "N".
           88  WS-HAVE-GENERAL            VALUE "Y".
      * ONE TRANSCRIPT OR ARCHIVE RECORD AND THE DATE AN UNDATED
      * ONE IS TAKEN TO CARRY
       01  WS-TR-RECORD        PIC X(1200).
       01  WS-TR-DEFAULT-DATE  PIC X(8).
       01  WS-TR-DATE          PIC X(8).
       01  WS-TR-TIME          PIC X(8).
       01  WS-TR-NICK          PIC X(64).
       01  WS-TR-ROOM          PIC X(64).
       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           PERFORM EDIT-ARGUMENTS
           IF NOT WS-ARGS-VALID
               DISPLAY "ERR|BAD-DATE|" FUNCTION TRIM(WS-CMD-LINE)
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-TODAY-EDIT
               STRING WS-RPT-DATE(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RPT-DATE(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-RPT-DATE(7:2) DELIMITED BY SIZE
                   INTO WS-TODAY-EDIT
               END-STRING
               PERFORM LOAD-ROOM-LIST
               PERFORM TALLY-ALL-ROOMS
               PERFORM TALLY-AUDIT
               PERFORM LOAD-COUNTERS
               PERFORM PRINT-REPORT
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * THE REPORT DATE IS THE DATE GIVEN, OR TODAY
      ******************************************************************
       EDIT-ARGUMENTS.
           MOVE "Y" TO WS-ARG-OK
           MOVE WS-TODAY TO WS-RPT-DATE
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-RPT-DATE
               IF WS-RPT-DATE IS NOT NUMERIC
                       OR FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-LINE))
                           NOT = 8
                   MOVE "N" TO WS-ARG-OK
               ELSE
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(WS-RPT-DATE)) NOT = 0
                       MOVE "N" TO WS-ARG-OK
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * BUILD THE LIST OF ROOMS TO REPORT ON FROM THE ROOM MASTER.
      * THE DEFAULT GENERAL ROOM IS ALWAYS INCLUDED EVEN WHEN IT WAS
           END-READ.

      ******************************************************************
      * WALK EVERY ROOM'S ARCHIVES CATALOGED ON OR AFTER THE REPORT
      * DATE AND ITS LIVE TRANSCRIPT, TALLYING PER-ROOM VOLUME,
      * PER-NICK VOLUME AND PER-HOUR VOLUME FOR THE MESSAGES DATED
      * THE REPORT DATE IN ONE PASS EACH
      ******************************************************************
       TALLY-ALL-ROOMS.
           MOVE 0 TO WS-NICK-CNT
               UNTIL WS-ROOM-I > WS-ROOM-CNT.

       TALLY-ONE-ROOM.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM TALLY-CATALOG-LINE UNTIL WS-EOF
               CLOSE CATALOG-FILE
           END-IF
           MOVE WS-TODAY TO WS-TR-DEFAULT-DATE
           MOVE SPACES TO WS-TRANSCRIPT-PATH
           STRING "MININ-TRANSCRIPT-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROOM-NAME(WS-ROOM-I)) DELIMITED BY SIZE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE TRANSCRIPT-RECORD TO WS-TR-RECORD
                   PERFORM TALLY-MESSAGE
           END-READ.

       TALLY-CATALOG-LINE.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO AR-ROOM AR-DATE AR-PATH
                   UNSTRING CATALOG-RECORD DELIMITED BY "|"
                       INTO AR-ROOM AR-DATE AR-PATH
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROOM))
                           = WS-ROOM-NAME(WS-ROOM-I)
                           AND AR-DATE >= WS-RPT-DATE
                       PERFORM TALLY-ONE-ARCHIVE
                   END-IF
           END-READ.

       TALLY-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-PATH
           MOVE AR-PATH TO WS-ARCHIVE-PATH
           MOVE AR-DATE TO WS-TR-DEFAULT-DATE
           MOVE "N" TO WS-ARC-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM TALLY-ARCHIVE-LINE UNTIL WS-ARC-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

       TALLY-ARCHIVE-LINE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-ARC-EOF TO TRUE
               NOT AT END
                   MOVE ARCHIVE-RECORD TO WS-TR-RECORD
                   PERFORM TALLY-MESSAGE
           END-READ.

      ******************************************************************
      * SPLIT ONE RECORD - date|time|nick|room|text, OR UNDATED
      * time|nick|room|text - AND TALLY IT IF DATED THE REPORT DATE
      ******************************************************************
       TALLY-MESSAGE.
           MOVE SPACES TO WS-TR-DATE WS-TR-TIME WS-TR-NICK
               WS-TR-ROOM WS-TR-TEXT
           IF WS-TR-RECORD(3:1) = ":"
               MOVE WS-TR-DEFAULT-DATE TO WS-TR-DATE
               UNSTRING WS-TR-RECORD DELIMITED BY "|"
                   INTO WS-TR-TIME WS-TR-NICK WS-TR-ROOM WS-TR-TEXT
           ELSE
               UNSTRING WS-TR-RECORD DELIMITED BY "|"
                   INTO WS-TR-DATE WS-TR-TIME WS-TR-NICK WS-TR-ROOM
                       WS-TR-TEXT
           END-IF
           IF WS-TR-DATE = WS-RPT-DATE
               ADD 1 TO WS-ROOM-MSGS(WS-ROOM-I)
               ADD 1 TO WS-TOTAL-MSGS
               PERFORM TALLY-NICK
               PERFORM TALLY-HOUR
           END-IF.

      ******************************************************************
      * CREDIT THE RECORD'S NICK IN THE PER-NICK TABLE, ADDING A NEW
      * ENTRY THE FIRST TIME A NICK IS SEEN. NICKS ARE COMPARED
