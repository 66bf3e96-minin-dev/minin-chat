      ******************************************************************
      * MININ-DATECONV TRANSCRIPT DATE CONVERSION v1.0
      * --------------------------------------------------------
      * COMPANION BATCH JOB TO THE MININ-CHAT MESSAGE PROCESSOR
      *
      * TRANSCRIPT AND ARCHIVE RECORDS NOW CARRY THE MESSAGE DATE
      *   date|time|nick|room|text
      * RECORDS WRITTEN BEFORE THAT CARRY THE TIME OF DAY ONLY
      *   time|nick|room|text
      * THIS JOB BACK-FILLS THE DATE ONTO THOSE OLD RECORDS SO THAT
      * EVERY FILE READS THE SAME WAY. IT WORKS THROUGH
      *   - EVERY ARCHIVE ON THE MININ-ARCHIVES.DAT CATALOG, DATED
      *     FROM ITS CATALOG (ROLL) DATE
      *   - THE LIVE TRANSCRIPT OF EVERY ROOM ON THE ROOM MASTER
      *     (PLUS THE DEFAULT GENERAL ROOM), DATED FROM THE RUN DATE
      * A FILE IS WRITTEN IN ORDER, SO THE UNDATED RECORDS ARE TAKEN
      * TO END ON THAT ANCHOR DATE, AND EACH TIME THE TIME OF DAY
      * RUNS BACKWARDS FROM ONE RECORD TO THE NEXT A MIDNIGHT HAS
      * PASSED: THE RECORDS BEFORE IT ARE A DAY EARLIER. WHEN DATED
      * RECORDS FOLLOW THE UNDATED ONES (A LIVE TRANSCRIPT THAT HAS
      * TAKEN TRAFFIC SINCE RECORDS CARRIED THEIR DATE), THE FIRST
      * DATED RECORD IS THE ANCHOR INSTEAD. A RECORD THAT ALREADY
      * CARRIES ITS DATE IS COPIED UNCHANGED, SO THE JOB CAN BE RUN
      * AGAIN SAFELY. EACH FILE IS LISTED AS
      *   OK|DATECONV|FILE|path|records|undated|firstdate
      * OR, WHEN IT CANNOT BE CONVERTED,
      *   OK|DATECONV|EXCEPTION|MISSING|path   (CATALOGED, NOT FOUND)
      *   OK|DATECONV|EXCEPTION|BAD-DATE|path  (CATALOG DATE INVALID)
      *   OK|DATECONV|EXCEPTION|REWRITE-FAILED|path
      *                 (CONVERT COULD NOT REPLACE THE FILE; IT IS LEFT
      *                  UNCHANGED AND MININ-DATECONV.TMP IS KEPT.
      *                  THE FILES AFTER IT ARE LISTED BUT NOT
      *                  REWRITTEN, SO THE KEPT WORK FILE SURVIVES)
      * THE WHISPER LOG, AUDIT TRAIL AND NOTIFY QUEUES ARE NOT
      * CONVERTED: THEIR READERS TAKE BOTH LAYOUTS.
      *
      * COMMAND LINE: [CHECK]  or  CONVERT oper
      * CHECK ONLY REPORTS WHAT WOULD BE DATED. CONVERT, WHICH NEEDS
      * AN ACTIVE OPERATIONS GRANT ON MININ-OPERATORS.DAT, REWRITES
      * EACH FILE THROUGH A WORK FILE (MININ-DATECONV.TMP) AND WRITES
      * THE RUN TO THE AUDIT TRAIL. BOTH MODES TAKE MININ-CHAT'S RUN
      * LOCK (MININ-LOCK.DIR AND MININ-LOCK.DAT, TIMINGS FROM
      * MININ-LOCKCFG.DAT) SO NO CHAT RUN APPENDS TO A TRANSCRIPT
      * WHILE IT IS BEING REWRITTEN.
      * RETURN CODES:
      *   0 - EVERY FILE DATED (OR NOTHING TO DO)
      *   4 - AN EXCEPTION WAS LISTED; THE OTHER FILES ARE DONE
      *   8 - BAD ARGUMENTS OR OPERATOR REFUSED
      *  12 - THE RUN LOCK COULD NOT BE TAKEN (ERR|LOCK-TIMEOUT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MININ-DATECONV.
       AUTHOR. MININ-DEV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOMS-FILE ASSIGN TO DYNAMIC WS-ROOMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOMS-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT TRANSCRIPT-FILE ASSIGN TO DYNAMIC WS-TRANSCRIPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-STATUS.
           SELECT CONVWORK-FILE ASSIGN TO DYNAMIC WS-CONVWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVWORK-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO DYNAMIC WS-OPER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT LOCKCFG-FILE ASSIGN TO DYNAMIC WS-LOCKCFG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKCFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOMS-FILE.
       01  ROOMS-RECORD              PIC X(260).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD            PIC X(200).

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD         PIC X(1200).

       FD  CONVWORK-FILE.
       01  CONVWORK-RECORD           PIC X(1200).

       FD  OPERATORS-FILE.
       01  OPERATORS-RECORD          PIC X(200).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD              PIC X(1200).

       FD  LOCK-FILE.
       01  LOCK-RECORD               PIC X(200).

       FD  LOCKCFG-FILE.
       01  LOCKCFG-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ROOMS-STATUS     PIC X(2).
       01  WS-CATALOG-STATUS   PIC X(2).
       01  WS-TRANSCRIPT-STATUS PIC X(2).
       01  WS-CONVWORK-STATUS  PIC X(2).
       01  WS-OPER-STATUS      PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
       01  WS-ROOMS-PATH       PIC X(80) VALUE "MININ-ROOMS.DAT".
       01  WS-CATALOG-PATH     PIC X(80) VALUE "MININ-ARCHIVES.DAT".
       01  WS-TRANSCRIPT-PATH  PIC X(120).
       01  WS-CONVWORK-PATH    PIC X(80) VALUE "MININ-DATECONV.TMP".
       01  WS-OPER-PATH        PIC X(80) VALUE "MININ-OPERATORS.DAT".
       01  WS-AUDIT-PATH       PIC X(80) VALUE "MININ-AUDIT.DAT".
       01  WS-LOCK-STATUS      PIC X(2).
       01  WS-LOCK-PATH        PIC X(80) VALUE "MININ-LOCK.DAT".
       01  WS-LOCK-DIR         PIC X(80) VALUE "MININ-LOCK.DIR".
       01  WS-LOCKCFG-STATUS   PIC X(2).
       01  WS-LOCKCFG-PATH     PIC X(80) VALUE "MININ-LOCKCFG.DAT".
      * RUN LOCK, AS MININ-CHAT TAKES IT
       01  WS-LOCK-WAIT        PIC 9(4) VALUE 30.
       01  WS-LOCK-F1          PIC X(8).
       01  WS-LOCK-TOKEN       PIC X(32).
       01  WS-LOCK-OWNER       PIC X(120).
       01  WS-LOCK-TAKEN       PIC X(14).
       01  WS-LOCK-STAMP       PIC X(14).
       01  WS-LOCK-DATE        PIC X(8).
       01  WS-LOCK-TIME        PIC X(8).
       01  WS-LOCK-PID         PIC S9(9) COMP-5 VALUE 0.
       01  WS-LOCK-PID-ED      PIC 9(9).
       01  WS-LOCK-TRIES       PIC 9(4) VALUE 0.
       01  WS-LOCK-NAP         PIC 9(4) COMP VALUE 1.
       01  WS-LOCK-HELD-FLAG   PIC X(1) VALUE "N".
           88  WS-LOCK-HELD               VALUE "Y".
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-TX-EOF-FLAG      PIC X(1) VALUE "N".
           88  WS-TX-EOF                 VALUE "Y".
       01  WS-TODAY            PIC X(8).
       01  WS-TIME-NOW         PIC X(8).
       01  WS-AUDIT-DATE       PIC X(8).
       01  WS-CMD-LINE         PIC X(256).
       01  WS-MODE             PIC X(8).
       01  WS-CONVERT-FLAG     PIC X(1) VALUE "N".
           88  WS-CONVERT-MODE           VALUE "Y".
       01  WS-ARG-OK           PIC X(1) VALUE "Y".
           88  WS-ARGS-VALID             VALUE "Y".
       01  WS-ARG-ERR          PIC X(32).
       01  WS-OPER-ID          PIC X(64).
       01  WS-OPER-GRANT       PIC X(1) VALUE "N".
           88  WS-OPER-HAS-ROLE          VALUE "Y".
       01  OP-ID               PIC X(64).
       01  OP-ROLE             PIC X(16).
       01  OP-NAME             PIC X(64).
       01  OP-STATUS           PIC X(8).
       01  WS-AUDIT-OUTCOME    PIC X(300).
       01  WS-DEL-RC           PIC S9(9) VALUE 0.
       01  RM-NAME             PIC X(64).
       01  AR-ROOM             PIC X(64).
       01  AR-DATE             PIC X(8).
       01  AR-PATH             PIC X(120).
      * LIVE ROOMS: THE ROOM MASTER (UP TO 100) PLUS GENERAL
       01  WS-ROOM-CNT         PIC 9(3) VALUE 0.
       01  WS-ROOM-TABLE.
           05  WS-ROOM-NAME    PIC X(64) OCCURS 101 TIMES.
       01  WS-ROOM-I           PIC 9(3) VALUE 0.
       01  WS-ROOM-KEY         PIC X(64).
       01  WS-GENERAL-SEEN     PIC X(1) VALUE "N".
           88  WS-HAVE-GENERAL            VALUE "Y".
      * THE FILE IN HAND. WS-CV-ANCHOR IS THE DATE THE UNDATED
      * RECORDS END ON; THE FIRST PASS COUNTS THE MIDNIGHTS BEFORE
      * IT, THE SECOND STEPS FORWARD ONE DAY AT EACH.
       01  WS-CV-ANCHOR        PIC X(8).
       01  WS-CV-ANCHORED      PIC X(1) VALUE "N".
           88  WS-CV-HAVE-DATED           VALUE "Y".
       01  WS-CV-RECS          PIC 9(9) VALUE 0.
       01  WS-CV-UNDATED       PIC 9(9) VALUE 0.
       01  WS-CV-WRAPS         PIC 9(5) VALUE 0.
       01  WS-CV-PREV-TIME     PIC X(8).
       01  WS-CV-TIME          PIC X(8).
       01  WS-CV-DAY           PIC 9(8) VALUE 0.
       01  WS-CV-DATE          PIC 9(8) VALUE 0.
       01  WS-CV-FIRST-DATE    PIC X(8).
       01  WS-CV-KEPT-FLAG     PIC X(1) VALUE "N".
           88  WS-CV-WORK-KEPT            VALUE "Y".
      * RUN TOTALS
       01  WS-TOT-FILES        PIC 9(7) VALUE 0.
       01  WS-TOT-CONVERTED    PIC 9(7) VALUE 0.
       01  WS-TOT-RECS         PIC 9(9) VALUE 0.
       01  WS-TOT-UNDATED      PIC 9(9) VALUE 0.
       01  WS-EXC-TOTAL        PIC 9(7) VALUE 0.
       01  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-COUNT-2       PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           PERFORM EDIT-ARGUMENTS
           IF WS-ARGS-VALID AND WS-CONVERT-MODE
               PERFORM CHECK-OPERATOR
               IF NOT WS-OPER-HAS-ROLE
                   MOVE "N" TO WS-ARG-OK
                   MOVE "NOT-PERMITTED" TO WS-ARG-ERR
               END-IF
           END-IF
           IF NOT WS-ARGS-VALID
               DISPLAY "ERR|" FUNCTION TRIM(WS-ARG-ERR)
               IF WS-CONVERT-MODE
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   STRING "DATECONV-REFUSED|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ARG-ERR) DELIMITED BY SIZE
                       INTO WS-AUDIT-OUTCOME
                   END-STRING
                   PERFORM WRITE-AUDIT
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM ACQUIRE-RUN-LOCK
           END-IF
           IF WS-ARGS-VALID AND NOT WS-LOCK-HELD
               DISPLAY "ERR|LOCK-TIMEOUT"
               MOVE 12 TO RETURN-CODE
           END-IF
           IF WS-LOCK-HELD
               DISPLAY "OK|DATECONV|START|" FUNCTION TRIM(WS-MODE) "|"
                   WS-TODAY
               PERFORM CONVERT-ARCHIVES
               PERFORM LOAD-ROOM-LIST
               PERFORM CONVERT-ONE-ROOM VARYING WS-ROOM-I
                   FROM 1 BY 1 UNTIL WS-ROOM-I > WS-ROOM-CNT
               PERFORM PRINT-TOTALS
               IF WS-CONVERT-MODE
                   MOVE WS-TOT-CONVERTED TO WS-ED-COUNT
                   MOVE WS-TOT-UNDATED TO WS-ED-COUNT-2
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   STRING "CONVERTED|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-COUNT-2) DELIMITED BY SIZE
                       INTO WS-AUDIT-OUTCOME
                   END-STRING
                   PERFORM WRITE-AUDIT
               END-IF
               IF WS-EXC-TOTAL = 0
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
               PERFORM RELEASE-RUN-LOCK
           END-IF
           STOP RUN.

      ******************************************************************
      * NO ARGUMENT OR CHECK: REPORT ONLY. CONVERT oper: REWRITE
      ******************************************************************
       EDIT-ARGUMENTS.
           MOVE "Y" TO WS-ARG-OK
           MOVE SPACES TO WS-MODE WS-OPER-ID
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACES
               INTO WS-MODE WS-OPER-ID
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE
           MOVE FUNCTION UPPER-CASE(WS-OPER-ID) TO WS-OPER-ID
           EVALUATE TRUE
               WHEN WS-MODE = SPACES
                   MOVE "CHECK" TO WS-MODE
               WHEN WS-MODE = "CHECK"
                   CONTINUE
               WHEN WS-MODE = "CONVERT"
                   MOVE "Y" TO WS-CONVERT-FLAG
                   IF WS-OPER-ID = SPACES
                       MOVE "N" TO WS-ARG-OK
                       MOVE "MISSING-FIELD" TO WS-ARG-ERR
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-ARG-OK
                   MOVE "BAD-MODE" TO WS-ARG-ERR
           END-EVALUATE.

      ******************************************************************
      * CONVERT REWRITES EVERY TRANSCRIPT AND ARCHIVE, SO IT NEEDS AN
      * ACTIVE OPERATIONS GRANT - THE SAME ROLE AS VERIFY REPAIR
      ******************************************************************
       CHECK-OPERATOR.
           MOVE "N" TO WS-OPER-GRANT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT OPERATORS-FILE
           IF WS-OPER-STATUS = "00"
               PERFORM SEARCH-OPERATOR-LINE
                   UNTIL WS-EOF OR WS-OPER-HAS-ROLE
               CLOSE OPERATORS-FILE
           END-IF.

       SEARCH-OPERATOR-LINE.
           READ OPERATORS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO OP-ID OP-ROLE OP-NAME OP-STATUS
                   UNSTRING OPERATORS-RECORD DELIMITED BY "|"
                       INTO OP-ID OP-ROLE OP-NAME OP-STATUS
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(OP-ID))
                           = FUNCTION TRIM(WS-OPER-ID)
                           AND FUNCTION UPPER-CASE(
                               FUNCTION TRIM(OP-STATUS)) NOT =
                               "INACTIVE"
                           AND FUNCTION UPPER-CASE(
                               FUNCTION TRIM(OP-ROLE)) = "OPERATIONS"
                       MOVE "Y" TO WS-OPER-GRANT
                   END-IF
           END-READ.

      ******************************************************************
      * TAKE MININ-CHAT'S RUN LOCK, RETRYING ONCE A SECOND FOR THE
      * CONFIGURED WAIT (MININ-LOCKCFG.DAT, FIRST FIELD, DEFAULT 30)
      ******************************************************************
       ACQUIRE-RUN-LOCK.
           OPEN INPUT LOCKCFG-FILE
           IF WS-LOCKCFG-STATUS = "00"
               READ LOCKCFG-FILE
                   NOT AT END
                       MOVE SPACES TO WS-LOCK-F1
                       UNSTRING LOCKCFG-RECORD DELIMITED BY "|"
                           INTO WS-LOCK-F1
                       IF FUNCTION TRIM(WS-LOCK-F1) IS NUMERIC
                               AND FUNCTION TRIM(WS-LOCK-F1)
                                   NOT = SPACES
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-LOCK-F1))
                               TO WS-LOCK-WAIT
                       END-IF
               END-READ
               CLOSE LOCKCFG-FILE
           END-IF
           MOVE SPACES TO WS-LOCK-OWNER
           STRING "MININ-DATECONV " DELIMITED BY SIZE
               FUNCTION TRIM(WS-MODE) DELIMITED BY SIZE
               INTO WS-LOCK-OWNER
           END-STRING
           CALL "C$GETPID" RETURNING WS-LOCK-PID
           MOVE WS-LOCK-PID TO WS-LOCK-PID-ED
           PERFORM STAMP-LOCK-NOW
           MOVE WS-LOCK-STAMP TO WS-LOCK-TAKEN
           MOVE SPACES TO WS-LOCK-TOKEN
           STRING WS-LOCK-PID-ED DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               WS-LOCK-TAKEN DELIMITED BY SIZE
               INTO WS-LOCK-TOKEN
           END-STRING
           MOVE "N" TO WS-LOCK-HELD-FLAG
           MOVE 0 TO WS-LOCK-TRIES
           PERFORM TRY-RUN-LOCK
           PERFORM WAIT-RUN-LOCK
               UNTIL WS-LOCK-HELD OR WS-LOCK-TRIES >= WS-LOCK-WAIT.

       WAIT-RUN-LOCK.
           CALL "C$SLEEP" USING WS-LOCK-NAP
           ADD 1 TO WS-LOCK-TRIES
           PERFORM TRY-RUN-LOCK.

       TRY-RUN-LOCK.
           CALL "CBL_CREATE_DIR" USING WS-LOCK-DIR
           MOVE RETURN-CODE TO WS-DEL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-DEL-RC = 0
               MOVE "Y" TO WS-LOCK-HELD-FLAG
               PERFORM STAMP-LOCK-NOW
               MOVE SPACES TO LOCK-RECORD
               STRING FUNCTION TRIM(WS-LOCK-TOKEN) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOCK-OWNER) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-LOCK-TAKEN DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-LOCK-STAMP DELIMITED BY SIZE
                   INTO LOCK-RECORD
               END-STRING
               OPEN OUTPUT LOCK-FILE
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

      * RETURN-CODE IS SET BY THE CALLER AFTER THE RELEASE
       RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               MOVE RETURN-CODE TO WS-DEL-RC
               CALL "CBL_DELETE_FILE" USING WS-LOCK-PATH
               CALL "CBL_DELETE_DIR" USING WS-LOCK-DIR
               MOVE WS-DEL-RC TO RETURN-CODE
               MOVE "N" TO WS-LOCK-HELD-FLAG
           END-IF.

       STAMP-LOCK-NOW.
           ACCEPT WS-LOCK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOCK-TIME FROM TIME
           MOVE SPACES TO WS-LOCK-STAMP
           STRING WS-LOCK-DATE DELIMITED BY SIZE
               WS-LOCK-TIME(1:6) DELIMITED BY SIZE
               INTO WS-LOCK-STAMP
           END-STRING.

      ******************************************************************
      * WALK THE ARCHIVE CATALOG, DATING EACH ARCHIVE FROM ITS ROLL
      * DATE. THE CATALOG ITSELF IS NOT CHANGED.
      ******************************************************************
       CONVERT-ARCHIVES.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM CONVERT-CATALOG-LINE UNTIL WS-EOF
               CLOSE CATALOG-FILE
           END-IF.

       CONVERT-CATALOG-LINE.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO AR-ROOM AR-DATE AR-PATH
                   UNSTRING CATALOG-RECORD DELIMITED BY "|"
                       INTO AR-ROOM AR-DATE AR-PATH
                   IF FUNCTION TRIM(AR-PATH) NOT = SPACES
                       MOVE SPACES TO WS-TRANSCRIPT-PATH
                       MOVE AR-PATH TO WS-TRANSCRIPT-PATH
                       PERFORM CONVERT-ONE-ARCHIVE
                   END-IF
           END-READ.

       CONVERT-ONE-ARCHIVE.
           IF AR-DATE IS NOT NUMERIC
               DISPLAY "OK|DATECONV|EXCEPTION|BAD-DATE|"
                   FUNCTION TRIM(WS-TRANSCRIPT-PATH)
               ADD 1 TO WS-EXC-TOTAL
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(AR-DATE)) NOT = 0
                   DISPLAY "OK|DATECONV|EXCEPTION|BAD-DATE|"
                       FUNCTION TRIM(WS-TRANSCRIPT-PATH)
                   ADD 1 TO WS-EXC-TOTAL
               ELSE
                   MOVE AR-DATE TO WS-CV-ANCHOR
                   PERFORM SCAN-TRANSCRIPT-FILE
                   IF WS-TRANSCRIPT-STATUS NOT = "00"
                       DISPLAY "OK|DATECONV|EXCEPTION|MISSING|"
                           FUNCTION TRIM(WS-TRANSCRIPT-PATH)
                       ADD 1 TO WS-EXC-TOTAL
                   ELSE
                       PERFORM FINISH-ONE-FILE
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * BUILD THE LIVE ROOM LIST FROM THE ROOM MASTER. THE DEFAULT
      * GENERAL ROOM IS ALWAYS INCLUDED EVEN WHEN IT WAS NEVER
      * REGISTERED VIA ADDROOM.
      ******************************************************************
       LOAD-ROOM-LIST.
           MOVE 0 TO WS-ROOM-CNT
           MOVE "N" TO WS-GENERAL-SEEN
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ROOMS-FILE
           IF WS-ROOMS-STATUS = "00"
               PERFORM LOAD-ROOM-LINE
                   UNTIL WS-EOF OR WS-ROOM-CNT = 100
               CLOSE ROOMS-FILE
           END-IF
           IF NOT WS-HAVE-GENERAL
               ADD 1 TO WS-ROOM-CNT
               MOVE "GENERAL" TO WS-ROOM-NAME(WS-ROOM-CNT)
           END-IF.

       LOAD-ROOM-LINE.
           READ ROOMS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO RM-NAME
                   UNSTRING ROOMS-RECORD DELIMITED BY "|"
                       INTO RM-NAME
                   IF FUNCTION TRIM(RM-NAME) NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RM-NAME))
                           TO WS-ROOM-KEY
                       ADD 1 TO WS-ROOM-CNT
                       MOVE WS-ROOM-KEY TO WS-ROOM-NAME(WS-ROOM-CNT)
                       IF WS-ROOM-KEY = "GENERAL"
                           MOVE "Y" TO WS-GENERAL-SEEN
                       END-IF
                   END-IF
           END-READ.

      * A ROOM WITH NO LIVE TRANSCRIPT YET IS NOT AN EXCEPTION
       CONVERT-ONE-ROOM.
           MOVE SPACES TO WS-TRANSCRIPT-PATH
           STRING "MININ-TRANSCRIPT-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROOM-NAME(WS-ROOM-I)) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TRANSCRIPT-PATH
           END-STRING
           MOVE WS-TODAY TO WS-CV-ANCHOR
           PERFORM SCAN-TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-STATUS = "00"
               PERFORM FINISH-ONE-FILE
           END-IF.

      ******************************************************************
      * FIRST PASS OVER WS-TRANSCRIPT-PATH: COUNT THE RECORDS, THE
      * UNDATED ONES AND THE MIDNIGHTS BETWEEN THEM, AND TAKE THE
      * FIRST DATED RECORD AFTER THEM AS THE ANCHOR. LEAVES
      * WS-TRANSCRIPT-STATUS FROM THE OPEN.
      ******************************************************************
       SCAN-TRANSCRIPT-FILE.
           MOVE 0 TO WS-CV-RECS WS-CV-UNDATED WS-CV-WRAPS
           MOVE SPACES TO WS-CV-PREV-TIME WS-CV-FIRST-DATE
           MOVE "N" TO WS-CV-ANCHORED
           MOVE "N" TO WS-TX-EOF-FLAG
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-STATUS = "00"
               PERFORM SCAN-TRANSCRIPT-LINE UNTIL WS-TX-EOF
               CLOSE TRANSCRIPT-FILE
               MOVE "00" TO WS-TRANSCRIPT-STATUS
           END-IF.

       SCAN-TRANSCRIPT-LINE.
           READ TRANSCRIPT-FILE
               AT END
                   SET WS-TX-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-CV-RECS
                   IF NOT WS-CV-HAVE-DATED
                       PERFORM SCAN-TRANSCRIPT-RECORD
                   END-IF
           END-READ.

      * UNDATED RECORDS HAVE THE TIME FIRST (HH:MM:SS), SO A COLON IN
      * COLUMN 3; A DATED ONE HAS THE YYYYMMDD DATE THERE
       SCAN-TRANSCRIPT-RECORD.
           IF TRANSCRIPT-RECORD(3:1) = ":"
               MOVE TRANSCRIPT-RECORD(1:8) TO WS-CV-TIME
               IF WS-CV-PREV-TIME NOT = SPACES
                       AND WS-CV-TIME < WS-CV-PREV-TIME
                   ADD 1 TO WS-CV-WRAPS
               END-IF
               MOVE WS-CV-TIME TO WS-CV-PREV-TIME
               ADD 1 TO WS-CV-UNDATED
           ELSE
               IF WS-CV-UNDATED > 0
                       AND TRANSCRIPT-RECORD(1:8) IS NUMERIC
                   IF FUNCTION TEST-DATE-YYYYMMDD(
                           FUNCTION NUMVAL(TRANSCRIPT-RECORD(1:8))) = 0
                       MOVE "Y" TO WS-CV-ANCHORED
                       MOVE TRANSCRIPT-RECORD(1:8) TO WS-CV-ANCHOR
                       IF TRANSCRIPT-RECORD(10:8) < WS-CV-PREV-TIME
                           ADD 1 TO WS-CV-WRAPS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LIST THE FILE AND, IN CONVERT MODE, REWRITE IT WHEN IT HOLDS
      * UNDATED RECORDS. THE FIRST UNDATED RECORD IS DATED
      * WS-CV-WRAPS DAYS BEFORE THE ANCHOR.
      ******************************************************************
       FINISH-ONE-FILE.
           ADD 1 TO WS-TOT-FILES
           ADD WS-CV-RECS TO WS-TOT-RECS
           ADD WS-CV-UNDATED TO WS-TOT-UNDATED
           IF WS-CV-UNDATED > 0
               COMPUTE WS-CV-DAY =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-CV-ANCHOR)) - WS-CV-WRAPS
               COMPUTE WS-CV-DATE = FUNCTION DATE-OF-INTEGER(WS-CV-DAY)
               MOVE WS-CV-DATE TO WS-CV-FIRST-DATE
               IF WS-CONVERT-MODE AND NOT WS-CV-WORK-KEPT
                   PERFORM REWRITE-TRANSCRIPT-FILE
               END-IF
           END-IF
           MOVE WS-CV-RECS TO WS-ED-COUNT
           MOVE WS-CV-UNDATED TO WS-ED-COUNT-2
           DISPLAY "OK|DATECONV|FILE|"
               FUNCTION TRIM(WS-TRANSCRIPT-PATH) "|"
               FUNCTION TRIM(WS-ED-COUNT) "|"
               FUNCTION TRIM(WS-ED-COUNT-2) "|"
               FUNCTION TRIM(WS-CV-FIRST-DATE).

      ******************************************************************
      * SECOND PASS: COPY THE FILE TO THE WORK FILE, DATING EACH
      * UNDATED RECORD AND STEPPING A DAY AT EACH MIDNIGHT, THEN
      * COPY THE WORK FILE BACK OVER IT
      ******************************************************************
       REWRITE-TRANSCRIPT-FILE.
           MOVE SPACES TO WS-CV-PREV-TIME
           MOVE "N" TO WS-TX-EOF-FLAG
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-STATUS = "00"
               OPEN OUTPUT CONVWORK-FILE
               IF WS-CONVWORK-STATUS NOT = "00"
                   CLOSE TRANSCRIPT-FILE
                   PERFORM REPORT-REWRITE-FAILED
               ELSE
                   PERFORM REWRITE-TRANSCRIPT-LINE UNTIL WS-TX-EOF
                   CLOSE CONVWORK-FILE
                   CLOSE TRANSCRIPT-FILE
                   CALL "CBL_COPY_FILE"
                       USING WS-CONVWORK-PATH WS-TRANSCRIPT-PATH
                   MOVE RETURN-CODE TO WS-DEL-RC
                   MOVE 0 TO RETURN-CODE
                   IF WS-DEL-RC = 0
                       CALL "CBL_DELETE_FILE" USING WS-CONVWORK-PATH
                       MOVE 0 TO RETURN-CODE
                       ADD 1 TO WS-TOT-CONVERTED
                   ELSE
                       MOVE "Y" TO WS-CV-KEPT-FLAG
                       PERFORM REPORT-REWRITE-FAILED
                   END-IF
               END-IF
           END-IF.

       REPORT-REWRITE-FAILED.
           DISPLAY "OK|DATECONV|EXCEPTION|REWRITE-FAILED|"
               FUNCTION TRIM(WS-TRANSCRIPT-PATH)
           ADD 1 TO WS-EXC-TOTAL.

       REWRITE-TRANSCRIPT-LINE.
           READ TRANSCRIPT-FILE
               AT END
                   SET WS-TX-EOF TO TRUE
               NOT AT END
                   IF TRANSCRIPT-RECORD(3:1) = ":"
                       PERFORM DATE-TRANSCRIPT-RECORD
                   ELSE
                       MOVE TRANSCRIPT-RECORD TO CONVWORK-RECORD
                   END-IF
                   WRITE CONVWORK-RECORD
           END-READ.

       DATE-TRANSCRIPT-RECORD.
           MOVE TRANSCRIPT-RECORD(1:8) TO WS-CV-TIME
           IF WS-CV-PREV-TIME NOT = SPACES
                   AND WS-CV-TIME < WS-CV-PREV-TIME
               ADD 1 TO WS-CV-DAY
               COMPUTE WS-CV-DATE = FUNCTION DATE-OF-INTEGER(WS-CV-DAY)
           END-IF
           MOVE WS-CV-TIME TO WS-CV-PREV-TIME
           MOVE SPACES TO CONVWORK-RECORD
           STRING WS-CV-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TRANSCRIPT-RECORD DELIMITED BY SIZE
               INTO CONVWORK-RECORD
           END-STRING.

      ******************************************************************
      * CLOSING TOTALS
      ******************************************************************
       PRINT-TOTALS.
           MOVE WS-TOT-FILES TO WS-ED-COUNT
           DISPLAY "OK|DATECONV|TOTAL|FILES|" FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-TOT-RECS TO WS-ED-COUNT
           DISPLAY "OK|DATECONV|TOTAL|RECORDS|"
               FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-TOT-UNDATED TO WS-ED-COUNT
           DISPLAY "OK|DATECONV|TOTAL|UNDATED|"
               FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-TOT-CONVERTED TO WS-ED-COUNT
           MOVE WS-EXC-TOTAL TO WS-ED-COUNT-2
           DISPLAY "OK|DATECONV|END|CONVERTED|"
               FUNCTION TRIM(WS-ED-COUNT) "|EXCEPTIONS|"
               FUNCTION TRIM(WS-ED-COUNT-2).

       WRITE-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TIME-NOW(1:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-TIME-NOW(3:2) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-TIME-NOW(5:2) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CMD-LINE) DELIMITED BY SIZE
               "|DATECONV|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-OUTCOME) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
