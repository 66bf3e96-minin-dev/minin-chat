      *
      * WALKS EVERY ROOM NAMED IN THE ROOM MASTER (PLUS THE DEFAULT
      * GENERAL ROOM), CONVERTS EACH LIVE TRANSCRIPT'S
      * YYYYMMDD|HH:MM:SS|nick|room|text RECORDS INTO THE
      * FIXED-LAYOUT INTERFACE FILE THE CORPORATE ARCHIVE LOADER
      * TAKES, AND BALANCES THE FEED BEFORE HANDING IT OFF. THE D
      * RECORD CARRIES THE DATE THE MESSAGE WAS WRITTEN; A RECORD
      * WRITTEN BEFORE RECORDS CARRIED THEIR DATE (HH:MM:SS FIRST)
      * IS GIVEN THE RUN DATE.
      *
      * FEED FILE: MININ-EXTRACT-<yyyymmdd>.DAT, ONE RECORD TYPE PER
      * LINE, FIXED COLUMN POSITIONS:
      *   H  1:1 "H"  2:8 RUN DATE  10:6 RUN TIME  16:10 SOURCE
      *   D  1:1 "D"  2:8 MSG DATE  10:64 ROOM  74:8 MSG TIME
      *      82:64 NICK  146:1024 MESSAGE TEXT
      *   C  1:1 "C"  2:8 MSG DATE  10:64 ROOM  74:8 MSG TIME
      *      82:64 NICK  146:14 REDACTION STAMP  160:64 OPERATOR
      *   T  1:1 "T"  2:9 DETAIL COUNT  11:13 BYTE TOTAL
      *      24:9 CORRECTION COUNT
      * THE BYTE TOTAL IS THE SUM OF THE TRAILING-TRIMMED LENGTHS OF
      * THE D RECORDS, WHICH THE DOWNSTREAM LOADER RECOMPUTES.
      *
      * A C (CORRECTION) RECORD TELLS THE LOADER TO REDACT ITS COPY
      * OF THE MESSAGE IT IDENTIFIES. ONE IS SENT FOR EVERY PENDING
      * ENTRY ON THE REDACTION REGISTER (MININ-REDACTIONS.DAT), AND
      * THE ENTRIES ARE MARKED SENT ONLY ONCE THE FEED HAS BALANCED,
      * SO A WITHDRAWN FEED LEAVES THEM PENDING FOR THE NEXT RUN. THE
      * REGISTER IS READ A RECORD AT A TIME, SO IT HAS NO SIZE LIMIT,
      * AND IS MARKED BY COPYING IT THROUGH A WORK FILE
      * (MININ-EXTRACT.TMP) THAT IS THEN COPIED BACK OVER IT.
      *
      * AFTER WRITING, THE FEED IS RE-READ AND THE DETAIL COUNT AND
      * BYTE TOTAL ARE RECOMPUTED AND COMPARED AGAINST THE TRAILER.
      * AN UNBALANCED FEED IS DELETED RATHER THAN HANDED OFF - THE
      * LOADER REJECTS IT ANYWAY AND A HALF FEED IN THE PICKUP
      * DIRECTORY IS WORSE THAN NO FEED.
      *
      * FROM READING THE REDACTION REGISTER TO WRITING IT BACK THE
      * JOB HOLDS MININ-CHAT'S RUN LOCK (MININ-LOCK.DIR AND
      * MININ-LOCK.DAT, TIMINGS FROM MININ-LOCKCFG.DAT), SO A
      * REDACTION ENTERED MEANWHILE IS NOT LOST WHEN THE REGISTER IS
      * REWRITTEN. RETURN CODES:
      *   0 - FEED WRITTEN AND BALANCED
      *   4 - FEED WRITTEN AND BALANCED, BUT THE REDACTION REGISTER
      *       COULD NOT BE REWRITTEN; ITS ENTRIES STAY PENDING AND ARE
      *       SENT AGAIN NEXT RUN. WHEN THE COPY BACK FAILS THE WORK
      *       FILE IS KEPT FOR OPERATIONS.
      *   8 - FEED COULD NOT BE WRITTEN, OR FAILED THE BALANCE CHECK
      *  12 - THE RUN LOCK COULD NOT BE TAKEN (ERR|LOCK-TIMEOUT); NO
      *       FEED IS WRITTEN
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MININ-EXTRACT.
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT REDACT-FILE ASSIGN TO DYNAMIC WS-REDACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDACT-STATUS.
           SELECT REGWORK-FILE ASSIGN TO DYNAMIC WS-REGWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGWORK-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT LOCKCFG-FILE ASSIGN TO DYNAMIC WS-LOCKCFG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKCFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD            PIC X(1200).

       FD  REDACT-FILE.
       01  REDACT-RECORD             PIC X(700).

       FD  REGWORK-FILE.
       01  REGWORK-RECORD            PIC X(700).

       FD  LOCK-FILE.
       01  LOCK-RECORD               PIC X(200).

       FD  LOCKCFG-FILE.
       01  LOCKCFG-RECORD            PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-TRANSCRIPT-STATUS PIC X(2).
       01  WS-ROOMS-STATUS      PIC X(2).
       01  WS-EXTRACT-STATUS    PIC X(2).
       01  WS-REDACT-STATUS     PIC X(2).
       01  WS-REDACT-PATH      PIC X(80) VALUE "MININ-REDACTIONS.DAT".
       01  WS-REGWORK-STATUS   PIC X(2).
       01  WS-REGWORK-PATH     PIC X(80) VALUE "MININ-EXTRACT.TMP".
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
       01  WS-TRANSCRIPT-PATH  PIC X(100).
       01  WS-ROOMS-PATH       PIC X(80) VALUE "MININ-ROOMS.DAT".
       01  WS-EXTRACT-PATH     PIC X(100).
       01  WS-ROOM-I           PIC 9(3) VALUE 0.
       01  WS-GENERAL-SEEN     PIC X(1) VALUE "N".
           88  WS-HAVE-GENERAL            VALUE "Y".
       01  WS-TR-DATE          PIC X(8).
       01  WS-TR-TIME          PIC X(8).
       01  WS-TR-NICK          PIC X(64).
       01  WS-TR-ROOM          PIC X(64).
           05  EX-D-TIME       PIC X(8).
           05  EX-D-NICK       PIC X(64).
           05  EX-D-TEXT       PIC X(1024).
       01  EX-CORRECT-REC.
           05  EX-C-TYPE       PIC X(1).
           05  EX-C-DATE       PIC X(8).
           05  EX-C-ROOM       PIC X(64).
           05  EX-C-TIME       PIC X(8).
           05  EX-C-NICK       PIC X(64).
           05  EX-C-STAMP      PIC X(14).
           05  EX-C-OPER       PIC X(64).
       01  EX-TRAILER-REC.
           05  EX-T-TYPE       PIC X(1).
           05  EX-T-COUNT      PIC 9(9).
           05  EX-T-BYTES      PIC 9(13).
           05  EX-T-CORRECT    PIC 9(9).
      * REDACTION REGISTER:
      * stamp|room|msgdate|msgtime|nick|oper|status|file|reason
       01  RG-STAMP            PIC X(14).
       01  RG-ROOM             PIC X(64).
       01  RG-DATE             PIC X(8).
       01  RG-TIME             PIC X(8).
       01  RG-NICK             PIC X(64).
       01  RG-OPER             PIC X(64).
       01  RG-STATUS           PIC X(8).
       01  RG-FILE             PIC X(120).
       01  RG-REASON           PIC X(256).
       01  WS-REG-EOF-FLAG     PIC X(1) VALUE "N".
           88  WS-REG-EOF                 VALUE "Y".
       01  WS-COR-COUNT        PIC 9(9) VALUE 0.
       01  WS-CHK-CORRECT      PIC 9(9) VALUE 0.
       01  WS-TRL-CORRECT      PIC 9(9) VALUE 0.
       01  WS-DTL-COUNT        PIC 9(9) VALUE 0.
       01  WS-DTL-BYTES        PIC 9(13) VALUE 0.
       01  WS-CHK-COUNT        PIC 9(9) VALUE 0.
               INTO WS-EXTRACT-PATH
           END-STRING
           PERFORM LOAD-ROOM-LIST
           PERFORM ACQUIRE-RUN-LOCK
           IF NOT WS-LOCK-HELD
               DISPLAY "ERR|LOCK-TIMEOUT"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM WRITE-FEED
               IF WS-EXTRACT-STATUS = "00"
                   PERFORM VERIFY-FEED
                   IF WS-FEED-BALANCED AND WS-COR-COUNT > 0
                       PERFORM MARK-REDACTIONS-SENT
                   END-IF
               ELSE
                   DISPLAY "ERR|EXTRACT-OPEN-FAILED|"
                       FUNCTION TRIM(WS-EXTRACT-PATH)
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM RELEASE-RUN-LOCK
           END-IF
           STOP RUN.

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
           MOVE "MININ-EXTRACT" TO WS-LOCK-OWNER
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
      * BUILD THE LIST OF ROOMS TO EXTRACT FROM THE ROOM MASTER.
      * THE DEFAULT GENERAL ROOM IS ALWAYS INCLUDED EVEN WHEN IT WAS
               WRITE EXTRACT-RECORD
               PERFORM EXTRACT-ONE-ROOM VARYING WS-ROOM-I FROM 1 BY 1
                   UNTIL WS-ROOM-I > WS-ROOM-CNT
               PERFORM WRITE-CORRECTIONS
               MOVE SPACES TO EX-TRAILER-REC
               MOVE "T" TO EX-T-TYPE
               MOVE WS-DTL-COUNT TO EX-T-COUNT
               MOVE WS-DTL-BYTES TO EX-T-BYTES
               MOVE WS-COR-COUNT TO EX-T-CORRECT
               MOVE SPACES TO EXTRACT-RECORD
               MOVE EX-TRAILER-REC TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-TR-DATE WS-TR-TIME WS-TR-NICK
                       WS-TR-ROOM WS-TR-TEXT
                   IF TRANSCRIPT-RECORD(3:1) = ":"
                       MOVE WS-TODAY TO WS-TR-DATE
                       UNSTRING TRANSCRIPT-RECORD DELIMITED BY "|"
                           INTO WS-TR-TIME WS-TR-NICK WS-TR-ROOM
                               WS-TR-TEXT
                   ELSE
                       UNSTRING TRANSCRIPT-RECORD DELIMITED BY "|"
                           INTO WS-TR-DATE WS-TR-TIME WS-TR-NICK
                               WS-TR-ROOM WS-TR-TEXT
                   END-IF
                   MOVE SPACES TO EX-DETAIL-REC
                   MOVE "D" TO EX-D-TYPE
                   MOVE WS-TR-DATE TO EX-D-DATE
                   MOVE WS-ROOM-NAME(WS-ROOM-I) TO EX-D-ROOM
                   MOVE WS-TR-TIME TO EX-D-TIME
                   MOVE WS-TR-NICK TO EX-D-NICK
                       EX-DETAIL-REC TRAILING)) TO WS-DTL-BYTES
           END-READ.

      ******************************************************************
      * READ THE REDACTION REGISTER: EVERY PENDING ENTRY BECOMES A
      * C RECORD. THE ENTRIES ARE MARKED SENT BY MARK-REDACTIONS-SENT
      * ONCE THE FEED BALANCES.
      ******************************************************************
       WRITE-CORRECTIONS.
           MOVE 0 TO WS-COR-COUNT
           MOVE "N" TO WS-REG-EOF-FLAG
           OPEN INPUT REDACT-FILE
           IF WS-REDACT-STATUS = "00"
               PERFORM WRITE-CORRECTION UNTIL WS-REG-EOF
               CLOSE REDACT-FILE
           END-IF.

       WRITE-CORRECTION.
           READ REDACT-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   PERFORM SPLIT-REDACTION
                   IF RG-STATUS = "PENDING"
                       MOVE SPACES TO EX-CORRECT-REC
                       MOVE "C" TO EX-C-TYPE
                       MOVE RG-DATE TO EX-C-DATE
                       MOVE RG-ROOM TO EX-C-ROOM
                       MOVE RG-TIME TO EX-C-TIME
                       MOVE RG-NICK TO EX-C-NICK
                       MOVE RG-STAMP TO EX-C-STAMP
                       MOVE RG-OPER TO EX-C-OPER
                       MOVE SPACES TO EXTRACT-RECORD
                       MOVE EX-CORRECT-REC TO EXTRACT-RECORD
                       WRITE EXTRACT-RECORD
                       ADD 1 TO WS-COR-COUNT
                   END-IF
           END-READ.

       SPLIT-REDACTION.
           MOVE SPACES TO RG-STAMP RG-ROOM RG-DATE RG-TIME RG-NICK
               RG-OPER RG-STATUS RG-FILE RG-REASON
           UNSTRING REDACT-RECORD DELIMITED BY "|"
               INTO RG-STAMP RG-ROOM RG-DATE RG-TIME RG-NICK
                   RG-OPER RG-STATUS RG-FILE RG-REASON.

      ******************************************************************
      * MARK THE CORRECTIONS JUST SENT: COPY THE REGISTER TO THE WORK
      * FILE WITH EVERY PENDING ENTRY MARKED SENT, THEN COPY THE WORK
      * FILE BACK OVER IT. THE RUN LOCK HAS BEEN HELD SINCE THE C
      * RECORDS WERE WRITTEN, SO THE PENDING ENTRIES ARE EXACTLY THE
      * ONES SENT. A REGISTER THAT CANNOT BE REWRITTEN IS LEFT AS IT
      * STANDS AND ITS PENDING ENTRIES ARE SIMPLY SENT AGAIN NEXT RUN,
      * WHICH THE LOADER TREATS AS A REPEAT REDACTION.
      ******************************************************************
       MARK-REDACTIONS-SENT.
           MOVE "N" TO WS-REG-EOF-FLAG
           OPEN INPUT REDACT-FILE
           IF WS-REDACT-STATUS = "00"
               OPEN OUTPUT REGWORK-FILE
               IF WS-REGWORK-STATUS NOT = "00"
                   CLOSE REDACT-FILE
                   PERFORM REPORT-MARK-FAILED
               ELSE
                   PERFORM MARK-ONE-REDACTION UNTIL WS-REG-EOF
                   CLOSE REGWORK-FILE
                   CLOSE REDACT-FILE
                   CALL "CBL_COPY_FILE"
                       USING WS-REGWORK-PATH WS-REDACT-PATH
                   MOVE RETURN-CODE TO WS-DEL-RC
                   MOVE 0 TO RETURN-CODE
                   IF WS-DEL-RC = 0
                       CALL "CBL_DELETE_FILE" USING WS-REGWORK-PATH
                       MOVE 0 TO RETURN-CODE
                   ELSE
                       PERFORM REPORT-MARK-FAILED
                   END-IF
               END-IF
           ELSE
               PERFORM REPORT-MARK-FAILED
           END-IF.

       REPORT-MARK-FAILED.
           DISPLAY "ERR|REDACTIONS-REWRITE-FAILED|"
               FUNCTION TRIM(WS-REDACT-PATH)
           MOVE 4 TO RETURN-CODE.

       MARK-ONE-REDACTION.
           READ REDACT-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   PERFORM SPLIT-REDACTION
                   MOVE SPACES TO REGWORK-RECORD
                   IF RG-STATUS = "PENDING"
                       STRING FUNCTION TRIM(RG-STAMP) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RG-ROOM) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           RG-DATE DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           RG-TIME DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RG-NICK) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RG-OPER) DELIMITED BY SIZE
                           "|SENT|" DELIMITED BY SIZE
                           FUNCTION TRIM(RG-FILE) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RG-REASON) DELIMITED BY SIZE
                           INTO REGWORK-RECORD
                       END-STRING
                   ELSE
                       MOVE REDACT-RECORD TO REGWORK-RECORD
                   END-IF
                   WRITE REGWORK-RECORD
           END-READ.

      ******************************************************************
      * RE-READ THE FEED JUST WRITTEN, RECOMPUTE THE CONTROL TOTALS
      * FROM THE D RECORDS AND COMPARE THEM AGAINST THE TRAILER. A
      * IS DELETED SO IT CAN NEVER REACH THE LOADER.
      ******************************************************************
       VERIFY-FEED.
           MOVE 0 TO WS-CHK-COUNT WS-CHK-BYTES WS-CHK-CORRECT
           MOVE 0 TO WS-TRL-COUNT WS-TRL-BYTES WS-TRL-CORRECT
           MOVE "N" TO WS-TRL-SEEN
           MOVE "N" TO WS-HDR-SEEN
           MOVE "Y" TO WS-FEED-OK
           END-IF
           IF WS-CHK-COUNT NOT = WS-TRL-COUNT
                   OR WS-CHK-BYTES NOT = WS-TRL-BYTES
                   OR WS-CHK-CORRECT NOT = WS-TRL-CORRECT
               MOVE "N" TO WS-FEED-OK
           END-IF
           IF WS-FEED-BALANCED
                   "|RECORDS|" FUNCTION TRIM(WS-ED-COUNT)
                   "|BYTES|" FUNCTION TRIM(WS-ED-BYTES)
                   "|BALANCED"
               MOVE WS-CHK-CORRECT TO WS-ED-COUNT
               DISPLAY "OK|CORRECTIONS|" FUNCTION TRIM(WS-ED-COUNT)
           ELSE
               DISPLAY "ERR|EXTRACT-UNBALANCED|"
                   FUNCTION TRIM(WS-EXTRACT-PATH)
                           ADD FUNCTION LENGTH(FUNCTION TRIM(
                               EXTRACT-RECORD TRAILING))
                               TO WS-CHK-BYTES
                       WHEN "C"
                           ADD 1 TO WS-CHK-CORRECT
                       WHEN "T"
                           MOVE "Y" TO WS-TRL-SEEN
                           MOVE EXTRACT-RECORD(2:9) TO WS-TRL-COUNT
                           MOVE EXTRACT-RECORD(11:13) TO WS-TRL-BYTES
                           MOVE EXTRACT-RECORD(24:9) TO WS-TRL-CORRECT
                   END-EVALUATE
           END-READ.
