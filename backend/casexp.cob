      ******************************************************************
      * MININ-CASEXP EDISCOVERY CASE EXPORT v1.0
      * --------------------------------------------------------
      * COMPANION BATCH JOB TO THE MININ-CHAT MESSAGE PROCESSOR
      *
      * BUILDS ONE BALANCED EXPORT FILE FOR A LEGAL HOLD CASE. THE
      * CASE IS DEFINED BY ITS OPEN ROWS ON THE HOLD REGISTER
      * (MININ-HOLDS.DAT, MAINTAINED BY MININ-CHAT'S HOLD AND
      * RELEASE COMMANDS): ITS NICK ROWS NAME WHO, ITS ROOM ROWS
      * NAME WHERE. A MESSAGE IS SELECTED WHEN ITS NICK IS ONE OF THE
      * CASE'S NICKS AND ITS ROOM ONE OF THE CASE'S ROOMS; A CASE
      * WITH ONLY ONE KIND OF ROW SELECTS ON THAT KIND ALONE.
      *
      * SOURCES, IN EXPORT ORDER:
      *   L - THE LIVE TRANSCRIPT OF EVERY ROOM ON THE ROOM MASTER
      *       (PLUS THE DEFAULT GENERAL ROOM)
      *   A - EVERY ARCHIVE ON THE ARCHIVE CATALOG ROLLED ON OR
      *       AFTER THE FROM DATE (ONE ROLLED EARLIER HOLDS NOTHING
      *       SO RECENT)
      *   EACH MESSAGE IS DATE-SELECTED AND EXPORTED BY ITS OWN DATE
      *   (date|time|nick|room|text); A RECORD WRITTEN BEFORE RECORDS
      *   CARRIED THEIR DATE (time|nick|room|text) TAKES THE RUN DATE
      *   IN A LIVE TRANSCRIPT AND THE CATALOG ROLL DATE IN AN
      *   ARCHIVE.
      *   W - THE WHISPER LOG, DECRYPTED WITH THE CIPHER KEY PHRASE,
      *       FOR WHISPERS SENT OR RECEIVED BY ONE OF THE CASE'S
      *       NICKS. THE LOG CARRIES NO DATE, SO EACH WHISPER IS DATED
      *       FROM ITS ENTRY IN THE RECIPIENT'S INBOX
      *       (MININ-INBOX-<nick>.DAT, SAME TIME, SENDER AND
      *       CIPHERTEXT) AND DATE-SELECTED LIKE ANY OTHER MESSAGE. A
      *       WHISPER NO INBOX ENTRY DATES IS LEFT OUT WHEN DATES WERE
      *       GIVEN (COUNTED ON THE OK|WHISPER-UNDATED LINE) AND GOES
      *       OUT WITH A BLANK DATE WHEN THEY WERE NOT.
      *
      * COMMAND LINE: caseid oper [fromdate [todate]]
      * THE OPERATOR MUST HOLD AN ACTIVE COMPLIANCE GRANT ON
      * MININ-OPERATORS.DAT - THE EXPORT DECRYPTS PRIVATE TRAFFIC -
      * AND EVERY RUN, GRANTED OR REFUSED, IS WRITTEN TO THE AUDIT
      * TRAIL. THE DATES (YYYYMMDD) DEFAULT TO ALL DATES.
      *
      * EXPORT FILE: MININ-CASE-<caseid>.DAT, FIXED COLUMN POSITIONS:
      *   H  1:1 "H"  2:8 RUN DATE  10:6 RUN TIME  16:10 SOURCE
      *      26:32 CASE ID  58:8 FROM DATE  66:8 TO DATE
      *      74:64 OPERATOR
      *   D  1:1 "D"  2:1 SOURCE (L/A/W)  3:8 MSG DATE  11:8 MSG TIME
      *      19:64 ROOM (RECIPIENT NICK FOR A WHISPER)  83:64 NICK
      *      147:1024 MESSAGE TEXT
      *   T  1:1 "T"  2:9 DETAIL COUNT  11:13 BYTE TOTAL
      *      24:9 LIVE COUNT  33:9 ARCHIVE COUNT  42:9 WHISPER COUNT
      * AS IN MININ-EXTRACT THE BYTE TOTAL IS THE SUM OF THE
      * TRAILING-TRIMMED LENGTHS OF THE D RECORDS, AND THE FILE IS
      * RE-READ AND BALANCED AGAINST ITS TRAILER BEFORE IT IS
      * RELEASED; AN UNBALANCED EXPORT IS DELETED. RETURN CODES:
      *   0 - EXPORT WRITTEN AND BALANCED
      *   8 - OPERATOR REFUSED, BAD ARGUMENTS, NO OPEN HOLD FOR THE
      *       CASE, OR THE EXPORT COULD NOT BE WRITTEN OR BALANCED
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MININ-CASEXP.
       AUTHOR. MININ-DEV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-FILE ASSIGN TO DYNAMIC WS-TRANSCRIPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-STATUS.
           SELECT ROOMS-FILE ASSIGN TO DYNAMIC WS-ROOMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOMS-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT WHISPER-FILE ASSIGN TO DYNAMIC WS-WHISPER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHISPER-STATUS.
           SELECT WHISPER2-FILE ASSIGN TO DYNAMIC WS-WHISPER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHISPER2-STATUS.
           SELECT INBOX-FILE ASSIGN TO DYNAMIC WS-INBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOX-STATUS.
           SELECT CIPHER-KEY-FILE ASSIGN TO DYNAMIC WS-CIPHER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CIPHER-STATUS.
           SELECT HOLDS-FILE ASSIGN TO DYNAMIC WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO DYNAMIC WS-OPER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DYNAMIC WS-AUDIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT CASE-FILE ASSIGN TO DYNAMIC WS-CASE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD       PIC X(1200).

       FD  ROOMS-FILE.
       01  ROOMS-RECORD              PIC X(260).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD            PIC X(200).

       FD  WHISPER-FILE.
       01  WHISPER-RECORD            PIC X(1200).

       FD  WHISPER2-FILE.
       01  WHISPER2-RECORD           PIC X(1200).

       FD  INBOX-FILE.
       01  INBOX-RECORD              PIC X(1200).

       FD  CIPHER-KEY-FILE.
       01  CIPHER-KEY-RECORD         PIC X(64).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD              PIC X(200).

       FD  OPERATORS-FILE.
       01  OPERATORS-RECORD          PIC X(200).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD              PIC X(1200).

       FD  CASE-FILE.
       01  CASE-RECORD               PIC X(1200).

       WORKING-STORAGE SECTION.
       01  WS-TRANSCRIPT-STATUS PIC X(2).
       01  WS-ROOMS-STATUS      PIC X(2).
       01  WS-CATALOG-STATUS    PIC X(2).
       01  WS-WHISPER-STATUS    PIC X(2).
       01  WS-WHISPER2-STATUS   PIC X(2).
       01  WS-INBOX-STATUS      PIC X(2).
       01  WS-CIPHER-STATUS     PIC X(2).
       01  WS-HOLD-STATUS       PIC X(2).
       01  WS-OPER-STATUS       PIC X(2).
       01  WS-AUDIT-STATUS      PIC X(2).
       01  WS-CASE-STATUS       PIC X(2).
       01  WS-TRANSCRIPT-PATH  PIC X(120).
       01  WS-ROOMS-PATH       PIC X(80) VALUE "MININ-ROOMS.DAT".
       01  WS-CATALOG-PATH     PIC X(80) VALUE "MININ-ARCHIVES.DAT".
       01  WS-WHISPER-PATH     PIC X(80) VALUE "MININ-WHISPER.DAT".
       01  WS-CIPHER-PATH      PIC X(80) VALUE "MININ-CIPHER.KEY".
       01  WS-HOLD-PATH        PIC X(80) VALUE "MININ-HOLDS.DAT".
       01  WS-OPER-PATH        PIC X(80) VALUE "MININ-OPERATORS.DAT".
       01  WS-AUDIT-PATH       PIC X(80) VALUE "MININ-AUDIT.DAT".
       01  WS-CASE-PATH        PIC X(120).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-CAT-EOF-FLAG     PIC X(1) VALUE "N".
           88  WS-CAT-EOF                VALUE "Y".
       01  WS-TODAY            PIC X(8).
       01  WS-TIME-NOW         PIC X(8).
       01  WS-CMD-LINE         PIC X(256).
       01  WS-CASE-ID          PIC X(32).
       01  WS-OPER-ID          PIC X(64).
       01  WS-FROM-DATE        PIC X(8).
       01  WS-TO-DATE          PIC X(8).
       01  WS-RANGE-FLAG       PIC X(1) VALUE "N".
           88  WS-RANGE-GIVEN             VALUE "Y".
       01  WS-ARG-OK           PIC X(1) VALUE "Y".
           88  WS-ARGS-VALID              VALUE "Y".
       01  WS-ARG-ERR          PIC X(32).
       01  WS-CASE-LEN         PIC 9(3) VALUE 0.
       01  WS-CASE-IDX         PIC 9(3) VALUE 0.
       01  WS-CASE-CHAR        PIC X(1).
      * OPERATOR MASTER: opid|role|name|status
       01  OP-ID               PIC X(64).
       01  OP-ROLE             PIC X(16).
       01  OP-NAME             PIC X(64).
       01  OP-STATUS           PIC X(8).
       01  WS-OPER-GRANT       PIC X(1) VALUE "N".
           88  WS-OPER-HAS-ROLE           VALUE "Y".
      * HOLD REGISTER:
      *   case|NICK-OR-ROOM|value|OPEN-OR-RELEASED|oper|YYYYMMDDHHMMSS
       01  HD-CASE             PIC X(32).
       01  HD-KIND             PIC X(8).
       01  HD-VALUE            PIC X(64).
       01  HD-STATE            PIC X(8).
       01  HD-OPER             PIC X(64).
       01  HD-STAMP            PIC X(14).
       01  WS-CASE-NICK-CNT    PIC 9(4) VALUE 0.
       01  WS-CASE-NICK-TABLE.
           05  WS-CASE-NICK    PIC X(64) OCCURS 500 TIMES.
       01  WS-CASE-ROOM-CNT    PIC 9(4) VALUE 0.
       01  WS-CASE-ROOM-TABLE.
           05  WS-CASE-ROOM    PIC X(64) OCCURS 500 TIMES.
       01  WS-CASE-I           PIC 9(4) VALUE 0.
       01  WS-MATCH-VALUE      PIC X(64).
       01  WS-MATCH-FLAG       PIC X(1) VALUE "N".
           88  WS-MATCHED                 VALUE "Y".
       01  WS-NICK-OK          PIC X(1) VALUE "N".
       01  WS-ROOM-OK          PIC X(1) VALUE "N".
       01  WS-SELECT-FLAG      PIC X(1) VALUE "N".
           88  WS-SELECTED                VALUE "Y".
       01  RM-NAME             PIC X(64).
       01  RM-TOPIC            PIC X(120).
       01  RM-CREATED          PIC X(8).
       01  RM-MEMBERS          PIC 9(9).
      * 101 SLOTS: THE ROOM MASTER TOPS OUT AT 100 REGISTERED ROOMS
      * AND THE IMPLICIT GENERAL ROOM NEEDS ITS OWN SLOT EVEN THEN
       01  WS-ROOM-CNT         PIC 9(3) VALUE 0.
       01  WS-ROOM-TABLE.
           05  WS-ROOM-NAME    PIC X(64) OCCURS 101 TIMES.
       01  WS-ROOM-I           PIC 9(3) VALUE 0.
       01  WS-GENERAL-SEEN     PIC X(1) VALUE "N".
           88  WS-HAVE-GENERAL            VALUE "Y".
      * ARCHIVE CATALOG: room|rolldate|path
       01  AR-ROOM             PIC X(64).
       01  AR-DATE             PIC X(8).
       01  AR-PATH             PIC X(120).
       01  WS-TR-TIME          PIC X(8).
       01  WS-TR-NICK          PIC X(64).
       01  WS-TR-ROOM          PIC X(64).
       01  WS-TR-TEXT          PIC X(1024).
       01  WS-SRC-CODE         PIC X(1).
       01  WS-SRC-DATE         PIC X(8).
       01  WS-SRC-DEFAULT      PIC X(8).
       01  WS-AUDIT-DATE       PIC X(8).
      * FIXED-LAYOUT EXPORT RECORDS, BUILT HERE AND MOVED TO THE FD
       01  CX-HEADER-REC.
           05  CX-H-TYPE       PIC X(1).
           05  CX-H-DATE       PIC X(8).
           05  CX-H-TIME       PIC X(6).
           05  CX-H-SOURCE     PIC X(10).
           05  CX-H-CASE       PIC X(32).
           05  CX-H-FROM       PIC X(8).
           05  CX-H-TO         PIC X(8).
           05  CX-H-OPER       PIC X(64).
       01  CX-DETAIL-REC.
           05  CX-D-TYPE       PIC X(1).
           05  CX-D-SOURCE     PIC X(1).
           05  CX-D-DATE       PIC X(8).
           05  CX-D-TIME       PIC X(8).
           05  CX-D-ROOM       PIC X(64).
           05  CX-D-NICK       PIC X(64).
           05  CX-D-TEXT       PIC X(1024).
       01  CX-TRAILER-REC.
           05  CX-T-TYPE       PIC X(1).
           05  CX-T-COUNT      PIC 9(9).
           05  CX-T-BYTES      PIC 9(13).
           05  CX-T-LIVE       PIC 9(9).
           05  CX-T-ARCHIVE    PIC 9(9).
           05  CX-T-WHISPER    PIC 9(9).
       01  WS-DTL-COUNT        PIC 9(9) VALUE 0.
       01  WS-DTL-BYTES        PIC 9(13) VALUE 0.
       01  WS-DTL-LIVE         PIC 9(9) VALUE 0.
       01  WS-DTL-ARCHIVE      PIC 9(9) VALUE 0.
       01  WS-DTL-WHISPER      PIC 9(9) VALUE 0.
       01  WS-CHK-COUNT        PIC 9(9) VALUE 0.
       01  WS-CHK-BYTES        PIC 9(13) VALUE 0.
       01  WS-CHK-LIVE         PIC 9(9) VALUE 0.
       01  WS-CHK-ARCHIVE      PIC 9(9) VALUE 0.
       01  WS-CHK-WHISPER      PIC 9(9) VALUE 0.
       01  WS-TRL-COUNT        PIC 9(9) VALUE 0.
       01  WS-TRL-BYTES        PIC 9(13) VALUE 0.
       01  WS-TRL-LIVE         PIC 9(9) VALUE 0.
       01  WS-TRL-ARCHIVE      PIC 9(9) VALUE 0.
       01  WS-TRL-WHISPER      PIC 9(9) VALUE 0.
       01  WS-TRL-SEEN         PIC X(1) VALUE "N".
           88  WS-HAVE-TRAILER            VALUE "Y".
       01  WS-HDR-SEEN         PIC X(1) VALUE "N".
           88  WS-HAVE-HEADER             VALUE "Y".
       01  WS-FEED-OK          PIC X(1) VALUE "Y".
           88  WS-FEED-BALANCED           VALUE "Y".
       01  WS-DEL-RC           PIC S9(9) VALUE 0.
       01  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-BYTES         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-AUDIT-OUTCOME    PIC X(256).
      * WHISPER LOG STREAM CIPHER - THE SAME KEYSTREAM MININ-CHAT
      * ENCRYPTS WITH (SEE ITS WHISPER LOG STREAM CIPHER BANNER)
       01  WS-CIPHER-PHRASE    PIC X(64) VALUE "MININ-DEFAULT-KEY".
       01  WS-CIPHER-BASE      PIC 9(9) VALUE 0.
       01  WS-CIPHER-SEED      PIC 9(14) VALUE 0.
       01  WS-CIPHER-TOD       PIC 9(5) VALUE 0.
       01  WS-CIPHER-KS        PIC 9(3) VALUE 0.
       01  WS-CIPHER-LEN       PIC 9(4) VALUE 0.
       01  WS-CIPHER-HEX       PIC X(1024).
       01  WS-CIPHER-I         PIC 9(4) VALUE 0.
       01  WS-CIPHER-J         PIC 9(4) VALUE 0.
       01  WS-CIPHER-B         PIC 9(3) VALUE 0.
       01  WS-HEXC             PIC X(1).
       01  WS-HEXV             PIC 9(2) VALUE 0.
       01  WS-HEX-OK           PIC X(1) VALUE "Y".
           88  WS-BODY-IS-HEX             VALUE "Y".
       01  WS-PLAIN            PIC X(512).
       01  WS-KEYSUM-I         PIC 9(4) VALUE 0.
       01  WS-KEYSUM-LEN       PIC 9(4) VALUE 0.
      * WHISPER LOG: HH:MM:SS|from|to|E:hex
       01  WR-TIME             PIC X(8).
       01  WR-FROM             PIC X(64).
       01  WR-TO               PIC X(64).
       01  WR-BODY             PIC X(1026).
       01  WS-WR-SEQ           PIC 9(9) VALUE 0.
       01  WS-WR-UNDATED       PIC 9(9) VALUE 0.
      * SECOND PASS OVER THE WHISPER LOG, TO NUMBER REPEATED WHISPERS
       01  W2-TIME             PIC X(8).
       01  W2-FROM             PIC X(64).
       01  W2-TO               PIC X(64).
       01  W2-BODY             PIC X(1026).
       01  WS-W2-SCAN          PIC 9(9) VALUE 0.
       01  WS-W2-EOF-FLAG      PIC X(1) VALUE "N".
           88  WS-W2-EOF                  VALUE "Y".
      * RECIPIENT INBOX: YYYYMMDD|HH:MM:SS|from|U-OR-R|E:hex
       01  WS-INBOX-PATH       PIC X(120).
       01  IB-DATE             PIC X(8).
       01  IB-TIME             PIC X(8).
       01  IB-FROM             PIC X(64).
       01  IB-FLAG             PIC X(1).
       01  IB-BODY             PIC X(1026).
       01  WS-IB-EOF-FLAG      PIC X(1) VALUE "N".
           88  WS-IB-EOF                  VALUE "Y".
       01  WS-IB-HITS          PIC 9(9) VALUE 0.
       01  WS-IB-WANT          PIC 9(9) VALUE 0.
       01  WS-IB-DATE          PIC X(8).
       01  WS-IB-MIXED-FLAG    PIC X(1) VALUE "N".
           88  WS-IB-MIXED                VALUE "Y".

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           PERFORM EDIT-ARGUMENTS
           IF WS-ARGS-VALID
               PERFORM CHECK-OPERATOR
               IF NOT WS-OPER-HAS-ROLE
                   MOVE "N" TO WS-ARG-OK
                   MOVE "NOT-PERMITTED" TO WS-ARG-ERR
               END-IF
           END-IF
           IF WS-ARGS-VALID
               PERFORM LOAD-CASE-HOLDS
               IF WS-CASE-NICK-CNT = 0 AND WS-CASE-ROOM-CNT = 0
                   MOVE "N" TO WS-ARG-OK
                   MOVE "NO-SUCH-CASE" TO WS-ARG-ERR
               END-IF
           END-IF
           IF NOT WS-ARGS-VALID
               DISPLAY "ERR|" FUNCTION TRIM(WS-ARG-ERR)
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "CASE-REFUSED|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ARG-ERR) DELIMITED BY SIZE
                   INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-CASE-PATH
               STRING "MININ-CASE-" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-CASE-ID) DELIMITED BY SIZE
                   ".DAT" DELIMITED BY SIZE
                   INTO WS-CASE-PATH
               END-STRING
               PERFORM LOAD-CIPHER-KEY
               PERFORM LOAD-ROOM-LIST
               PERFORM WRITE-EXPORT
               IF WS-CASE-STATUS = "00"
                   PERFORM VERIFY-EXPORT
               ELSE
                   DISPLAY "ERR|CASE-OPEN-FAILED|"
                       FUNCTION TRIM(WS-CASE-PATH)
                   MOVE "N" TO WS-FEED-OK
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE SPACES TO WS-AUDIT-OUTCOME
               IF WS-FEED-BALANCED
                   MOVE WS-CHK-COUNT TO WS-ED-COUNT
                   STRING "CASE-EXPORTED|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CASE-PATH) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                       INTO WS-AUDIT-OUTCOME
                   END-STRING
               ELSE
                   STRING "CASE-FAILED|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-CASE-PATH) DELIMITED BY SIZE
                       INTO WS-AUDIT-OUTCOME
                   END-STRING
               END-IF
               PERFORM WRITE-AUDIT
           END-IF
           STOP RUN.

      ******************************************************************
      * SPLIT THE COMMAND LINE INTO CASE, OPERATOR AND THE OPTIONAL
      * DATE RANGE. THE CASE ID NAMES THE EXPORT FILE, SO IT IS HELD
      * TO [A-Z0-9_-] THE SAME AS A ROOM NAME.
      ******************************************************************
       EDIT-ARGUMENTS.
           MOVE "Y" TO WS-ARG-OK
           MOVE SPACES TO WS-CASE-ID WS-OPER-ID WS-FROM-DATE
               WS-TO-DATE WS-ARG-ERR
           UNSTRING FUNCTION TRIM(WS-CMD-LINE) DELIMITED BY ALL " "
               INTO WS-CASE-ID WS-OPER-ID WS-FROM-DATE WS-TO-DATE
           MOVE FUNCTION UPPER-CASE(WS-CASE-ID) TO WS-CASE-ID
           MOVE FUNCTION UPPER-CASE(WS-OPER-ID) TO WS-OPER-ID
           IF WS-CASE-ID = SPACES OR WS-OPER-ID = SPACES
               MOVE "N" TO WS-ARG-OK
               MOVE "MISSING-FIELDS" TO WS-ARG-ERR
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CASE-ID))
                   TO WS-CASE-LEN
               PERFORM CHECK-CASE-CHAR VARYING WS-CASE-IDX
                   FROM 1 BY 1 UNTIL WS-CASE-IDX > WS-CASE-LEN
           END-IF
           MOVE "N" TO WS-RANGE-FLAG
           IF WS-ARGS-VALID
               IF WS-FROM-DATE = SPACES
                   MOVE "00000000" TO WS-FROM-DATE
               ELSE
                   MOVE "Y" TO WS-RANGE-FLAG
               END-IF
               IF WS-TO-DATE = SPACES
                   MOVE "99999999" TO WS-TO-DATE
               ELSE
                   MOVE "Y" TO WS-RANGE-FLAG
               END-IF
               IF WS-FROM-DATE IS NOT NUMERIC
                       OR WS-TO-DATE IS NOT NUMERIC
                       OR WS-FROM-DATE > WS-TO-DATE
                   MOVE "N" TO WS-ARG-OK
                   MOVE "BAD-DATE" TO WS-ARG-ERR
               END-IF
           END-IF.

       CHECK-CASE-CHAR.
           MOVE WS-CASE-ID(WS-CASE-IDX:1) TO WS-CASE-CHAR
           IF (WS-CASE-CHAR < "A" OR WS-CASE-CHAR > "Z")
                   AND (WS-CASE-CHAR < "0" OR WS-CASE-CHAR > "9")
                   AND WS-CASE-CHAR NOT = "-"
                   AND WS-CASE-CHAR NOT = "_"
               MOVE "N" TO WS-ARG-OK
               MOVE "BAD-CASE" TO WS-ARG-ERR
           END-IF.

      ******************************************************************
      * THE OPERATOR NEEDS AN ACTIVE COMPLIANCE GRANT. NO OPERATOR
      * MASTER MEANS NO OPERATORS, SO THE RUN IS REFUSED.
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
                               FUNCTION TRIM(OP-ROLE)) = "COMPLIANCE"
                       MOVE "Y" TO WS-OPER-GRANT
                   END-IF
           END-READ.

      ******************************************************************
      * COLLECT THE CASE'S OPEN NICK AND ROOM ROWS FROM THE HOLD
      * REGISTER. A RELEASED ROW NO LONGER DEFINES THE CASE.
      ******************************************************************
       LOAD-CASE-HOLDS.
           MOVE 0 TO WS-CASE-NICK-CNT WS-CASE-ROOM-CNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM LOAD-CASE-HOLD-LINE UNTIL WS-EOF
               CLOSE HOLDS-FILE
           END-IF.

       LOAD-CASE-HOLD-LINE.
           READ HOLDS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO HD-CASE HD-KIND HD-VALUE HD-STATE
                       HD-OPER HD-STAMP
                   UNSTRING HOLDS-RECORD DELIMITED BY "|"
                       INTO HD-CASE HD-KIND HD-VALUE HD-STATE
                           HD-OPER HD-STAMP
                   IF HD-CASE = WS-CASE-ID AND HD-STATE = "OPEN"
                       EVALUATE HD-KIND
                           WHEN "NICK"
                               IF WS-CASE-NICK-CNT < 500
                                   ADD 1 TO WS-CASE-NICK-CNT
                                   MOVE HD-VALUE
                                       TO WS-CASE-NICK(WS-CASE-NICK-CNT)
                               END-IF
                           WHEN "ROOM"
                               IF WS-CASE-ROOM-CNT < 500
                                   ADD 1 TO WS-CASE-ROOM-CNT
                                   MOVE HD-VALUE
                                       TO WS-CASE-ROOM(WS-CASE-ROOM-CNT)
                               END-IF
                       END-EVALUATE
                   END-IF
           END-READ.

      ******************************************************************
      * BUILD THE LIST OF LIVE TRANSCRIPTS FROM THE ROOM MASTER, WITH
      * THE DEFAULT GENERAL ROOM ALWAYS INCLUDED (AS MININ-EXTRACT)
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
           IF NOT WS-HAVE-GENERAL AND WS-ROOM-CNT < 101
               ADD 1 TO WS-ROOM-CNT
               MOVE "GENERAL" TO WS-ROOM-NAME(WS-ROOM-CNT)
           END-IF.

       LOAD-ROOM-LINE.
           READ ROOMS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   UNSTRING ROOMS-RECORD DELIMITED BY "|"
                       INTO RM-NAME RM-TOPIC RM-CREATED RM-MEMBERS
                   IF FUNCTION TRIM(RM-NAME) NOT = SPACES
                       ADD 1 TO WS-ROOM-CNT
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RM-NAME))
                           TO WS-ROOM-NAME(WS-ROOM-CNT)
                       IF WS-ROOM-NAME(WS-ROOM-CNT) = "GENERAL"
                           MOVE "Y" TO WS-GENERAL-SEEN
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * WRITE THE EXPORT: HEADER, THE SELECTED LIVE, ARCHIVED AND
      * WHISPERED MESSAGES, AND A TRAILER CARRYING THE CONTROL TOTALS
      * ACCUMULATED WHILE WRITING
      ******************************************************************
       WRITE-EXPORT.
           MOVE 0 TO WS-DTL-COUNT WS-DTL-BYTES
           MOVE 0 TO WS-DTL-LIVE WS-DTL-ARCHIVE WS-DTL-WHISPER
           OPEN OUTPUT CASE-FILE
           IF WS-CASE-STATUS = "00"
               MOVE SPACES TO CX-HEADER-REC
               MOVE "H" TO CX-H-TYPE
               MOVE WS-TODAY TO CX-H-DATE
               MOVE WS-TIME-NOW(1:6) TO CX-H-TIME
               MOVE "MININ-CHAT" TO CX-H-SOURCE
               MOVE WS-CASE-ID TO CX-H-CASE
               MOVE WS-FROM-DATE TO CX-H-FROM
               MOVE WS-TO-DATE TO CX-H-TO
               MOVE WS-OPER-ID TO CX-H-OPER
               MOVE SPACES TO CASE-RECORD
               MOVE CX-HEADER-REC TO CASE-RECORD
               WRITE CASE-RECORD
               MOVE "L" TO WS-SRC-CODE
               MOVE WS-TODAY TO WS-SRC-DEFAULT
               PERFORM EXPORT-LIVE-ROOM VARYING WS-ROOM-I
                   FROM 1 BY 1 UNTIL WS-ROOM-I > WS-ROOM-CNT
               MOVE "A" TO WS-SRC-CODE
               MOVE "N" TO WS-CAT-EOF-FLAG
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS = "00"
                   PERFORM EXPORT-CATALOG-LINE UNTIL WS-CAT-EOF
                   CLOSE CATALOG-FILE
               END-IF
               MOVE "W" TO WS-SRC-CODE
               MOVE 0 TO WS-WR-SEQ WS-WR-UNDATED
               IF WS-CASE-NICK-CNT > 0
                   MOVE "N" TO WS-EOF-FLAG
                   OPEN INPUT WHISPER-FILE
                   IF WS-WHISPER-STATUS = "00"
                       PERFORM EXPORT-WHISPER-LINE UNTIL WS-EOF
                       CLOSE WHISPER-FILE
                   END-IF
               END-IF
               MOVE SPACES TO CX-TRAILER-REC
               MOVE "T" TO CX-T-TYPE
               MOVE WS-DTL-COUNT TO CX-T-COUNT
               MOVE WS-DTL-BYTES TO CX-T-BYTES
               MOVE WS-DTL-LIVE TO CX-T-LIVE
               MOVE WS-DTL-ARCHIVE TO CX-T-ARCHIVE
               MOVE WS-DTL-WHISPER TO CX-T-WHISPER
               MOVE SPACES TO CASE-RECORD
               MOVE CX-TRAILER-REC TO CASE-RECORD
               WRITE CASE-RECORD
               CLOSE CASE-FILE
           END-IF.

       EXPORT-LIVE-ROOM.
           MOVE SPACES TO WS-TRANSCRIPT-PATH
           STRING "MININ-TRANSCRIPT-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROOM-NAME(WS-ROOM-I)) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TRANSCRIPT-PATH
           END-STRING
           PERFORM EXPORT-TRANSCRIPT.

       EXPORT-CATALOG-LINE.
           READ CATALOG-FILE
               AT END
                   SET WS-CAT-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO AR-ROOM AR-DATE AR-PATH
                   UNSTRING CATALOG-RECORD DELIMITED BY "|"
                       INTO AR-ROOM AR-DATE AR-PATH
                   IF AR-DATE >= WS-FROM-DATE
                           AND AR-PATH NOT = SPACES
                       MOVE AR-DATE TO WS-SRC-DEFAULT
                       MOVE SPACES TO WS-TRANSCRIPT-PATH
                       MOVE AR-PATH TO WS-TRANSCRIPT-PATH
                       PERFORM EXPORT-TRANSCRIPT
                   END-IF
           END-READ.

      * LIVE TRANSCRIPTS AND ARCHIVES SHARE THE
      * YYYYMMDD|HH:MM:SS|nick|room|text LAYOUT
       EXPORT-TRANSCRIPT.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-STATUS = "00"
               PERFORM EXPORT-TRANSCRIPT-LINE UNTIL WS-EOF
               CLOSE TRANSCRIPT-FILE
           END-IF.

       EXPORT-TRANSCRIPT-LINE.
           READ TRANSCRIPT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-SRC-DATE WS-TR-TIME WS-TR-NICK
                       WS-TR-ROOM WS-TR-TEXT
                   IF TRANSCRIPT-RECORD(3:1) = ":"
                       MOVE WS-SRC-DEFAULT TO WS-SRC-DATE
                       UNSTRING TRANSCRIPT-RECORD DELIMITED BY "|"
                           INTO WS-TR-TIME WS-TR-NICK WS-TR-ROOM
                               WS-TR-TEXT
                   ELSE
                       UNSTRING TRANSCRIPT-RECORD DELIMITED BY "|"
                           INTO WS-SRC-DATE WS-TR-TIME WS-TR-NICK
                               WS-TR-ROOM WS-TR-TEXT
                   END-IF
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TR-NICK))
                       TO WS-TR-NICK
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TR-ROOM))
                       TO WS-TR-ROOM
                   IF WS-SRC-DATE >= WS-FROM-DATE
                           AND WS-SRC-DATE <= WS-TO-DATE
                       PERFORM SELECT-MESSAGE
                       IF WS-SELECTED
                           PERFORM WRITE-DETAIL
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * A WHISPER IS SELECTED WHEN EITHER PARTY IS ONE OF THE CASE'S
      * NICKS (ROOM ROWS DO NOT APPLY, A WHISPER HAS NO ROOM) AND THE
      * DATE ITS INBOX ENTRY GIVES IT IS IN THE RANGE. ONLY THEN IS
      * THE BODY DECRYPTED, THE WAY MININ-CHAT'S REVEAL DOES; A BODY
      * THAT IS NOT WELL-FORMED CIPHERTEXT GOES OUT AS IT STANDS.
      ******************************************************************
       EXPORT-WHISPER-LINE.
           READ WHISPER-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-WR-SEQ
                   MOVE SPACES TO WR-TIME WR-FROM WR-TO WR-BODY
                   UNSTRING WHISPER-RECORD DELIMITED BY "|"
                       INTO WR-TIME WR-FROM WR-TO WR-BODY
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WR-FROM))
                       TO WR-FROM
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WR-TO))
                       TO WR-TO
                   MOVE WR-FROM TO WS-MATCH-VALUE
                   PERFORM MATCH-CASE-NICK
                   IF NOT WS-MATCHED
                       MOVE WR-TO TO WS-MATCH-VALUE
                       PERFORM MATCH-CASE-NICK
                   END-IF
                   IF WS-MATCHED
                       PERFORM DATE-WHISPER
                       IF WS-SRC-DATE = SPACES
                           IF WS-RANGE-GIVEN
                               ADD 1 TO WS-WR-UNDATED
                               MOVE "N" TO WS-MATCH-FLAG
                           END-IF
                       ELSE
                           IF WS-SRC-DATE < WS-FROM-DATE
                                   OR WS-SRC-DATE > WS-TO-DATE
                               MOVE "N" TO WS-MATCH-FLAG
                           END-IF
                       END-IF
                   END-IF
                   IF WS-MATCHED
                       MOVE "N" TO WS-HEX-OK
                       IF WR-BODY(1:2) = "E:"
                           MOVE SPACES TO WS-CIPHER-HEX
                           MOVE WR-BODY(3:1024) TO WS-CIPHER-HEX
                           COMPUTE WS-CIPHER-LEN =
                               FUNCTION LENGTH(
                                   FUNCTION TRIM(WR-BODY)) - 2
                           PERFORM CHECK-BODY-IS-HEX
                       END-IF
                       MOVE SPACES TO WS-TR-TEXT
                       IF WS-BODY-IS-HEX
                           COMPUTE WS-CIPHER-TOD =
                               FUNCTION NUMVAL(WR-TIME(1:2)) * 3600
                               + FUNCTION NUMVAL(WR-TIME(4:2)) * 60
                               + FUNCTION NUMVAL(WR-TIME(7:2))
                           PERFORM DECRYPT-WHISPER-BODY
                           MOVE WS-PLAIN TO WS-TR-TEXT
                       ELSE
                           MOVE WR-BODY TO WS-TR-TEXT
                       END-IF
                       MOVE WR-TIME TO WS-TR-TIME
                       MOVE WR-TO TO WS-TR-ROOM
                       MOVE WR-FROM TO WS-TR-NICK
                       PERFORM WRITE-DETAIL
                   END-IF
           END-READ.

      ******************************************************************
      * DATE THE WHISPER JUST READ INTO WS-SRC-DATE (SPACES WHEN NO
      * INBOX ENTRY DATES IT). ITS ENTRY IN THE RECIPIENT'S INBOX
      * HAS THE SAME TIME, SENDER AND CIPHERTEXT. THE KEYSTREAM
      * DEPENDS ONLY ON THE TIME OF DAY, SO THE SAME TEXT SENT AT THE
      * SAME SECOND ON TWO DAYS MATCHES TWO ENTRIES; BOTH FILES ARE
      * IN WRITE ORDER, SO THE NTH SUCH WHISPER ON THE LOG TAKES THE
      * DATE OF THE NTH MATCHING INBOX ENTRY.
      ******************************************************************
       DATE-WHISPER.
           MOVE SPACES TO WS-INBOX-PATH
           STRING "MININ-INBOX-" DELIMITED BY SIZE
               FUNCTION TRIM(WR-TO) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-INBOX-PATH
           END-STRING
           MOVE 0 TO WS-IB-WANT
           PERFORM SCAN-INBOX
           IF WS-IB-MIXED
               PERFORM COUNT-EARLIER-WHISPERS
               IF WS-IB-WANT > 0
                   PERFORM SCAN-INBOX
               ELSE
                   MOVE SPACES TO WS-IB-DATE
               END-IF
           END-IF
           MOVE WS-IB-DATE TO WS-SRC-DATE.

      * WS-IB-WANT 0: TAKE THE FIRST MATCH AND NOTE WHETHER A LATER
      * ONE CARRIES ANOTHER DATE. OTHERWISE TAKE THE WS-IB-WANT'TH.
       SCAN-INBOX.
           MOVE 0 TO WS-IB-HITS
           MOVE SPACES TO WS-IB-DATE
           MOVE "N" TO WS-IB-MIXED-FLAG
           MOVE "N" TO WS-IB-EOF-FLAG
           OPEN INPUT INBOX-FILE
           IF WS-INBOX-STATUS = "00"
               PERFORM SCAN-INBOX-LINE UNTIL WS-IB-EOF
               CLOSE INBOX-FILE
           END-IF.

       SCAN-INBOX-LINE.
           READ INBOX-FILE
               AT END
                   SET WS-IB-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO IB-DATE IB-TIME IB-FROM IB-FLAG
                       IB-BODY
                   UNSTRING INBOX-RECORD DELIMITED BY "|"
                       INTO IB-DATE IB-TIME IB-FROM IB-FLAG IB-BODY
                   IF IB-TIME = WR-TIME AND IB-BODY = WR-BODY
                           AND FUNCTION UPPER-CASE(
                               FUNCTION TRIM(IB-FROM)) = WR-FROM
                       ADD 1 TO WS-IB-HITS
                       EVALUATE TRUE
                           WHEN WS-IB-WANT > 0
                               IF WS-IB-HITS = WS-IB-WANT
                                   MOVE IB-DATE TO WS-IB-DATE
                               END-IF
                           WHEN WS-IB-HITS = 1
                               MOVE IB-DATE TO WS-IB-DATE
                           WHEN IB-DATE NOT = WS-IB-DATE
                               MOVE "Y" TO WS-IB-MIXED-FLAG
                       END-EVALUATE
                   END-IF
           END-READ.

      * WS-IB-WANT = 1 + THE SAME WHISPERS EARLIER ON THE LOG, OR 0
      * WHEN THE LOG CANNOT BE RE-READ
       COUNT-EARLIER-WHISPERS.
           MOVE 0 TO WS-IB-WANT WS-W2-SCAN
           MOVE "N" TO WS-W2-EOF-FLAG
           OPEN INPUT WHISPER2-FILE
           IF WS-WHISPER2-STATUS = "00"
               PERFORM COUNT-EARLIER-LINE UNTIL WS-W2-EOF
               CLOSE WHISPER2-FILE
               ADD 1 TO WS-IB-WANT
           END-IF.

       COUNT-EARLIER-LINE.
           READ WHISPER2-FILE
               AT END
                   SET WS-W2-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-W2-SCAN
                   IF WS-W2-SCAN >= WS-WR-SEQ
                       SET WS-W2-EOF TO TRUE
                   ELSE
                       MOVE SPACES TO W2-TIME W2-FROM W2-TO W2-BODY
                       UNSTRING WHISPER2-RECORD DELIMITED BY "|"
                           INTO W2-TIME W2-FROM W2-TO W2-BODY
                       IF W2-TIME = WR-TIME AND W2-BODY = WR-BODY
                               AND FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(W2-FROM)) = WR-FROM
                               AND FUNCTION UPPER-CASE(
                                   FUNCTION TRIM(W2-TO)) = WR-TO
                           ADD 1 TO WS-IB-WANT
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * SELECTION: THE NICK MUST BE ON THE CASE (WHEN IT HAS NICK
      * ROWS) AND THE ROOM MUST BE ON THE CASE (WHEN IT HAS ROOM ROWS)
      ******************************************************************
       SELECT-MESSAGE.
           MOVE "Y" TO WS-NICK-OK
           MOVE "Y" TO WS-ROOM-OK
           IF WS-CASE-NICK-CNT > 0
               MOVE WS-TR-NICK TO WS-MATCH-VALUE
               PERFORM MATCH-CASE-NICK
               MOVE WS-MATCH-FLAG TO WS-NICK-OK
           END-IF
           IF WS-CASE-ROOM-CNT > 0
               MOVE WS-TR-ROOM TO WS-MATCH-VALUE
               PERFORM MATCH-CASE-ROOM
               MOVE WS-MATCH-FLAG TO WS-ROOM-OK
           END-IF
           IF WS-NICK-OK = "Y" AND WS-ROOM-OK = "Y"
               MOVE "Y" TO WS-SELECT-FLAG
           ELSE
               MOVE "N" TO WS-SELECT-FLAG
           END-IF.

       MATCH-CASE-NICK.
           MOVE "N" TO WS-MATCH-FLAG
           PERFORM MATCH-ONE-NICK VARYING WS-CASE-I FROM 1 BY 1
               UNTIL WS-CASE-I > WS-CASE-NICK-CNT OR WS-MATCHED.

       MATCH-ONE-NICK.
           IF WS-CASE-NICK(WS-CASE-I) = WS-MATCH-VALUE
               MOVE "Y" TO WS-MATCH-FLAG
           END-IF.

       MATCH-CASE-ROOM.
           MOVE "N" TO WS-MATCH-FLAG
           PERFORM MATCH-ONE-ROOM VARYING WS-CASE-I FROM 1 BY 1
               UNTIL WS-CASE-I > WS-CASE-ROOM-CNT OR WS-MATCHED.

       MATCH-ONE-ROOM.
           IF WS-CASE-ROOM(WS-CASE-I) = WS-MATCH-VALUE
               MOVE "Y" TO WS-MATCH-FLAG
           END-IF.

       WRITE-DETAIL.
           MOVE SPACES TO CX-DETAIL-REC
           MOVE "D" TO CX-D-TYPE
           MOVE WS-SRC-CODE TO CX-D-SOURCE
           MOVE WS-SRC-DATE TO CX-D-DATE
           MOVE WS-TR-TIME TO CX-D-TIME
           MOVE WS-TR-ROOM TO CX-D-ROOM
           MOVE WS-TR-NICK TO CX-D-NICK
           MOVE WS-TR-TEXT TO CX-D-TEXT
           MOVE SPACES TO CASE-RECORD
           MOVE CX-DETAIL-REC TO CASE-RECORD
           WRITE CASE-RECORD
           ADD 1 TO WS-DTL-COUNT
           ADD FUNCTION LENGTH(FUNCTION TRIM(
               CX-DETAIL-REC TRAILING)) TO WS-DTL-BYTES
           EVALUATE WS-SRC-CODE
               WHEN "L"
                   ADD 1 TO WS-DTL-LIVE
               WHEN "A"
                   ADD 1 TO WS-DTL-ARCHIVE
               WHEN "W"
                   ADD 1 TO WS-DTL-WHISPER
           END-EVALUATE.

      ******************************************************************
      * RE-READ THE EXPORT, RECOMPUTE THE CONTROL TOTALS FROM THE D
      * RECORDS AND COMPARE THEM AGAINST THE TRAILER. AN EXPORT THAT
      * DOES NOT BALANCE - OR HAS NO HEADER OR TRAILER - IS DELETED
      * SO A PARTIAL PRODUCTION NEVER REACHES COUNSEL.
      ******************************************************************
       VERIFY-EXPORT.
           MOVE 0 TO WS-CHK-COUNT WS-CHK-BYTES
           MOVE 0 TO WS-CHK-LIVE WS-CHK-ARCHIVE WS-CHK-WHISPER
           MOVE 0 TO WS-TRL-COUNT WS-TRL-BYTES
           MOVE 0 TO WS-TRL-LIVE WS-TRL-ARCHIVE WS-TRL-WHISPER
           MOVE "N" TO WS-TRL-SEEN
           MOVE "N" TO WS-HDR-SEEN
           MOVE "Y" TO WS-FEED-OK
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CASE-FILE
           IF WS-CASE-STATUS = "00"
               PERFORM VERIFY-EXPORT-LINE UNTIL WS-EOF
               CLOSE CASE-FILE
           ELSE
               MOVE "N" TO WS-FEED-OK
           END-IF
           IF NOT WS-HAVE-HEADER OR NOT WS-HAVE-TRAILER
               MOVE "N" TO WS-FEED-OK
           END-IF
           IF WS-CHK-COUNT NOT = WS-TRL-COUNT
                   OR WS-CHK-BYTES NOT = WS-TRL-BYTES
                   OR WS-CHK-LIVE NOT = WS-TRL-LIVE
                   OR WS-CHK-ARCHIVE NOT = WS-TRL-ARCHIVE
                   OR WS-CHK-WHISPER NOT = WS-TRL-WHISPER
               MOVE "N" TO WS-FEED-OK
           END-IF
           IF WS-FEED-BALANCED
               MOVE WS-CHK-COUNT TO WS-ED-COUNT
               MOVE WS-CHK-BYTES TO WS-ED-BYTES
               DISPLAY "OK|CASE-EXPORT|" FUNCTION TRIM(WS-CASE-PATH)
                   "|RECORDS|" FUNCTION TRIM(WS-ED-COUNT)
                   "|BYTES|" FUNCTION TRIM(WS-ED-BYTES)
                   "|BALANCED"
               MOVE WS-CHK-LIVE TO WS-ED-COUNT
               DISPLAY "OK|LIVE|" FUNCTION TRIM(WS-ED-COUNT)
               MOVE WS-CHK-ARCHIVE TO WS-ED-COUNT
               DISPLAY "OK|ARCHIVE|" FUNCTION TRIM(WS-ED-COUNT)
               MOVE WS-CHK-WHISPER TO WS-ED-COUNT
               DISPLAY "OK|WHISPER|" FUNCTION TRIM(WS-ED-COUNT)
               IF WS-WR-UNDATED > 0
                   MOVE WS-WR-UNDATED TO WS-ED-COUNT
                   DISPLAY "OK|WHISPER-UNDATED|"
                       FUNCTION TRIM(WS-ED-COUNT)
               END-IF
           ELSE
               DISPLAY "ERR|CASE-UNBALANCED|"
                   FUNCTION TRIM(WS-CASE-PATH)
               CALL "CBL_DELETE_FILE" USING WS-CASE-PATH
               MOVE RETURN-CODE TO WS-DEL-RC
               MOVE 0 TO RETURN-CODE
               IF WS-DEL-RC = 0
                   DISPLAY "OK|CASE-WITHDRAWN|"
                       FUNCTION TRIM(WS-CASE-PATH)
               ELSE
                   DISPLAY "ERR|CASE-WITHDRAW-FAILED|"
                       FUNCTION TRIM(WS-CASE-PATH)
               END-IF
               MOVE 8 TO RETURN-CODE
           END-IF.

       VERIFY-EXPORT-LINE.
           READ CASE-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE CASE-RECORD(1:1)
                       WHEN "H"
                           MOVE "Y" TO WS-HDR-SEEN
                       WHEN "D"
                           ADD 1 TO WS-CHK-COUNT
                           ADD FUNCTION LENGTH(FUNCTION TRIM(
                               CASE-RECORD TRAILING))
                               TO WS-CHK-BYTES
                           EVALUATE CASE-RECORD(2:1)
                               WHEN "L"
                                   ADD 1 TO WS-CHK-LIVE
                               WHEN "A"
                                   ADD 1 TO WS-CHK-ARCHIVE
                               WHEN "W"
                                   ADD 1 TO WS-CHK-WHISPER
                           END-EVALUATE
                       WHEN "T"
                           MOVE "Y" TO WS-TRL-SEEN
                           MOVE CASE-RECORD(2:9) TO WS-TRL-COUNT
                           MOVE CASE-RECORD(11:13) TO WS-TRL-BYTES
                           MOVE CASE-RECORD(24:9) TO WS-TRL-LIVE
                           MOVE CASE-RECORD(33:9) TO WS-TRL-ARCHIVE
                           MOVE CASE-RECORD(42:9) TO WS-TRL-WHISPER
                   END-EVALUATE
           END-READ.

      ******************************************************************
      * AUDIT TRAIL RECORD IN MININ-CHAT'S LAYOUT:
      * YYYYMMDD|HH:MM:SS|actor|input|action|outcome
      ******************************************************************
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
               "|CASEXP|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-OUTCOME) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

      ******************************************************************
      * WHISPER LOG STREAM CIPHER (DECRYPT SIDE), KEPT IN STEP WITH
      * MININ-CHAT: THE KEY PHRASE IS FOLDED INTO A NUMERIC BASE, THE
      * RECORD'S TIME OF DAY SALTS THE SEED, AND EACH HEX PAIR IS
      * SHIFTED BACK BY THE NEXT KEYSTREAM BYTE.
      ******************************************************************
       LOAD-CIPHER-KEY.
           OPEN INPUT CIPHER-KEY-FILE
           IF WS-CIPHER-STATUS = "00"
               READ CIPHER-KEY-FILE
                   NOT AT END
                       IF FUNCTION TRIM(CIPHER-KEY-RECORD) NOT = SPACES
                           MOVE FUNCTION TRIM(CIPHER-KEY-RECORD)
                               TO WS-CIPHER-PHRASE
                       END-IF
               END-READ
               CLOSE CIPHER-KEY-FILE
           END-IF
           MOVE 0 TO WS-CIPHER-BASE
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CIPHER-PHRASE))
               TO WS-KEYSUM-LEN
           PERFORM FOLD-KEY-CHAR VARYING WS-KEYSUM-I FROM 1 BY 1
               UNTIL WS-KEYSUM-I > WS-KEYSUM-LEN.

       FOLD-KEY-CHAR.
           COMPUTE WS-CIPHER-BASE = FUNCTION MOD(
               WS-CIPHER-BASE * 31
               + FUNCTION ORD(WS-CIPHER-PHRASE(WS-KEYSUM-I:1)),
               999999937).

       INIT-KEYSTREAM.
           COMPUTE WS-CIPHER-SEED =
               WS-CIPHER-BASE * 100000 + WS-CIPHER-TOD + 12345.

       NEXT-KEYSTREAM-BYTE.
           COMPUTE WS-CIPHER-SEED = FUNCTION MOD(
               WS-CIPHER-SEED * 69069 + 1, 2147483648)
           COMPUTE WS-CIPHER-KS = FUNCTION MOD(
               FUNCTION INTEGER(WS-CIPHER-SEED / 65536), 256).

      ******************************************************************
      * DECRYPT WS-CIPHER-HEX (WS-CIPHER-LEN HEX CHARS) INTO WS-PLAIN.
      * CALLER LOADS WS-CIPHER-TOD FROM THE RECORD'S TIME FIELD.
      ******************************************************************
       DECRYPT-WHISPER-BODY.
           MOVE SPACES TO WS-PLAIN
           PERFORM INIT-KEYSTREAM
           MOVE 1 TO WS-CIPHER-I
           PERFORM DECRYPT-ONE-BYTE
               UNTIL WS-CIPHER-I >= WS-CIPHER-LEN.

       DECRYPT-ONE-BYTE.
           PERFORM NEXT-KEYSTREAM-BYTE
           MOVE WS-CIPHER-HEX(WS-CIPHER-I:1) TO WS-HEXC
           PERFORM HEX-DIGIT-VALUE
           COMPUTE WS-CIPHER-B = WS-HEXV * 16
           MOVE WS-CIPHER-HEX(WS-CIPHER-I + 1:1) TO WS-HEXC
           PERFORM HEX-DIGIT-VALUE
           ADD WS-HEXV TO WS-CIPHER-B
           COMPUTE WS-CIPHER-B = FUNCTION MOD(
               WS-CIPHER-B - WS-CIPHER-KS + 256, 256)
           COMPUTE WS-CIPHER-J = (WS-CIPHER-I + 1) / 2
           MOVE FUNCTION CHAR(WS-CIPHER-B + 1)
               TO WS-PLAIN(WS-CIPHER-J:1)
           ADD 2 TO WS-CIPHER-I.

       HEX-DIGIT-VALUE.
           IF WS-HEXC >= "0" AND WS-HEXC <= "9"
               COMPUTE WS-HEXV =
                   FUNCTION ORD(WS-HEXC) - FUNCTION ORD("0")
           ELSE
               COMPUTE WS-HEXV =
                   FUNCTION ORD(WS-HEXC) - FUNCTION ORD("A") + 10
           END-IF.

      ******************************************************************
      * CHECK THAT WS-CIPHER-HEX HOLDS A WELL-FORMED HEX STRING (EVEN
      * LENGTH, DIGITS 0-9 A-F ONLY), SETTING WS-BODY-IS-HEX
      ******************************************************************
       CHECK-BODY-IS-HEX.
           MOVE "Y" TO WS-HEX-OK
           IF WS-CIPHER-LEN = 0
                   OR FUNCTION MOD(WS-CIPHER-LEN, 2) NOT = 0
               MOVE "N" TO WS-HEX-OK
           ELSE
               PERFORM CHECK-HEX-CHAR VARYING WS-CIPHER-I FROM 1 BY 1
                   UNTIL WS-CIPHER-I > WS-CIPHER-LEN
                       OR NOT WS-BODY-IS-HEX
           END-IF.

       CHECK-HEX-CHAR.
           MOVE WS-CIPHER-HEX(WS-CIPHER-I:1) TO WS-HEXC
           IF (WS-HEXC < "0" OR WS-HEXC > "9")
                   AND (WS-HEXC < "A" OR WS-HEXC > "F")
               MOVE "N" TO WS-HEX-OK
           END-IF.
