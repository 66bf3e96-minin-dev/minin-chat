      ******************************************************************
      * MININ-VERIFY CROSS-FILE INTEGRITY CHECK v1.0
      * --------------------------------------------------------
      * COMPANION BATCH JOB TO THE MININ-CHAT MESSAGE PROCESSOR
      *
      * RECONCILE COMPARES THE COUNTERS WITH THE FILES AND HEALTH
      * CHECKS CAPACITY; THIS JOB CHECKS THAT THE MASTERS AGREE WITH
      * EACH OTHER. EVERY EXCEPTION IS LISTED AS
      *   OK|VERIFY|EXCEPTION|type|detail
      * AND COUNTED BY TYPE IN THE CLOSING TOTALS. THE TYPES ARE:
      *   MEMBER-NICK       MEMBERSHIP ROW FOR A NICK THAT IS NOT ON
      *                     THE USER MASTER OR IS INACTIVE
      *   MEMBER-ROOM       MEMBERSHIP ROW FOR A ROOM NOT ON THE ROOM
      *                     MASTER (GENERAL IS IMPLICIT)
      *   ROOM-COUNT        RM-MEMBERS DIFFERS FROM THE ROOM'S ROWS ON
      *                     MININ-MEMBERS.DAT
      *   USERIDX-MISSING   NICK ON MININ-USERS.DAT BUT NOT ON
      *                     MININ-USERS.IDX
      *   USERIDX-STALE     MININ-USERS.IDX STATUS DIFFERS FROM THE
      *                     MASTER'S
      *   USERIDX-EXTRA     KEY ON MININ-USERS.IDX FOR A NICK NOT ON
      *                     THE MASTER
      *   MEMBIDX-MISSING   ROW ON MININ-MEMBERS.DAT BUT NOT ON
      *                     MININ-MEMBERS.IDX
      *   MEMBIDX-EXTRA     KEY ON MININ-MEMBERS.IDX WITH NO ROW
      *   SANCTION-NICK     SANCTION ROW FOR A NICK NOT ON THE MASTER
      *   SANCTION-INACTIVE SANCTION ROW FOR AN INACTIVE NICK
      *   NOTIFY-ORPHAN     MININ-NOTIFY-<nick>.DAT FOR A NICK NOT
      *                     ACTIVE ON THE MASTER
      *   CATALOG-MISSING   ARCHIVE CATALOG ENTRY WHOSE FILE IS GONE
      * A KEYED LOOKASIDE THAT IS NOT THERE AT ALL IS NOT AN
      * EXCEPTION - MININ-CHAT FALLS BACK TO THE SEQUENTIAL MASTER.
      * NOTIFY QUEUES ARE FOUND BY PROBING UNDER EVERY NICK ON
      * RECORD: THE USER MASTER, THE SNAPSHOT GENERATIONS' USER
      * COPIES, THE MEMBERSHIP AND SANCTION ROWS, AND THE OLD NICK
      * OF EVERY RENAME ON THE AUDIT TRAIL.
      *
      * COMMAND LINE: [CHECK]  or  REPAIR oper
      * CHECK (THE NIGHTLY RUN) ONLY REPORTS. REPAIR, WHICH NEEDS AN
      * ACTIVE OPERATIONS GRANT ON MININ-OPERATORS.DAT, ALSO FIXES
      * THE SAFE CASES AND WRITES EACH FIX TO THE AUDIT TRAIL:
      *   - MEMBER-NICK AND MEMBER-ROOM ROWS ARE DROPPED
      *   - RM-MEMBERS IS SET TO THE ROWS LEFT ON FILE
      *   - THE LOOKASIDE INDEXES ARE PATCHED TO MATCH THEIR MASTERS
      *   - SANCTION-NICK ROWS ARE DROPPED
      *   - ORPHAN NOTIFY QUEUES ARE DELETED
      *   - CATALOG-MISSING ENTRIES ARE DROPPED
      * SANCTION-INACTIVE IS REPORTED ONLY: A DEACTIVATED NICK CAN
      * BE RE-REGISTERED, AND ITS SANCTION MUST STILL BITE. A MASTER
      * LARGER THAN ITS TABLE HERE (THE SAME CEILINGS MININ-CHAT
      * WORKS TO) IS REPORTED AS OK|VERIFY|OVERFLOW AND SUPPRESSES
      * EVERY REPAIR, SINCE THE CHECKS ARE THEN INCOMPLETE.
      * BOTH MODES TAKE MININ-CHAT'S RUN LOCK (MININ-LOCK.DIR AND
      * MININ-LOCK.DAT, TIMINGS FROM MININ-LOCKCFG.DAT) SO THE CHECK
      * SEES THE MASTERS AT REST AND A REPAIR CANNOT CROSS A CHAT
      * RUN'S REWRITE.
      * RETURN CODES:
      *   0 - NO EXCEPTIONS
      *   2 - EXCEPTIONS FOUND AND ALL REPAIRED (REPAIR)
      *   4 - EXCEPTIONS OUTSTANDING, OR A MASTER OVERFLOWED
      *   8 - BAD ARGUMENTS OR OPERATOR REFUSED
      *  12 - THE RUN LOCK COULD NOT BE TAKEN (ERR|LOCK-TIMEOUT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MININ-VERIFY.
       AUTHOR. MININ-DEV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USERS-FILE ASSIGN TO DYNAMIC WS-USERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-USERS-STATUS.
           SELECT ROOMS-FILE ASSIGN TO DYNAMIC WS-ROOMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOMS-STATUS.
           SELECT MEMBERS-FILE ASSIGN TO DYNAMIC WS-MEMBERS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MEMBERS-STATUS.
           SELECT SANCTIONS-FILE ASSIGN TO DYNAMIC WS-SANCT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SANCT-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT SNAPCAT-FILE ASSIGN TO DYNAMIC WS-SNAPCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPCAT-STATUS.
           SELECT SNAPUSR-FILE ASSIGN TO DYNAMIC WS-SNAPUSR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPUSR-STATUS.
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
           SELECT USERIDX-FILE ASSIGN TO DYNAMIC WS-USERIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UX-NICK
               FILE STATUS IS WS-USERIDX-STATUS.
           SELECT MEMBIDX-FILE ASSIGN TO DYNAMIC WS-MEMBIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MX-KEY
               FILE STATUS IS WS-MEMBIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  USERS-FILE.
       01  USERS-RECORD              PIC X(340).

       FD  ROOMS-FILE.
       01  ROOMS-RECORD              PIC X(260).

       FD  MEMBERS-FILE.
       01  MEMBERS-RECORD            PIC X(130).

       FD  SANCTIONS-FILE.
       01  SANCTIONS-RECORD          PIC X(400).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD            PIC X(200).

       FD  SNAPCAT-FILE.
       01  SNAPCAT-RECORD            PIC X(80).

       FD  SNAPUSR-FILE.
       01  SNAPUSR-RECORD            PIC X(340).

       FD  OPERATORS-FILE.
       01  OPERATORS-RECORD          PIC X(200).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD              PIC X(1200).

       FD  LOCK-FILE.
       01  LOCK-RECORD               PIC X(200).

       FD  LOCKCFG-FILE.
       01  LOCKCFG-RECORD            PIC X(80).

       FD  USERIDX-FILE.
       01  USERIDX-RECORD.
           05  UX-NICK           PIC X(64).
           05  UX-FULLNAME       PIC X(256).
           05  UX-REGISTERED     PIC X(8).
           05  UX-STATUS         PIC X(8).
           05  UX-FILLER         PIC X(4).

       FD  MEMBIDX-FILE.
       01  MEMBIDX-RECORD.
           05  MX-KEY.
               10  MX-NICK       PIC X(64).
               10  MX-ROOM       PIC X(64).
           05  MX-FILLER         PIC X(2).

       WORKING-STORAGE SECTION.
       01  WS-USERS-STATUS     PIC X(2).
       01  WS-ROOMS-STATUS     PIC X(2).
       01  WS-MEMBERS-STATUS   PIC X(2).
       01  WS-SANCT-STATUS     PIC X(2).
       01  WS-CATALOG-STATUS   PIC X(2).
       01  WS-SNAPCAT-STATUS   PIC X(2).
       01  WS-SNAPUSR-STATUS   PIC X(2).
       01  WS-OPER-STATUS      PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
       01  WS-USERIDX-STATUS   PIC X(2).
       01  WS-MEMBIDX-STATUS   PIC X(2).
       01  WS-USERS-PATH       PIC X(80) VALUE "MININ-USERS.DAT".
       01  WS-ROOMS-PATH       PIC X(80) VALUE "MININ-ROOMS.DAT".
       01  WS-MEMBERS-PATH     PIC X(80) VALUE "MININ-MEMBERS.DAT".
       01  WS-SANCT-PATH       PIC X(80) VALUE "MININ-SANCTIONS.DAT".
       01  WS-CATALOG-PATH     PIC X(80) VALUE "MININ-ARCHIVES.DAT".
       01  WS-SNAPCAT-PATH     PIC X(80) VALUE "MININ-SNAPSHOTS.DAT".
       01  WS-SNAPUSR-PATH     PIC X(120).
       01  WS-OPER-PATH        PIC X(80) VALUE "MININ-OPERATORS.DAT".
       01  WS-AUDIT-PATH       PIC X(80) VALUE "MININ-AUDIT.DAT".
       01  WS-USERIDX-PATH     PIC X(80) VALUE "MININ-USERS.IDX".
       01  WS-MEMBIDX-PATH     PIC X(80) VALUE "MININ-MEMBERS.IDX".
       01  WS-NOTIFY-PATH      PIC X(120).
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
       01  WS-IDX-EOF-FLAG     PIC X(1) VALUE "N".
           88  WS-IDX-EOF                VALUE "Y".
       01  WS-TODAY            PIC X(8).
       01  WS-TIME-NOW         PIC X(8).
       01  WS-AUDIT-DATE       PIC X(8).
       01  WS-CMD-LINE         PIC X(256).
       01  WS-MODE             PIC X(8).
       01  WS-REPAIR-FLAG      PIC X(1) VALUE "N".
           88  WS-REPAIR-MODE            VALUE "Y".
       01  WS-ARG-OK           PIC X(1) VALUE "Y".
           88  WS-ARGS-VALID             VALUE "Y".
       01  WS-ARG-ERR          PIC X(32).
       01  WS-OPER-ID          PIC X(64).
       01  WS-OPER-GRANT       PIC X(1) VALUE "N".
           88  WS-OPER-HAS-ROLE          VALUE "Y".
       01  OP-ID               PIC X(64).
       01  OP-ROLE             PIC X(20).
       01  OP-NAME             PIC X(64).
       01  OP-STATUS           PIC X(10).
       01  WS-AUDIT-OUTCOME    PIC X(300).
       01  WS-FILE-INFO        PIC X(64).
       01  WS-DEL-RC           PIC S9(9) VALUE 0.
      * RECORD FIELDS
       01  US-NICK             PIC X(64).
       01  US-FULLNAME         PIC X(256).
       01  US-REGISTERED       PIC X(8).
       01  US-STATUS           PIC X(8).
       01  RM-NAME             PIC X(64).
       01  RM-TOPIC            PIC X(120).
       01  RM-CREATED          PIC X(8).
       01  RM-MEMBERS          PIC 9(9).
       01  RM-STATUS           PIC X(8).
       01  RM-ACCESS           PIC X(8).
       01  RM-COSTCTR          PIC X(16).
       01  WS-ROOM-RECLEN      PIC 9(4) VALUE 0.
       01  MB-NICK             PIC X(64).
       01  MB-ROOM             PIC X(64).
       01  SA-TYPE             PIC X(8).
       01  SA-NICK             PIC X(64).
       01  AR-ROOM             PIC X(64).
       01  AR-DATE             PIC X(8).
       01  AR-PATH             PIC X(120).
       01  SN-STAMP            PIC X(14).
       01  SN-COUNT            PIC X(8).
       01  WS-AUD-BEFORE       PIC X(1200).
       01  WS-AUD-AFTER        PIC X(1200).
       01  WS-AUD-TALLY        PIC 9(4) VALUE 0.
      * USER MASTER, ONE ROW PER NICK (AN ACTIVE RECORD WINS OVER AN
      * INACTIVE ONE, AS IN MININ-USRLOAD)
       01  WS-USER-CNT         PIC 9(4) VALUE 0.
       01  WS-USER-TABLE.
           05  WS-USER-ROW OCCURS 5000 TIMES.
               10  WS-USER-NICK    PIC X(64).
               10  WS-USER-STAT    PIC X(8).
               10  WS-USER-REC     PIC X(340).
       01  WS-USER-I           PIC 9(4) VALUE 0.
       01  WS-USER-AT          PIC 9(4) VALUE 0.
       01  WS-FIND-NICK        PIC X(64).
      * ROOM MASTER
       01  WS-ROOM-CNT         PIC 9(3) VALUE 0.
       01  WS-ROOM-TABLE.
           05  WS-ROOM-ROW OCCURS 100 TIMES.
               10  WS-ROOM-NAME    PIC X(64).
               10  WS-ROOM-FILED   PIC 9(9).
               10  WS-ROOM-ACTUAL  PIC 9(9).
               10  WS-ROOM-REC     PIC X(260).
       01  WS-ROOM-I           PIC 9(3) VALUE 0.
       01  WS-ROOM-AT          PIC 9(3) VALUE 0.
       01  WS-FIND-ROOM        PIC X(64).
       01  WS-ROOM-FIXES       PIC 9(3) VALUE 0.
      * MEMBERSHIP ROWS; A DROPPED ROW IS LEFT OFF THE REWRITE
       01  WS-MEMB-CNT         PIC 9(4) VALUE 0.
       01  WS-MEMB-TABLE.
           05  WS-MEMB-ROW OCCURS 5000 TIMES.
               10  WS-MEMB-NICK    PIC X(64).
               10  WS-MEMB-ROOM    PIC X(64).
               10  WS-MEMB-REC     PIC X(130).
               10  WS-MEMB-DROP    PIC X(1).
       01  WS-MEMB-I           PIC 9(4) VALUE 0.
       01  WS-MEMB-AT          PIC 9(4) VALUE 0.
       01  WS-MEMB-DROPS       PIC 9(4) VALUE 0.
      * SANCTION ROWS
       01  WS-SANCT-CNT        PIC 9(4) VALUE 0.
       01  WS-SANCT-TABLE.
           05  WS-SANCT-ROW OCCURS 1000 TIMES.
               10  WS-SANCT-REC    PIC X(400).
               10  WS-SANCT-DROP   PIC X(1).
       01  WS-SANCT-I          PIC 9(4) VALUE 0.
       01  WS-SANCT-DROPS      PIC 9(4) VALUE 0.
      * ARCHIVE CATALOG
       01  WS-CAT-CNT          PIC 9(5) VALUE 0.
       01  WS-CAT-TABLE.
           05  WS-CAT-ROW OCCURS 10000 TIMES.
               10  WS-CAT-REC      PIC X(200).
               10  WS-CAT-DROP     PIC X(1).
       01  WS-CAT-I            PIC 9(5) VALUE 0.
       01  WS-CAT-DROPS        PIC 9(5) VALUE 0.
      * NICKS TO PROBE FOR AN ORPHAN NOTIFY QUEUE
       01  WS-PROBE-CNT        PIC 9(5) VALUE 0.
       01  WS-PROBE-TABLE.
           05  WS-PROBE-NICK   PIC X(64) OCCURS 10000 TIMES.
       01  WS-PROBE-I          PIC 9(5) VALUE 0.
       01  WS-PROBE-HIT        PIC X(1) VALUE "N".
           88  WS-PROBE-KNOWN             VALUE "Y".
       01  WS-PROBE-CAND       PIC X(64).
      * INDEX KEYS WITH NO MASTER RECORD, DELETED AFTER THE PASS
       01  WS-XKEY-CNT         PIC 9(4) VALUE 0.
       01  WS-XKEY-TABLE.
           05  WS-XKEY-ROW OCCURS 1000 TIMES.
               10  WS-XKEY-NICK    PIC X(64).
               10  WS-XKEY-ROOM    PIC X(64).
       01  WS-XKEY-I           PIC 9(4) VALUE 0.
       01  WS-OVERFLOW-FLAG    PIC X(1) VALUE "N".
           88  WS-OVERFLOW                VALUE "Y".
      * EXCEPTION TYPES AND THEIR FOUND / REPAIRED COUNTS
       01  WS-EXC-NAME-LITS.
           05  FILLER          PIC X(20) VALUE "MEMBER-NICK".
           05  FILLER          PIC X(20) VALUE "MEMBER-ROOM".
           05  FILLER          PIC X(20) VALUE "ROOM-COUNT".
           05  FILLER          PIC X(20) VALUE "USERIDX-MISSING".
           05  FILLER          PIC X(20) VALUE "USERIDX-STALE".
           05  FILLER          PIC X(20) VALUE "USERIDX-EXTRA".
           05  FILLER          PIC X(20) VALUE "MEMBIDX-MISSING".
           05  FILLER          PIC X(20) VALUE "MEMBIDX-EXTRA".
           05  FILLER          PIC X(20) VALUE "SANCTION-NICK".
           05  FILLER          PIC X(20) VALUE "SANCTION-INACTIVE".
           05  FILLER          PIC X(20) VALUE "NOTIFY-ORPHAN".
           05  FILLER          PIC X(20) VALUE "CATALOG-MISSING".
       01  WS-EXC-NAME-TAB REDEFINES WS-EXC-NAME-LITS.
           05  WS-EXC-NAME     PIC X(20) OCCURS 12 TIMES.
       01  WS-EXC-COUNTS.
           05  WS-EXC-ROW OCCURS 12 TIMES.
               10  WS-EXC-FOUND    PIC 9(6).
               10  WS-EXC-FIXED    PIC 9(6).
       01  WS-EXC-I            PIC 9(2) VALUE 0.
       01  WS-EXC-DETAIL       PIC X(200).
       01  WS-EXC-TOTAL        PIC 9(7) VALUE 0.
       01  WS-FIX-TOTAL        PIC 9(7) VALUE 0.
       01  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-COUNT-2       PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-MEMBERS       PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           INITIALIZE WS-EXC-COUNTS
           PERFORM EDIT-ARGUMENTS
           IF WS-ARGS-VALID AND WS-REPAIR-MODE
               PERFORM CHECK-OPERATOR
               IF NOT WS-OPER-HAS-ROLE
                   MOVE "N" TO WS-ARG-OK
                   MOVE "NOT-PERMITTED" TO WS-ARG-ERR
               END-IF
           END-IF
           IF NOT WS-ARGS-VALID
               DISPLAY "ERR|" FUNCTION TRIM(WS-ARG-ERR)
               IF WS-REPAIR-MODE
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   STRING "VERIFY-REFUSED|" DELIMITED BY SIZE
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
               DISPLAY "OK|VERIFY|START|" FUNCTION TRIM(WS-MODE) "|"
                   WS-TODAY
               PERFORM LOAD-USERS
               PERFORM LOAD-ROOMS
               PERFORM LOAD-MEMBERS
               PERFORM LOAD-SANCTIONS
               PERFORM LOAD-CATALOG
               IF WS-OVERFLOW AND WS-REPAIR-MODE
                   DISPLAY "OK|VERIFY|REPAIR-SUPPRESSED|OVERFLOW"
                   MOVE "N" TO WS-REPAIR-FLAG
               END-IF
               PERFORM CHECK-MEMBERS
               PERFORM CHECK-ROOM-COUNTS
               PERFORM CHECK-USER-INDEX
               PERFORM CHECK-MEMBER-INDEX
               PERFORM CHECK-SANCTIONS
               PERFORM CHECK-NOTIFY-QUEUES
               PERFORM CHECK-CATALOG
               IF WS-REPAIR-MODE
                   PERFORM REWRITE-MASTERS
               END-IF
               PERFORM PRINT-TOTALS
               EVALUATE TRUE
                   WHEN WS-OVERFLOW
                       MOVE 4 TO RETURN-CODE
                   WHEN WS-EXC-TOTAL = 0
                       MOVE 0 TO RETURN-CODE
                   WHEN WS-FIX-TOTAL = WS-EXC-TOTAL
                       MOVE 2 TO RETURN-CODE
                   WHEN OTHER
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
               PERFORM RELEASE-RUN-LOCK
           END-IF
           STOP RUN.

      ******************************************************************
      * NO ARGUMENT OR CHECK: REPORT ONLY. REPAIR oper: REPORT AND FIX
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
               WHEN WS-MODE = "REPAIR"
                   MOVE "Y" TO WS-REPAIR-FLAG
                   IF WS-OPER-ID = SPACES
                       MOVE "N" TO WS-ARG-OK
                       MOVE "MISSING-FIELD" TO WS-ARG-ERR
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-ARG-OK
                   MOVE "BAD-MODE" TO WS-ARG-ERR
           END-EVALUATE.

      ******************************************************************
      * REPAIR REWRITES MASTERS, SO IT NEEDS AN ACTIVE OPERATIONS
      * GRANT - THE SAME ROLE AS RECONCILE|REBUILD
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
           STRING "MININ-VERIFY " DELIMITED BY SIZE
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
      * LOAD THE USER MASTER, ONE ROW PER NICK
      ******************************************************************
       LOAD-USERS.
           MOVE 0 TO WS-USER-CNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT USERS-FILE
           IF WS-USERS-STATUS = "00"
               PERFORM LOAD-USER-LINE UNTIL WS-EOF
               CLOSE USERS-FILE
           END-IF.

       LOAD-USER-LINE.
           READ USERS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO US-NICK US-FULLNAME US-REGISTERED
                       US-STATUS
                   UNSTRING USERS-RECORD DELIMITED BY "|"
                       INTO US-NICK US-FULLNAME US-REGISTERED
                           US-STATUS
                   IF FUNCTION TRIM(US-STATUS) = SPACES
                       MOVE "ACTIVE" TO US-STATUS
                   END-IF
                   IF FUNCTION TRIM(US-NICK) NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(US-NICK))
                           TO WS-FIND-NICK
                       PERFORM FIND-USER
                       EVALUATE TRUE
                           WHEN WS-USER-AT > 0
                               IF WS-USER-STAT(WS-USER-AT) = "INACTIVE"
                                       AND US-STATUS NOT = "INACTIVE"
                                   MOVE US-STATUS
                                       TO WS-USER-STAT(WS-USER-AT)
                                   MOVE USERS-RECORD
                                       TO WS-USER-REC(WS-USER-AT)
                               END-IF
                           WHEN WS-USER-CNT < 5000
                               ADD 1 TO WS-USER-CNT
                               MOVE WS-FIND-NICK
                                   TO WS-USER-NICK(WS-USER-CNT)
                               MOVE US-STATUS
                                   TO WS-USER-STAT(WS-USER-CNT)
                               MOVE USERS-RECORD
                                   TO WS-USER-REC(WS-USER-CNT)
                           WHEN OTHER
                               IF NOT WS-OVERFLOW
                                   DISPLAY "OK|VERIFY|OVERFLOW|"
                                       FUNCTION TRIM(WS-USERS-PATH)
                               END-IF
                               MOVE "Y" TO WS-OVERFLOW-FLAG
                       END-EVALUATE
                   END-IF
           END-READ.

      * WS-USER-AT = ROW OF WS-FIND-NICK, 0 WHEN NOT ON THE MASTER
       FIND-USER.
           MOVE 0 TO WS-USER-AT
           PERFORM MATCH-USER-ROW VARYING WS-USER-I FROM 1 BY 1
               UNTIL WS-USER-I > WS-USER-CNT OR WS-USER-AT > 0.

       MATCH-USER-ROW.
           IF WS-USER-NICK(WS-USER-I) = WS-FIND-NICK
               MOVE WS-USER-I TO WS-USER-AT
           END-IF.

      ******************************************************************
      * LOAD THE ROOM MASTER
      ******************************************************************
       LOAD-ROOMS.
           MOVE 0 TO WS-ROOM-CNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ROOMS-FILE
           IF WS-ROOMS-STATUS = "00"
               PERFORM LOAD-ROOM-LINE UNTIL WS-EOF
               CLOSE ROOMS-FILE
           END-IF.

       LOAD-ROOM-LINE.
           READ ROOMS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO RM-NAME
                   MOVE 0 TO RM-MEMBERS
                   UNSTRING ROOMS-RECORD DELIMITED BY "|"
                       INTO RM-NAME RM-TOPIC RM-CREATED RM-MEMBERS
                   IF FUNCTION TRIM(RM-NAME) NOT = SPACES
                       IF WS-ROOM-CNT < 100
                           ADD 1 TO WS-ROOM-CNT
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(RM-NAME))
                               TO WS-ROOM-NAME(WS-ROOM-CNT)
                           MOVE RM-MEMBERS
                               TO WS-ROOM-FILED(WS-ROOM-CNT)
                           MOVE 0 TO WS-ROOM-ACTUAL(WS-ROOM-CNT)
                           MOVE ROOMS-RECORD
                               TO WS-ROOM-REC(WS-ROOM-CNT)
                       ELSE
                           IF NOT WS-OVERFLOW
                               DISPLAY "OK|VERIFY|OVERFLOW|"
                                   FUNCTION TRIM(WS-ROOMS-PATH)
                           END-IF
                           MOVE "Y" TO WS-OVERFLOW-FLAG
                       END-IF
                   END-IF
           END-READ.

      * WS-ROOM-AT = ROW OF WS-FIND-ROOM, 0 WHEN NOT ON THE MASTER
       FIND-ROOM.
           MOVE 0 TO WS-ROOM-AT
           PERFORM MATCH-ROOM-ROW VARYING WS-ROOM-I FROM 1 BY 1
               UNTIL WS-ROOM-I > WS-ROOM-CNT OR WS-ROOM-AT > 0.

       MATCH-ROOM-ROW.
           IF WS-ROOM-NAME(WS-ROOM-I) = WS-FIND-ROOM
               MOVE WS-ROOM-I TO WS-ROOM-AT
           END-IF.

      ******************************************************************
      * LOAD THE MEMBERSHIP ROWS, SANCTION ROWS AND ARCHIVE CATALOG
      ******************************************************************
       LOAD-MEMBERS.
           MOVE 0 TO WS-MEMB-CNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT MEMBERS-FILE
           IF WS-MEMBERS-STATUS = "00"
               PERFORM LOAD-MEMBER-LINE UNTIL WS-EOF
               CLOSE MEMBERS-FILE
           END-IF.

       LOAD-MEMBER-LINE.
           READ MEMBERS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-MEMB-CNT < 5000
                       ADD 1 TO WS-MEMB-CNT
                       MOVE SPACES TO MB-NICK MB-ROOM
                       UNSTRING MEMBERS-RECORD DELIMITED BY "|"
                           INTO MB-NICK MB-ROOM
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MB-NICK))
                           TO WS-MEMB-NICK(WS-MEMB-CNT)
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MB-ROOM))
                           TO WS-MEMB-ROOM(WS-MEMB-CNT)
                       MOVE MEMBERS-RECORD TO WS-MEMB-REC(WS-MEMB-CNT)
                       MOVE "N" TO WS-MEMB-DROP(WS-MEMB-CNT)
                   ELSE
                       IF NOT WS-OVERFLOW
                           DISPLAY "OK|VERIFY|OVERFLOW|"
                               FUNCTION TRIM(WS-MEMBERS-PATH)
                       END-IF
                       MOVE "Y" TO WS-OVERFLOW-FLAG
                   END-IF
           END-READ.

       LOAD-SANCTIONS.
           MOVE 0 TO WS-SANCT-CNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SANCTIONS-FILE
           IF WS-SANCT-STATUS = "00"
               PERFORM LOAD-SANCTION-LINE UNTIL WS-EOF
               CLOSE SANCTIONS-FILE
           END-IF.

       LOAD-SANCTION-LINE.
           READ SANCTIONS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-SANCT-CNT < 1000
                       ADD 1 TO WS-SANCT-CNT
                       MOVE SANCTIONS-RECORD
                           TO WS-SANCT-REC(WS-SANCT-CNT)
                       MOVE "N" TO WS-SANCT-DROP(WS-SANCT-CNT)
                   ELSE
                       IF NOT WS-OVERFLOW
                           DISPLAY "OK|VERIFY|OVERFLOW|"
                               FUNCTION TRIM(WS-SANCT-PATH)
                       END-IF
                       MOVE "Y" TO WS-OVERFLOW-FLAG
                   END-IF
           END-READ.

       LOAD-CATALOG.
           MOVE 0 TO WS-CAT-CNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM LOAD-CATALOG-LINE UNTIL WS-EOF
               CLOSE CATALOG-FILE
           END-IF.

       LOAD-CATALOG-LINE.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-CAT-CNT < 10000
                       ADD 1 TO WS-CAT-CNT
                       MOVE CATALOG-RECORD TO WS-CAT-REC(WS-CAT-CNT)
                       MOVE "N" TO WS-CAT-DROP(WS-CAT-CNT)
                   ELSE
                       IF NOT WS-OVERFLOW
                           DISPLAY "OK|VERIFY|OVERFLOW|"
                               FUNCTION TRIM(WS-CATALOG-PATH)
                       END-IF
                       MOVE "Y" TO WS-OVERFLOW-FLAG
                   END-IF
           END-READ.

      ******************************************************************
      * EVERY MEMBERSHIP ROW NEEDS AN ACTIVE NICK AND A ROOM ON FILE
      * (GENERAL IS IMPLICIT). EACH ROW THAT SURVIVES COUNTS TOWARD
      * ITS ROOM'S ACTUAL MEMBERSHIP.
      ******************************************************************
       CHECK-MEMBERS.
           MOVE 0 TO WS-MEMB-DROPS
           PERFORM CHECK-MEMBER-ROW VARYING WS-MEMB-I FROM 1 BY 1
               UNTIL WS-MEMB-I > WS-MEMB-CNT.

       CHECK-MEMBER-ROW.
           MOVE SPACES TO WS-EXC-DETAIL
           STRING FUNCTION TRIM(WS-MEMB-NICK(WS-MEMB-I))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MEMB-ROOM(WS-MEMB-I))
                   DELIMITED BY SIZE
               INTO WS-EXC-DETAIL
           END-STRING
           MOVE WS-MEMB-NICK(WS-MEMB-I) TO WS-FIND-NICK
           PERFORM FIND-USER
           MOVE WS-MEMB-ROOM(WS-MEMB-I) TO WS-FIND-ROOM
           PERFORM FIND-ROOM
           EVALUATE TRUE
               WHEN WS-USER-AT = 0
                   MOVE 1 TO WS-EXC-I
               WHEN WS-USER-STAT(WS-USER-AT) = "INACTIVE"
                   MOVE 1 TO WS-EXC-I
               WHEN WS-ROOM-AT = 0 AND WS-FIND-ROOM NOT = "GENERAL"
                   MOVE 2 TO WS-EXC-I
               WHEN OTHER
                   MOVE 0 TO WS-EXC-I
           END-EVALUATE
           IF WS-EXC-I > 0
               PERFORM EMIT-EXCEPTION
               IF WS-REPAIR-MODE
                   MOVE "Y" TO WS-MEMB-DROP(WS-MEMB-I)
                   ADD 1 TO WS-MEMB-DROPS
                   PERFORM EMIT-REPAIR
               END-IF
           END-IF
           IF WS-MEMB-DROP(WS-MEMB-I) NOT = "Y" AND WS-ROOM-AT > 0
               ADD 1 TO WS-ROOM-ACTUAL(WS-ROOM-AT)
           END-IF.

      ******************************************************************
      * RM-MEMBERS AGAINST THE ROOM'S ROWS LEFT ON MININ-MEMBERS.DAT
      ******************************************************************
       CHECK-ROOM-COUNTS.
           MOVE 0 TO WS-ROOM-FIXES
           PERFORM CHECK-ROOM-COUNT VARYING WS-ROOM-I FROM 1 BY 1
               UNTIL WS-ROOM-I > WS-ROOM-CNT.

       CHECK-ROOM-COUNT.
           IF WS-ROOM-FILED(WS-ROOM-I) NOT = WS-ROOM-ACTUAL(WS-ROOM-I)
               MOVE 3 TO WS-EXC-I
               MOVE WS-ROOM-FILED(WS-ROOM-I) TO WS-ED-COUNT
               MOVE WS-ROOM-ACTUAL(WS-ROOM-I) TO WS-ED-COUNT-2
               MOVE SPACES TO WS-EXC-DETAIL
               STRING FUNCTION TRIM(WS-ROOM-NAME(WS-ROOM-I))
                       DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ED-COUNT-2) DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               PERFORM EMIT-EXCEPTION
               IF WS-REPAIR-MODE
                   ADD 1 TO WS-ROOM-FIXES
                   PERFORM EMIT-REPAIR
               END-IF
           END-IF.

      ******************************************************************
      * MININ-USERS.IDX AGAINST THE USER MASTER: EVERY NICK ON THE
      * MASTER KEYED WITH ITS STATUS, AND NO KEY WITHOUT A NICK
      ******************************************************************
       CHECK-USER-INDEX.
           IF WS-REPAIR-MODE
               OPEN I-O USERIDX-FILE
           ELSE
               OPEN INPUT USERIDX-FILE
           END-IF
           IF WS-USERIDX-STATUS NOT = "00"
               DISPLAY "OK|VERIFY|NO-INDEX|"
                   FUNCTION TRIM(WS-USERIDX-PATH)
           ELSE
               PERFORM CHECK-USER-KEY VARYING WS-USER-I FROM 1 BY 1
                   UNTIL WS-USER-I > WS-USER-CNT
               MOVE 0 TO WS-XKEY-CNT
               MOVE LOW-VALUES TO UX-NICK
               MOVE "N" TO WS-IDX-EOF-FLAG
               START USERIDX-FILE KEY IS NOT LESS THAN UX-NICK
                   INVALID KEY
                       MOVE "Y" TO WS-IDX-EOF-FLAG
               END-START
               PERFORM SCAN-USER-KEY UNTIL WS-IDX-EOF
               PERFORM DROP-USER-KEY VARYING WS-XKEY-I FROM 1 BY 1
                   UNTIL WS-XKEY-I > WS-XKEY-CNT
               CLOSE USERIDX-FILE
           END-IF.

       CHECK-USER-KEY.
           MOVE WS-USER-REC(WS-USER-I) TO USERS-RECORD
           MOVE SPACES TO US-NICK US-FULLNAME US-REGISTERED
           UNSTRING USERS-RECORD DELIMITED BY "|"
               INTO US-NICK US-FULLNAME US-REGISTERED
           MOVE SPACES TO USERIDX-RECORD
           MOVE WS-USER-NICK(WS-USER-I) TO UX-NICK
           MOVE SPACES TO WS-EXC-DETAIL
           STRING FUNCTION TRIM(WS-USER-NICK(WS-USER-I))
                   DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-USER-STAT(WS-USER-I)) DELIMITED BY SIZE
               INTO WS-EXC-DETAIL
           END-STRING
           READ USERIDX-FILE
               INVALID KEY
                   MOVE 4 TO WS-EXC-I
                   PERFORM EMIT-EXCEPTION
                   IF WS-REPAIR-MODE
                       MOVE SPACES TO USERIDX-RECORD
                       MOVE WS-USER-NICK(WS-USER-I) TO UX-NICK
                       MOVE US-FULLNAME TO UX-FULLNAME
                       MOVE US-REGISTERED TO UX-REGISTERED
                       MOVE WS-USER-STAT(WS-USER-I) TO UX-STATUS
                       WRITE USERIDX-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM EMIT-REPAIR
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   IF FUNCTION TRIM(UX-STATUS)
                           NOT = FUNCTION TRIM(WS-USER-STAT(WS-USER-I))
                       MOVE 5 TO WS-EXC-I
                       PERFORM EMIT-EXCEPTION
                       IF WS-REPAIR-MODE
                           MOVE US-FULLNAME TO UX-FULLNAME
                           MOVE US-REGISTERED TO UX-REGISTERED
                           MOVE WS-USER-STAT(WS-USER-I) TO UX-STATUS
                           REWRITE USERIDX-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   PERFORM EMIT-REPAIR
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       SCAN-USER-KEY.
           READ USERIDX-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-IDX-EOF-FLAG
               NOT AT END
                   MOVE UX-NICK TO WS-FIND-NICK
                   PERFORM FIND-USER
                   IF WS-USER-AT = 0
                       MOVE 6 TO WS-EXC-I
                       MOVE SPACES TO WS-EXC-DETAIL
                       MOVE UX-NICK TO WS-EXC-DETAIL
                       PERFORM EMIT-EXCEPTION
                       IF WS-REPAIR-MODE AND WS-XKEY-CNT < 1000
                           ADD 1 TO WS-XKEY-CNT
                           MOVE UX-NICK TO WS-XKEY-NICK(WS-XKEY-CNT)
                       END-IF
                   END-IF
           END-READ.

       DROP-USER-KEY.
           MOVE SPACES TO USERIDX-RECORD
           MOVE WS-XKEY-NICK(WS-XKEY-I) TO UX-NICK
           MOVE 6 TO WS-EXC-I
           MOVE UX-NICK TO WS-EXC-DETAIL
           DELETE USERIDX-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM EMIT-REPAIR
           END-DELETE.

      ******************************************************************
      * MININ-MEMBERS.IDX AGAINST THE MEMBERSHIP ROWS. A ROW DROPPED
      * BY THIS REPAIR RUN LOSES ITS KEY TOO.
      ******************************************************************
       CHECK-MEMBER-INDEX.
           IF WS-REPAIR-MODE
               OPEN I-O MEMBIDX-FILE
           ELSE
               OPEN INPUT MEMBIDX-FILE
           END-IF
           IF WS-MEMBIDX-STATUS NOT = "00"
               DISPLAY "OK|VERIFY|NO-INDEX|"
                   FUNCTION TRIM(WS-MEMBIDX-PATH)
           ELSE
               PERFORM CHECK-MEMBER-KEY VARYING WS-MEMB-I FROM 1 BY 1
                   UNTIL WS-MEMB-I > WS-MEMB-CNT
               MOVE 0 TO WS-XKEY-CNT
               MOVE LOW-VALUES TO MX-KEY
               MOVE "N" TO WS-IDX-EOF-FLAG
               START MEMBIDX-FILE KEY IS NOT LESS THAN MX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-IDX-EOF-FLAG
               END-START
               PERFORM SCAN-MEMBER-KEY UNTIL WS-IDX-EOF
               PERFORM DROP-MEMBER-KEY VARYING WS-XKEY-I FROM 1 BY 1
                   UNTIL WS-XKEY-I > WS-XKEY-CNT
               CLOSE MEMBIDX-FILE
           END-IF.

       CHECK-MEMBER-KEY.
           MOVE SPACES TO MEMBIDX-RECORD
           MOVE WS-MEMB-NICK(WS-MEMB-I) TO MX-NICK
           MOVE WS-MEMB-ROOM(WS-MEMB-I) TO MX-ROOM
           IF WS-MEMB-DROP(WS-MEMB-I) = "Y"
               DELETE MEMBIDX-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               READ MEMBIDX-FILE
                   INVALID KEY
                       MOVE 7 TO WS-EXC-I
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING FUNCTION TRIM(MX-NICK) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(MX-ROOM) DELIMITED BY SIZE
                           INTO WS-EXC-DETAIL
                       END-STRING
                       PERFORM EMIT-EXCEPTION
                       IF WS-REPAIR-MODE
                           MOVE SPACES TO MEMBIDX-RECORD
                           MOVE WS-MEMB-NICK(WS-MEMB-I) TO MX-NICK
                           MOVE WS-MEMB-ROOM(WS-MEMB-I) TO MX-ROOM
                           WRITE MEMBIDX-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   PERFORM EMIT-REPAIR
                           END-WRITE
                       END-IF
               END-READ
           END-IF.

       SCAN-MEMBER-KEY.
           READ MEMBIDX-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-IDX-EOF-FLAG
               NOT AT END
                   MOVE 0 TO WS-MEMB-AT
                   PERFORM MATCH-MEMBER-KEY VARYING WS-MEMB-I
                       FROM 1 BY 1
                       UNTIL WS-MEMB-I > WS-MEMB-CNT OR WS-MEMB-AT > 0
                   IF WS-MEMB-AT = 0
                       MOVE 8 TO WS-EXC-I
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING FUNCTION TRIM(MX-NICK) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(MX-ROOM) DELIMITED BY SIZE
                           INTO WS-EXC-DETAIL
                       END-STRING
                       PERFORM EMIT-EXCEPTION
                       IF WS-REPAIR-MODE AND WS-XKEY-CNT < 1000
                           ADD 1 TO WS-XKEY-CNT
                           MOVE MX-NICK TO WS-XKEY-NICK(WS-XKEY-CNT)
                           MOVE MX-ROOM TO WS-XKEY-ROOM(WS-XKEY-CNT)
                       END-IF
                   END-IF
           END-READ.

       MATCH-MEMBER-KEY.
           IF WS-MEMB-NICK(WS-MEMB-I) = MX-NICK
                   AND WS-MEMB-ROOM(WS-MEMB-I) = MX-ROOM
               MOVE WS-MEMB-I TO WS-MEMB-AT
           END-IF.

       DROP-MEMBER-KEY.
           MOVE SPACES TO MEMBIDX-RECORD
           MOVE WS-XKEY-NICK(WS-XKEY-I) TO MX-NICK
           MOVE WS-XKEY-ROOM(WS-XKEY-I) TO MX-ROOM
           MOVE 8 TO WS-EXC-I
           MOVE SPACES TO WS-EXC-DETAIL
           STRING FUNCTION TRIM(MX-NICK) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(MX-ROOM) DELIMITED BY SIZE
               INTO WS-EXC-DETAIL
           END-STRING
           DELETE MEMBIDX-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM EMIT-REPAIR
           END-DELETE.

      ******************************************************************
      * EVERY SANCTION ROW NEEDS ITS NICK ON THE USER MASTER
      ******************************************************************
       CHECK-SANCTIONS.
           MOVE 0 TO WS-SANCT-DROPS
           PERFORM CHECK-SANCTION-ROW VARYING WS-SANCT-I FROM 1 BY 1
               UNTIL WS-SANCT-I > WS-SANCT-CNT.

       CHECK-SANCTION-ROW.
           MOVE SPACES TO SA-TYPE SA-NICK
           UNSTRING WS-SANCT-REC(WS-SANCT-I) DELIMITED BY "|"
               INTO SA-TYPE SA-NICK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SA-NICK))
               TO WS-FIND-NICK
           PERFORM FIND-USER
           MOVE SPACES TO WS-EXC-DETAIL
           STRING FUNCTION TRIM(SA-TYPE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-FIND-NICK) DELIMITED BY SIZE
               INTO WS-EXC-DETAIL
           END-STRING
           IF WS-USER-AT = 0
               MOVE 9 TO WS-EXC-I
               PERFORM EMIT-EXCEPTION
               IF WS-REPAIR-MODE
                   MOVE "Y" TO WS-SANCT-DROP(WS-SANCT-I)
                   ADD 1 TO WS-SANCT-DROPS
                   PERFORM EMIT-REPAIR
               END-IF
           ELSE
               IF WS-USER-STAT(WS-USER-AT) = "INACTIVE"
                   MOVE 10 TO WS-EXC-I
                   PERFORM EMIT-EXCEPTION
               END-IF
           END-IF.

      ******************************************************************
      * GATHER EVERY NICK ON RECORD THAT IS NOT ACTIVE ON THE USER
      * MASTER AND PROBE FOR A NOTIFY QUEUE UNDER EACH
      ******************************************************************
       CHECK-NOTIFY-QUEUES.
           MOVE 0 TO WS-PROBE-CNT
           PERFORM PROBE-FROM-USER VARYING WS-USER-I FROM 1 BY 1
               UNTIL WS-USER-I > WS-USER-CNT
           PERFORM PROBE-FROM-MEMBER VARYING WS-MEMB-I FROM 1 BY 1
               UNTIL WS-MEMB-I > WS-MEMB-CNT
           PERFORM PROBE-FROM-SANCTION VARYING WS-SANCT-I FROM 1 BY 1
               UNTIL WS-SANCT-I > WS-SANCT-CNT
           PERFORM PROBE-FROM-SNAPSHOTS
           PERFORM PROBE-FROM-AUDIT
           PERFORM PROBE-NOTIFY-QUEUE VARYING WS-PROBE-I FROM 1 BY 1
               UNTIL WS-PROBE-I > WS-PROBE-CNT.

       PROBE-FROM-USER.
           IF WS-USER-STAT(WS-USER-I) = "INACTIVE"
               MOVE WS-USER-NICK(WS-USER-I) TO WS-PROBE-CAND
               PERFORM ADD-PROBE-NICK
           END-IF.

       PROBE-FROM-MEMBER.
           MOVE WS-MEMB-NICK(WS-MEMB-I) TO WS-PROBE-CAND
           PERFORM ADD-PROBE-NICK.

       PROBE-FROM-SANCTION.
           MOVE SPACES TO SA-TYPE SA-NICK
           UNSTRING WS-SANCT-REC(WS-SANCT-I) DELIMITED BY "|"
               INTO SA-TYPE SA-NICK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SA-NICK))
               TO WS-PROBE-CAND
           PERFORM ADD-PROBE-NICK.

      * NICKS REGISTERED AFTER A SNAPSHOT AND LOST TO A RESTORE ARE
      * STILL ON THAT GENERATION'S USER COPY
       PROBE-FROM-SNAPSHOTS.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT SNAPCAT-FILE
           IF WS-SNAPCAT-STATUS = "00"
               PERFORM PROBE-SNAPSHOT-LINE UNTIL WS-EOF
               CLOSE SNAPCAT-FILE
           END-IF.

       PROBE-SNAPSHOT-LINE.
           READ SNAPCAT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO SN-STAMP SN-COUNT
                   UNSTRING SNAPCAT-RECORD DELIMITED BY "|"
                       INTO SN-STAMP SN-COUNT
                   IF SN-STAMP NOT = SPACES
                       MOVE SPACES TO WS-SNAPUSR-PATH
                       STRING "MININ-SNAP-" DELIMITED BY SIZE
                           FUNCTION TRIM(SN-STAMP) DELIMITED BY SIZE
                           "-MININ-USERS.DAT" DELIMITED BY SIZE
                           INTO WS-SNAPUSR-PATH
                       END-STRING
                       OPEN INPUT SNAPUSR-FILE
                       IF WS-SNAPUSR-STATUS = "00"
                           MOVE "N" TO WS-IDX-EOF-FLAG
                           PERFORM PROBE-SNAPUSR-LINE UNTIL WS-IDX-EOF
                           CLOSE SNAPUSR-FILE
                       END-IF
                   END-IF
           END-READ.

       PROBE-SNAPUSR-LINE.
           READ SNAPUSR-FILE
               AT END
                   MOVE "Y" TO WS-IDX-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO US-NICK
                   UNSTRING SNAPUSR-RECORD DELIMITED BY "|"
                       INTO US-NICK
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(US-NICK))
                       TO WS-PROBE-CAND
                   PERFORM ADD-PROBE-NICK
           END-READ.

      * RENAME CARRIES THE QUEUE TO THE NEW NICK; THE OLD NICK IS
      * PROBED IN CASE THE CARRY WAS INTERRUPTED
       PROBE-FROM-AUDIT.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM PROBE-AUDIT-LINE UNTIL WS-EOF
               CLOSE AUDIT-FILE
           END-IF.

       PROBE-AUDIT-LINE.
           READ AUDIT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE 0 TO WS-AUD-TALLY
                   INSPECT AUDIT-RECORD TALLYING WS-AUD-TALLY
                       FOR ALL "|RENAMED|"
                   IF WS-AUD-TALLY > 0
                       MOVE SPACES TO WS-AUD-BEFORE WS-AUD-AFTER
                       UNSTRING AUDIT-RECORD DELIMITED BY "|RENAMED|"
                           INTO WS-AUD-BEFORE WS-AUD-AFTER
                       MOVE SPACES TO US-NICK
                       UNSTRING WS-AUD-AFTER DELIMITED BY "|"
                           INTO US-NICK
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(US-NICK))
                           TO WS-PROBE-CAND
                       PERFORM ADD-PROBE-NICK
                   END-IF
           END-READ.

      * ADD WS-PROBE-CAND UNLESS BLANK, ACTIVE OR ALREADY LISTED
       ADD-PROBE-NICK.
           IF WS-PROBE-CAND NOT = SPACES
               MOVE WS-PROBE-CAND TO WS-FIND-NICK
               PERFORM FIND-USER
               MOVE "N" TO WS-PROBE-HIT
               IF WS-USER-AT > 0
                   IF WS-USER-STAT(WS-USER-AT) NOT = "INACTIVE"
                       MOVE "Y" TO WS-PROBE-HIT
                   END-IF
               END-IF
               IF NOT WS-PROBE-KNOWN
                   PERFORM MATCH-PROBE-NICK VARYING WS-PROBE-I
                       FROM 1 BY 1
                       UNTIL WS-PROBE-I > WS-PROBE-CNT
                           OR WS-PROBE-KNOWN
               END-IF
               IF NOT WS-PROBE-KNOWN AND WS-PROBE-CNT < 10000
                   ADD 1 TO WS-PROBE-CNT
                   MOVE WS-PROBE-CAND TO WS-PROBE-NICK(WS-PROBE-CNT)
               END-IF
           END-IF.

       MATCH-PROBE-NICK.
           IF WS-PROBE-NICK(WS-PROBE-I) = WS-PROBE-CAND
               MOVE "Y" TO WS-PROBE-HIT
           END-IF.

       PROBE-NOTIFY-QUEUE.
           MOVE SPACES TO WS-NOTIFY-PATH
           STRING "MININ-NOTIFY-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PROBE-NICK(WS-PROBE-I))
                   DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOTIFY-PATH
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-NOTIFY-PATH WS-FILE-INFO
           MOVE RETURN-CODE TO WS-DEL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-DEL-RC = 0
               MOVE 11 TO WS-EXC-I
               MOVE WS-NOTIFY-PATH TO WS-EXC-DETAIL
               PERFORM EMIT-EXCEPTION
               IF WS-REPAIR-MODE
                   CALL "CBL_DELETE_FILE" USING WS-NOTIFY-PATH
                   MOVE RETURN-CODE TO WS-DEL-RC
                   MOVE 0 TO RETURN-CODE
                   IF WS-DEL-RC = 0
                       PERFORM EMIT-REPAIR
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * EVERY CATALOG ENTRY NEEDS ITS ARCHIVE FILE
      ******************************************************************
       CHECK-CATALOG.
           MOVE 0 TO WS-CAT-DROPS
           PERFORM CHECK-CATALOG-ROW VARYING WS-CAT-I FROM 1 BY 1
               UNTIL WS-CAT-I > WS-CAT-CNT.

       CHECK-CATALOG-ROW.
           MOVE SPACES TO AR-ROOM AR-DATE AR-PATH
           UNSTRING WS-CAT-REC(WS-CAT-I) DELIMITED BY "|"
               INTO AR-ROOM AR-DATE AR-PATH
           IF AR-PATH NOT = SPACES
               CALL "CBL_CHECK_FILE_EXIST"
                   USING AR-PATH WS-FILE-INFO
               MOVE RETURN-CODE TO WS-DEL-RC
               MOVE 0 TO RETURN-CODE
               IF WS-DEL-RC NOT = 0
                   MOVE 12 TO WS-EXC-I
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING FUNCTION TRIM(AR-ROOM) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       AR-DATE DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(AR-PATH) DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
                   PERFORM EMIT-EXCEPTION
                   IF WS-REPAIR-MODE
                       MOVE "Y" TO WS-CAT-DROP(WS-CAT-I)
                       ADD 1 TO WS-CAT-DROPS
                       PERFORM EMIT-REPAIR
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * WRITE BACK THE SEQUENTIAL MASTERS THE REPAIRS TOUCHED
      ******************************************************************
       REWRITE-MASTERS.
           IF WS-MEMB-DROPS > 0
               OPEN OUTPUT MEMBERS-FILE
               PERFORM WRITE-MEMBER-ROW VARYING WS-MEMB-I FROM 1 BY 1
                   UNTIL WS-MEMB-I > WS-MEMB-CNT
               CLOSE MEMBERS-FILE
           END-IF
           IF WS-ROOM-FIXES > 0
               OPEN OUTPUT ROOMS-FILE
               PERFORM WRITE-ROOM-ROW VARYING WS-ROOM-I FROM 1 BY 1
                   UNTIL WS-ROOM-I > WS-ROOM-CNT
               CLOSE ROOMS-FILE
           END-IF
           IF WS-SANCT-DROPS > 0
               OPEN OUTPUT SANCTIONS-FILE
               PERFORM WRITE-SANCTION-ROW VARYING WS-SANCT-I
                   FROM 1 BY 1 UNTIL WS-SANCT-I > WS-SANCT-CNT
               CLOSE SANCTIONS-FILE
           END-IF
           IF WS-CAT-DROPS > 0
               OPEN OUTPUT CATALOG-FILE
               PERFORM WRITE-CATALOG-ROW VARYING WS-CAT-I FROM 1 BY 1
                   UNTIL WS-CAT-I > WS-CAT-CNT
               CLOSE CATALOG-FILE
           END-IF.

       WRITE-MEMBER-ROW.
           IF WS-MEMB-DROP(WS-MEMB-I) NOT = "Y"
               MOVE WS-MEMB-REC(WS-MEMB-I) TO MEMBERS-RECORD
               WRITE MEMBERS-RECORD
           END-IF.

      * A ROOM WHOSE COUNT IS WRONG IS REBUILT THE WAY MININ-CHAT'S
      * REBUILD-ROOM-RECORD WRITES IT; THE REST GO BACK UNCHANGED
       WRITE-ROOM-ROW.
           MOVE WS-ROOM-REC(WS-ROOM-I) TO ROOMS-RECORD
           IF WS-ROOM-FILED(WS-ROOM-I) NOT = WS-ROOM-ACTUAL(WS-ROOM-I)
               MOVE SPACES TO RM-NAME RM-TOPIC RM-CREATED RM-STATUS
                   RM-ACCESS RM-COSTCTR
               UNSTRING ROOMS-RECORD DELIMITED BY "|"
                   INTO RM-NAME RM-TOPIC RM-CREATED RM-MEMBERS
                       RM-STATUS RM-ACCESS RM-COSTCTR
               MOVE WS-ROOM-ACTUAL(WS-ROOM-I) TO RM-MEMBERS
               IF FUNCTION TRIM(RM-STATUS) = SPACES
                   MOVE "OPEN" TO RM-STATUS
               END-IF
               IF FUNCTION TRIM(RM-ACCESS) = SPACES
                   MOVE "PUBLIC" TO RM-ACCESS
               END-IF
               MOVE SPACES TO ROOMS-RECORD
               STRING FUNCTION TRIM(RM-NAME) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(RM-TOPIC) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   RM-CREATED DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   RM-MEMBERS DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(RM-STATUS) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(RM-ACCESS) DELIMITED BY SIZE
                   INTO ROOMS-RECORD
               END-STRING
               IF RM-COSTCTR NOT = SPACES
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(ROOMS-RECORD
                       TRAILING)) TO WS-ROOM-RECLEN
                   STRING "|" DELIMITED BY SIZE
                       FUNCTION TRIM(RM-COSTCTR) DELIMITED BY SIZE
                       INTO ROOMS-RECORD(WS-ROOM-RECLEN + 1:)
                   END-STRING
               END-IF
           END-IF
           WRITE ROOMS-RECORD.

       WRITE-SANCTION-ROW.
           IF WS-SANCT-DROP(WS-SANCT-I) NOT = "Y"
               MOVE WS-SANCT-REC(WS-SANCT-I) TO SANCTIONS-RECORD
               WRITE SANCTIONS-RECORD
           END-IF.

       WRITE-CATALOG-ROW.
           IF WS-CAT-DROP(WS-CAT-I) NOT = "Y"
               MOVE WS-CAT-REC(WS-CAT-I) TO CATALOG-RECORD
               WRITE CATALOG-RECORD
           END-IF.

      ******************************************************************
      * LIST ONE EXCEPTION OF TYPE WS-EXC-I (DETAIL IN WS-EXC-DETAIL)
      ******************************************************************
       EMIT-EXCEPTION.
           ADD 1 TO WS-EXC-FOUND(WS-EXC-I)
           ADD 1 TO WS-EXC-TOTAL
           DISPLAY "OK|VERIFY|EXCEPTION|"
               FUNCTION TRIM(WS-EXC-NAME(WS-EXC-I)) "|"
               FUNCTION TRIM(WS-EXC-DETAIL).

      ******************************************************************
      * LIST AND AUDIT ONE REPAIR OF TYPE WS-EXC-I
      ******************************************************************
       EMIT-REPAIR.
           ADD 1 TO WS-EXC-FIXED(WS-EXC-I)
           ADD 1 TO WS-FIX-TOTAL
           DISPLAY "OK|VERIFY|REPAIRED|"
               FUNCTION TRIM(WS-EXC-NAME(WS-EXC-I)) "|"
               FUNCTION TRIM(WS-EXC-DETAIL)
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "REPAIRED|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXC-NAME(WS-EXC-I)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-EXC-DETAIL) DELIMITED BY SIZE
               INTO WS-AUDIT-OUTCOME
           END-STRING
           PERFORM WRITE-AUDIT.

      ******************************************************************
      * CLOSING TOTALS BY TYPE: OK|VERIFY|TOTAL|type|found|repaired
      ******************************************************************
       PRINT-TOTALS.
           PERFORM PRINT-TYPE-TOTAL VARYING WS-EXC-I FROM 1 BY 1
               UNTIL WS-EXC-I > 12
           MOVE WS-EXC-TOTAL TO WS-ED-COUNT
           MOVE WS-FIX-TOTAL TO WS-ED-COUNT-2
           DISPLAY "OK|VERIFY|END|EXCEPTIONS|"
               FUNCTION TRIM(WS-ED-COUNT) "|REPAIRED|"
               FUNCTION TRIM(WS-ED-COUNT-2).

       PRINT-TYPE-TOTAL.
           MOVE WS-EXC-FOUND(WS-EXC-I) TO WS-ED-COUNT
           MOVE WS-EXC-FIXED(WS-EXC-I) TO WS-ED-COUNT-2
           DISPLAY "OK|VERIFY|TOTAL|"
               FUNCTION TRIM(WS-EXC-NAME(WS-EXC-I)) "|"
               FUNCTION TRIM(WS-ED-COUNT) "|"
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
               "|VERIFY|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-OUTCOME) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
