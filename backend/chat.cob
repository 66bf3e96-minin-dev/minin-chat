      *   0 - CLEAN RUN
      *   4 - ERROR RATE ABOVE THE THRESHOLD
      *   8 - BATCH FILE COULD NOT BE OPENED
      *  12 - THE RUN LOCK COULD NOT BE TAKEN (SEE BELOW)
      * SO THE SCHEDULER CAN TELL SUCCESS FROM FAILURE.
      *   FORMAT|nick|message|room   -> Formatted message (a
      *                                 private room takes traffic
      *                                 only from its members)
      *   HELP                       -> Help text
      *   MOTD                       -> Message of the day
      *   SYSTEM|message|oper        -> System announcement
      *   VALIDATE|/command          -> Validate command
      *   STATUS                     -> Live activity counters
      *   HISTORY|room|count|nick|from|to
      *                              -> Scrollback from the transcript
      *                                 (<nick> must be a member of
      *                                 a private room); an optional
      *                                 date range <from>/<to>
      *                                 (YYYYMMDD) limits it to the
      *                                 messages dated in the range,
      *                                 archives included
      *   ROOMS                      -> List registered rooms with
      *                                 status, access and cost
      *                                 center
      *   ADDROOM|room|topic|access|oper
      *                              -> Register a new room, PUBLIC
      *                                 (the default) or PRIVATE
      *   WHISPER|from|to|message    -> Private message
      *   REGISTER|nick|fullname     -> Register a nick in the
      *                                 user master
      *   ROLLOFF|days|oper          -> Nightly maintenance: roll each
      *                                 room's transcript into a dated
      *                                 archive and purge archives
      *                                 older than <days> (default 90)
      *                                 except those under an open
      *                                 legal hold, which are kept
      *                                 and reported HOLD-SKIPPED
      *   SEARCH|room|keyword|nick|from|to
      *                              -> Keyword search of a room's
      *                                 transcript (room ALL or * to
      *                                 search every room; private
      *                                 rooms <nick> does not belong
      *                                 to are skipped); an optional
      *                                 date range as for HISTORY
      *   RECONCILE                  -> Compare the activity counters
      *                                 against actual record counts
      *   RECONCILE|REBUILD|oper     -> Same, then rewrite the
      *                                 counters from the actual counts
      *   MUTE|nick|minutes|reason|oper
      *                              -> Sanction a nick: FORMAT and
      *                                 WHISPER refuse until expiry
      *   BAN|nick|days|reason|oper  -> As MUTE, in days, with its
      *                                 own rejection code
      *   JOIN|nick|room             -> Sign a nick into a room (a
      *                                 private room needs, and
      *                                 uses up, an invitation)
      *   LEAVE|nick|room            -> Sign a nick out of a room
      *   WHO|room|nick              -> List the room's occupants
      *                                 (<nick> must be a member of
      *                                 a private room)
      *   REVEAL|key|oper            -> Authorized review of the
      *                                 whisper log: decrypts and
      *                                 streams the private traffic
      *   NOTIFY|nick                -> Play back and clear the nick's
      *                                 queued @mention notifications
      *   REDACT|room|date|time|nick|reason|oper
      *                              -> Replace the text of the
      *                                 nick's message at date
      *                                 (YYYYMMDD) and time
      *                                 (HH:MM:SS) with a redaction
      *                                 marker in the live
      *                                 transcript or archive that
      *                                 holds it and in any queued
      *                                 notification of it, and
      *                                 enter it on the redaction
      *                                 register for MININ-EXTRACT
      *                                 to send downstream
      *   HOLD|case|kind|value|oper  -> Place a legal hold for the
      *                                 case on a NICK or ROOM
      *                                 (kind), on MININ-HOLDS.DAT
      *   RELEASE|case|oper          -> Release every hold of the
      *                                 case
      *   REPORT|reporter|room|time|reason
      *                              -> Flag the room's transcript
      *                                 line at time (HH:MM:SS) for
      *                                 moderator review (the most
      *                                 recent line at that time)
      *   REVIEWLIST|oper            -> List the open review items
      *   REVIEW|id|disposition|duration|oper
      *                              -> Close review item <id> as
      *                                 DISMISS, WARN (a warning is
      *                                 queued to the nick's
      *                                 notifications), MUTE
      *                                 (<duration> minutes) or BAN
      *                                 (<duration> days)
      *   INBOX|nick                 -> List the whispers delivered to
      *                                 the nick: sender, time and
      *                                 read/unread
      *   READ|nick|n                -> Decrypt inbox message n and
      *                                 mark it read
      *   SETTOPIC|room|topic|oper   -> Change a room's topic
      *   CLOSEROOM|room|oper        -> Close a room: FORMAT and JOIN
      *                                 refuse until it is reopened,
      *                                 and its slot may be reclaimed
      *                                 by ADDROOM once the room
      *                                 master is at capacity. The
      *                                 transcript and archives are
      *                                 left untouched.
      *   REOPEN|room|oper           -> Reopen a closed room
      *   INVITE|nick|room|oper      -> Record an invitation for the
      *                                 nick to join the room, on
      *                                 MININ-INVITES.DAT
      *   ROOMACCESS|room|access|oper
      *                              -> Mark a room PUBLIC or
      *                                 PRIVATE
      *   ROOMCOST|room|costctr|oper -> Set the cost center that
      *                                 owns the room for the
      *                                 monthly chargeback (NONE
      *                                 clears it)
      *   SCHEDULE|stamp|text|room|oper
      *                              -> Queue an announcement for
      *                                 release at stamp
      *                                 (YYYYMMDDHHMM) into the room
      *                                 (ALL or blank = every open
      *                                 HISTORY LIKE ANY OTHER
      *                                 SYSTEM TRAFFIC.
      *   SCHEDLIST                  -> List pending announcements
      *   SCHEDCANCEL|id|oper        -> Cancel a pending announcement
      *   RENAME|oldnick|newnick|oper
      *                              -> Rename a nick in the user
      *                                 master and propagate: the
      *                                 nick's membership rows, its
      *                                 sanction records, its
      *                                 notification queue and its
      *                                 whisper inbox all move
      *                                 to the new nick. Transcripts
      *                                 and the whisper log keep the
      *                                 old nick - they are history.
      *   DEACTIVATE|nick|oper       -> Mark a nick inactive: FORMAT
      *                                 and WHISPER treat it as
      *                                 unregistered from then on
      *   SNAPSHOT|keep|oper         -> Copy the master set (users,
      *                                 rooms, members, sanctions,
      *                                 counters, archive catalog)
      *                                 into a dated backup
      *                                 MININ-SNAPSHOTS.DAT, KEEPING
      *                                 THE NEWEST <keep>
      *                                 GENERATIONS (DEFAULT 7) AND
      *                                 DELETING THE REST, SAVE ANY
      *                                 UNDER AN OPEN LEGAL HOLD
      *                                 (REPORTED SNAP-HELD)
      *   RESTORE|stamp|oper         -> Put the named generation's
      *                                 files back over the live
      *                                 masters, recording the
      *                                 restore in the audit trail
      *                                 past warnpct percent
      *                                 (DEFAULT 80) AND FULL AT THE
      *                                 CEILING; PLUS A LEFTOVER
      *                                 <batchfile>.CKP CHECK, A
      *                                 COUNTERS-FILE PARSE CHECK
      *                                 AND A RUN-LOCK CHECK (A
      *                                 LOCK WHOSE HEARTBEAT IS
      *                                 OLDER THAN THE STALE LIMIT
      *                                 IS REPORTED STALE).
      *                                 RUN ALONE (SINGLE MODE) IT
      *                                 SETS THE RETURN CODE FOR THE
      *                                 MORNING CHECKLIST:
      *                                   0 - ALL CLEAR
      *                                   2 - WARNINGS
      *                                   6 - A TABLE IS FULL, THE
      *                                       COUNTERS FILE WILL NOT
      *                                       PARSE OR THE RUN LOCK
      *                                       IS STALE
      *
      * FORMAT SCANS EACH MESSAGE FOR @nick MENTIONS AND QUEUES ONE
      * NOTIFICATION (TIME, ROOM, SENDER, FORMATTED LINE) PER
      * CROSS-ROOM REQUEST REACHES ITS TARGET THE NEXT TIME THEY
      * PULL NOTIFY.
      *
      * A MESSAGE CONTAINING A TERM ON MININ-WATCHLIST.DAT IS LET
      * THROUGH BUT FLAGGED ON THE REVIEW QUEUE (MININ-REVIEW.DAT),
      * ALONGSIDE LINES FLAGGED BY REPORT. MODERATORS CLOSE EACH
      * ITEM WITH REVIEW; MININ-MODRPT REPORTS ON THE QUEUE WEEKLY.
      *
      * EACH ROOM IS PUBLIC OR PRIVATE (6TH FIELD OF THE ROOM
      * MASTER; A RECORD WITHOUT ONE IS PUBLIC). A PRIVATE ROOM IS
      * MEMBERS-ONLY: FORMAT, HISTORY, SEARCH AND WHO REFUSE A NICK
      * THAT HAS NOT JOINED IT, @mentions FROM IT ARE NOT QUEUED TO
      * NON-MEMBERS, AND JOIN NEEDS A ROOM ADMIN'S INVITATION.
      *
      * THE ADMINISTRATIVE COMMANDS (MUTE, BAN, CLOSEROOM, REOPEN,
      * INVITE, ROOMACCESS, ROOMCOST, RENAME, DEACTIVATE, ROLLOFF,
      * SNAPSHOT, RESTORE, RECONCILE|REBUILD AND REVEAL) NAME THE ACTING
      * OPERATOR IN THEIR <oper> FIELD, AND THE OPERATOR MUST HOLD THE
      * COMMAND'S ROLE ON MININ-OPERATORS.DAT (opid|role|name|status -
      * ROLES MODERATOR, ROOM-ADMIN, OPERATIONS, COMPLIANCE). EVERY
      * AUDIT RECORD NAMES ITS ACTOR: THE OPERATOR, THE REQUESTING
      * NICK, OR SYSTEM.
      *
      * RUN LOCK: THE ROOM, SANCTION, USER, SCHEDULE, FLOOD-STATE
      * AND MEMBERSHIP MASTERS, THE COUNTERS FILE AND THE ARCHIVE
      * CATALOG ARE READ WHOLE AND WRITTEN BACK, SO ONLY ONE RUN MAY
      * WORK ON THEM AT A TIME. A BATCH RUN, AND EVERY SINGLE-MODE
      * REQUEST BUT THE READ-ONLY HELP, MOTD, STATUS AND HEALTH,
      * FIRST TAKES THE RUN LOCK - DIRECTORY MININ-LOCK.DIR, WHOSE
      * CREATION EITHER SUCCEEDS OR FAILS WHOLE - AND RECORDS ITSELF
      * ON MININ-LOCK.DAT (token|owner|taken|heartbeat). A BATCH RUN
      * REFRESHES THE HEARTBEAT AT EVERY CHECKPOINT. A RUN THAT
      * FINDS THE LOCK TAKEN RETRIES ONCE A SECOND FOR <wait>
      * SECONDS, THEN ANSWERS ERR|LOCK-TIMEOUT WITH RETURN CODE 12
      * (A BATCH RUN PROCESSES NO LINES AND LOGS ITS RUN SUMMARY
      * WITH LOCK-TIMEOUT). TIMINGS LIVE IN MININ-LOCKCFG.DAT
      * (wait-seconds|stale-minutes, ONE RECORD, DEFAULTS 30 AND
      * 60). A RUN THAT WAS KILLED LEAVES THE LOCK BEHIND; HEALTH
      * REPORTS IT STALE ONCE ITS HEARTBEAT IS OLDER THAN
      * <stale-minutes>, AND OPERATIONS REMOVES MININ-LOCK.DAT AND
      * MININ-LOCK.DIR ONCE THE HOLDER IS CONFIRMED GONE.
      *
      * THE WHISPER LOG IS ENCRYPTED AT REST: DO-WHISPER RUNS THE
      * MESSAGE BODY THROUGH THE KEYED STREAM CIPHER (KEY PHRASE IN
      * MININ-CIPHER.KEY, KEYSTREAM SALTED WITH THE RECORD'S TIME OF
      * TAGGED UNAMBIGUOUSLY. ONLY REVEAL, GIVEN THE KEY PHRASE,
      * READS IT BACK IN CLEAR. PRE-ENCRYPTION PLAINTEXT RECORDS
      * (NO E: TAG) ARE PASSED THROUGH UNCHANGED ON REVEAL.
      * EACH WHISPER IS ALSO DELIVERED, STILL ENCRYPTED, TO THE
      * RECIPIENT'S INBOX (MININ-INBOX-<nick>.DAT); READ DECRYPTS
      * ONE INBOX MESSAGE AT A TIME FOR ITS RECIPIENT ONLY.
      *
      * OUTPUT: OK|result  or  ERR|message, including
      *   ERR|MISSING-FIELD  - request is missing a required field
      *   ERR|NO-SUCH-ROOM   - /join named a room that isn't registered
      *   ERR|ROOM-EXISTS    - ADDROOM named a room that already exists
      *   ERR|BAD-ROOM-NAME  - room name outside [A-Z0-9_-]
      *   ERR|BAD-COUNT      - HISTORY's count (or READ's message
      *                        number) is not numeric
      *   ERR|BAD-NICK       - nick outside [A-Z0-9_-]
      *   ERR|USER-EXISTS    - REGISTER named a nick already on file
      *   ERR|UNREG-NICK     - FORMAT sender is not a registered nick
      *   ERR|ALREADY-JOINED - JOIN for a nick already in the room
      *   ERR|NOT-JOINED     - LEAVE for a nick not in the room
      *   ERR|NOT-AUTHORIZED - REVEAL key does not match the key file
      *   ERR|NO-SUCH-OPERATOR - the <oper> named on an
      *                        administrative command is not an
      *                        active operator
      *   ERR|NOT-PERMITTED  - the operator does not hold the role
      *                        the command requires
      *   ERR|TOO-LONG       - whisper record would not store intact
      *   ERR|BAD-CASE       - case ID outside [A-Z0-9_-]
      *   ERR|BAD-HOLD-KIND  - HOLD kind is not NICK or ROOM
      *   ERR|HOLD-LIMIT     - hold register at capacity (1000)
      *   ERR|NO-SUCH-CASE   - RELEASE named a case with no open
      *                        hold
      *   ERR|NO-SUCH-ITEM   - REVIEW named an item not on the
      *                        review queue
      *   ERR|ITEM-CLOSED    - REVIEW named an item already closed
      *   ERR|BAD-DISPOSITION - REVIEW disposition is not DISMISS,
      *                        WARN, MUTE OR BAN
      *   ERR|INBOX-FULL     - recipient's whisper inbox is at
      *                        capacity (500)
      *   ERR|NO-SUCH-MESSAGE - READ named a message number not in
      *                        the inbox, or REDACT a message not
      *                        in the room's transcript or archives
      *   ERR|ROOM-LIMIT     - room master is at capacity (100) with
      *                        no closed room slot to reclaim
      *   ERR|ROOM-CLOSED    - the room is closed to new traffic
      *   ERR|ROOM-OPEN      - REOPEN named a room that is not closed
      *   ERR|BAD-ACCESS     - room access is not PUBLIC or PRIVATE
      *   ERR|BAD-COSTCTR    - cost center is blank, longer than 16
      *                        or not [A-Z0-9_-]
      *   ERR|NOT-MEMBER     - the nick is not a member of the
      *                        private room
      *   ERR|NOT-INVITED    - JOIN to a private room without an
      *                        invitation on file
      *   ERR|INVITE-LIMIT   - invitation file at capacity (2000)
      *   ERR|BAD-STAMP      - SCHEDULE stamp is not YYYYMMDDHHMM,
      *                        or REDACT date/time not YYYYMMDD and
      *                        HH:MM:SS
      *   ERR|BAD-DATE       - HISTORY/SEARCH date range bound is
      *                        not a valid YYYYMMDD date, or <from>
      *                        is after <to>
      *   ERR|NO-SUCH-SCHED  - SCHEDCANCEL id is not on the queue
      *   ERR|SCHED-LIMIT    - announcement queue at capacity (200)
      *   ERR|USER-LIMIT     - user master too large to rewrite in
      *                        THROUGH THE SANCTION MACHINERY.
      *   ERR|MEMBER-LIMIT   - membership file at capacity (5000)
      *   ERR|SANCTION-LIMIT - sanctions file at capacity (1000)
      *   ERR|LOCK-TIMEOUT   - another run held the run lock for
      *                        longer than the configured wait
      *   ERR|REWRITE-FAILED - REDACT or REVIEW could not rewrite a
      *                        file through the work file
      *                        MININ-REDACT.TMP; the file is left as
      *                        it was, the work file is kept for
      *                        operations and the failure is audited
      *   OK|TRUNCATED|...   - a field was too long and got cut down
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT SNAPCAT-FILE ASSIGN TO DYNAMIC WS-SNAPCAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPCAT-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO DYNAMIC WS-OPER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPER-STATUS.
           SELECT INVITES-FILE ASSIGN TO DYNAMIC WS-INVITE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVITE-STATUS.
           SELECT INBOX-FILE ASSIGN TO DYNAMIC WS-INBOX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INBOX-STATUS.
           SELECT REDACT-FILE ASSIGN TO DYNAMIC WS-REDACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDACT-STATUS.
           SELECT REDWORK-FILE ASSIGN TO DYNAMIC WS-REDWORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REDWORK-STATUS.
           SELECT HOLDS-FILE ASSIGN TO DYNAMIC WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT HSCAN-FILE ASSIGN TO DYNAMIC WS-HSCAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HSCAN-STATUS.
           SELECT WATCH-FILE ASSIGN TO DYNAMIC WS-WATCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WATCH-STATUS.
           SELECT REVIEW-FILE ASSIGN TO DYNAMIC WS-REVIEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-STATUS.
           SELECT HPROBE-FILE ASSIGN TO DYNAMIC WS-HPROBE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HPROBE-STATUS.
           SELECT LOCK-FILE ASSIGN TO DYNAMIC WS-LOCK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT LOCKCFG-FILE ASSIGN TO DYNAMIC WS-LOCKCFG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKCFG-STATUS.
           SELECT USERIDX-FILE ASSIGN TO DYNAMIC WS-USERIDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  COUNTERS-FILE.
       01  COUNTERS-RECORD          PIC X(40).

      * 260 BYTES HOLDS THE LONGEST ROOM RECORD WITH ROOM FOR GROWTH:
      * 64 NAME + 120 TOPIC + 8 DATE + 9 MEMBERS + 6 STATUS
      * + 7 ACCESS + 16 COST CENTER + 6 PIPES
       FD  ROOMS-FILE.
       01  ROOMS-RECORD              PIC X(260).

       FD  WHISPER-FILE.
       01  WHISPER-RECORD            PIC X(1850).
       FD  NOTIFY-FILE.
       01  NOTIFY-RECORD             PIC X(1200).

       FD  INBOX-FILE.
       01  INBOX-RECORD              PIC X(1200).

       FD  REDACT-FILE.
       01  REDACT-RECORD             PIC X(700).

       FD  REDWORK-FILE.
       01  REDWORK-RECORD            PIC X(1200).

       FD  HOLDS-FILE.
       01  HOLDS-RECORD              PIC X(200).

       FD  HSCAN-FILE.
       01  HSCAN-RECORD              PIC X(1200).

       FD  WATCH-FILE.
       01  WATCH-RECORD              PIC X(30).

       FD  REVIEW-FILE.
       01  REVIEW-RECORD             PIC X(700).

       FD  SCHED-FILE.
       01  SCHED-RECORD              PIC X(600).

       FD  SNAPCAT-FILE.
       01  SNAPCAT-RECORD            PIC X(80).

       FD  OPERATORS-FILE.
       01  OPERATORS-RECORD          PIC X(200).

       FD  INVITES-FILE.
       01  INVITES-RECORD            PIC X(220).

      * HEALTH'S OWN PROBE HANDLE FOR THE NAMED BATCH FILE AND ITS
      * CHECKPOINT - THE LIVE BATCH-FILE AND CHECKPOINT-FILE FDS MAY
      * BE IN USE WHEN A HEALTH LINE RUNS INSIDE A BATCH
       FD  HPROBE-FILE.
       01  HPROBE-RECORD             PIC X(1024).

       FD  LOCK-FILE.
       01  LOCK-RECORD               PIC X(200).

       FD  LOCKCFG-FILE.
       01  LOCKCFG-RECORD            PIC X(80).

      * KEYED LOOKASIDE COPIES OF THE USER AND MEMBERSHIP MASTERS,
      * BUILT AND REBUILT BY THE MININ-USRLOAD UTILITY. THE LINE
      * SEQUENTIAL .DAT FILES REMAIN THE SYSTEM OF RECORD; WHEN THE
       01  WS-MINUTES          PIC X(2).
       01  WS-SECONDS          PIC X(2).
       01  WS-TIME-NOW         PIC X(8).
      * DATE STAMPED ON TRANSCRIPT AND NOTIFY RECORDS ALONGSIDE
      * WS-HOURS/WS-MINUTES/WS-SECONDS; THE AUDIT TRAIL KEEPS ITS OWN
       01  WS-MSG-DATE         PIC X(8).
       01  WS-AUDIT-DATE       PIC X(8).
       01  WS-MSG-UPPER        PIC X(32).
       01  WS-TRANSCRIPT-STATUS PIC X(2).
       01  WS-AUDIT-STATUS      PIC X(2).
       01  RM-STATUS           PIC X(8).
       01  WS-ROOM-STATE       PIC X(1) VALUE "N".
           88  WS-ROOM-IS-CLOSED          VALUE "Y".
      * ROOM ACCESS FIELD: PUBLIC OR PRIVATE (MEMBERS ONLY); A BLANK
      * ACCESS ON A RECORD WRITTEN BEFORE PRIVATE ROOMS READS AS
      * PUBLIC
       01  RM-ACCESS           PIC X(8).
       01  WS-ROOM-NEW-ACCESS  PIC X(8) VALUE "PUBLIC".
       01  WS-ROOM-ACCESS      PIC X(1) VALUE "N".
           88  WS-ROOM-IS-PRIVATE         VALUE "Y".
      * ROOM COST CENTER FIELD: THE DEPARTMENT CHARGED FOR THE ROOM
      * BY MININ-CHGBACK; BLANK (NOT YET ASSIGNED) ON RECORDS THAT
      * PREDATE IT, AND THE FIELD IS LEFT OFF THE RECORD WHILE BLANK
       01  RM-COSTCTR          PIC X(16).
       01  WS-ROOM-NEW-COSTCTR PIC X(16).
       01  WS-ROOM-EDIT-OP     PIC X(1).
       01  WS-RECLAIM-HIT      PIC 9(3) VALUE 0.
       01  WS-RECLAIM-NAME     PIC X(64).
       01  WS-RMTAB-CNT    PIC 9(3) VALUE 0.
       01  WS-RMTAB-TABLE.
           05  WS-RMTAB-NAME    PIC X(64) OCCURS 101 TIMES.
       01  WS-RMTAB-ACC-TABLE.
           05  WS-RMTAB-PRIVATE PIC X(1) OCCURS 101 TIMES.
       01  WS-RMTAB-I      PIC 9(3) VALUE 0.
       01  WS-RMTAB-GENERAL     PIC X(1) VALUE "N".
           88  WS-RMTAB-HAVE-GENERAL       VALUE "Y".
      * TAKEN FROM IT CAN NEVER INDEX PAST WS-CIPHER-HEX (1024), EVEN
      * FOR A FOREIGN OR TAMPERED RECORD WITH AN OVERLONG BODY
       01  WR-BODY             PIC X(1026).
      * RECIPIENT INBOX, ONE FILE PER NICK (MININ-INBOX-<nick>.DAT):
      * YYYYMMDD|HH:MM:SS|from|U-OR-R|E:<hex> - THE SAME CIPHERTEXT
      * AS THE WHISPER LOG, FLAGGED UNREAD UNTIL READ OPENS IT
       01  WS-INBOX-STATUS     PIC X(2).
       01  WS-INBOX-PATH       PIC X(120).
       01  WS-INBOX-PATH2      PIC X(120).
       01  IB-DATE             PIC X(8).
       01  IB-TIME             PIC X(8).
       01  IB-FROM             PIC X(64).
       01  IB-FLAG             PIC X(1).
           88  IB-UNREAD                  VALUE "U".
       01  IB-BODY             PIC X(1026).
       01  WS-INBOX-CNT        PIC 9(4) VALUE 0.
       01  WS-INBOX-UNREAD     PIC 9(4) VALUE 0.
       01  WS-INBOX-CNT-ED     PIC ZZZ9.
       01  WS-INBOX-UNREAD-ED  PIC ZZZ9.
       01  WS-INBOX-PICK       PIC 9(4) VALUE 0.
       01  WS-INBOX-I          PIC 9(4) VALUE 0.
       01  WS-INBOX-TABLE.
           05  WS-INBOX-ENTRY  PIC X(1200) OCCURS 500 TIMES.
      * REDACTION REGISTER (MININ-REDACTIONS.DAT), ONE RECORD PER
      * REDACT: stamp|room|msgdate|msgtime|nick|oper|status|file|reason
      * STATUS IS PENDING UNTIL MININ-EXTRACT HAS SENT THE CORRECTION
      * DOWNSTREAM, THEN SENT. THE REASON IS LAST SO IT MAY BE FREE
      * TEXT.
       01  WS-REDACT-STATUS    PIC X(2).
       01  WS-REDACT-PATH      PIC X(80) VALUE "MININ-REDACTIONS.DAT".
       01  WS-REDWORK-STATUS   PIC X(2).
       01  WS-REDWORK-PATH     PIC X(80) VALUE "MININ-REDACT.TMP".
       01  WS-RED-MARK         PIC X(16) VALUE "*** REDACTED ***".
       01  WS-RED-ROOM         PIC X(64).
       01  WS-RED-DATE         PIC X(8).
       01  WS-RED-TIME         PIC X(8).
       01  WS-RED-NICK         PIC X(64).
       01  WS-RED-FILE         PIC X(120).
       01  WS-RED-ORIG         PIC X(1024).
       01  WS-RED-HITS         PIC 9(5) VALUE 0.
       01  WS-RED-HITS-ED      PIC ZZZZ9.
       01  WS-RED-NOTES        PIC 9(5) VALUE 0.
       01  WS-RED-NOTES-ED     PIC ZZZZ9.
       01  WS-RED-FOUND        PIC X(1) VALUE "N".
           88  WS-RED-IS-FOUND            VALUE "Y".
       01  WS-RED-EOF-FLAG     PIC X(1) VALUE "N".
           88  WS-RED-EOF                 VALUE "Y".
       01  WS-RED-FILE-HITS    PIC 9(5) VALUE 0.
      * SET WHEN A WORK-FILE REWRITE (REDACT, REVIEW) COULD NOT BE
      * COMPLETED; THE WORK FILE IS THEN LEFT IN PLACE AND
      * WS-REWRITE-PATH NAMES THE FILE IT SHOULD HAVE REPLACED
       01  WS-REWRITE-FLAG     PIC X(1) VALUE "N".
           88  WS-REWRITE-FAILED          VALUE "Y".
       01  WS-REWRITE-PATH     PIC X(120).
       01  RD-DATE             PIC X(8).
       01  RD-TIME             PIC X(8).
       01  RD-NICK             PIC X(64).
       01  RD-ROOM             PIC X(64).
       01  RD-TEXT             PIC X(1024).
       01  WS-RED-LINE         PIC X(1200).
      * ONE TRANSCRIPT OR ARCHIVE RECORD FOR SPLIT-TX-RECORD. A RECORD
      * WRITTEN BEFORE RECORDS CARRIED THEIR DATE (HH:MM:SS FIRST)
      * IS GIVEN WS-TX-DEFAULT-DATE.
       01  WS-TX-RECORD        PIC X(1200).
       01  WS-TX-DEFAULT-DATE  PIC X(8).
       01  WS-TX-UNDATED       PIC X(1) VALUE "N".
           88  WS-TX-IS-UNDATED           VALUE "Y".
      * HISTORY AND SEARCH DATE RANGE, YYYYMMDD FROM AND TO
       01  WS-RANGE-FROM       PIC X(8).
       01  WS-RANGE-TO         PIC X(8).
       01  WS-RANGE-ARG        PIC X(256).
       01  WS-RANGE-GIVEN      PIC X(1) VALUE "N".
           88  WS-RANGE-IS-GIVEN          VALUE "Y".
       01  WS-RANGE-VALID      PIC X(1) VALUE "Y".
           88  WS-RANGE-IS-VALID          VALUE "Y".
       01  WS-WALK-MODE        PIC X(1) VALUE "E".
           88  WS-WALK-COUNTING           VALUE "C".
           88  WS-WALK-EMITTING           VALUE "E".
           88  WS-WALK-SEARCHING          VALUE "S".
       01  WS-MENT-TEXT        PIC X(1024).
      * LEGAL HOLD REGISTER (MININ-HOLDS.DAT), ONE ROW PER NICK OR
      * ROOM A CASE COVERS:
      *   case|NICK-OR-ROOM|value|OPEN-OR-RELEASED|oper|YYYYMMDDHHMMSS
      * WHILE A ROW IS OPEN THE ARCHIVE AND SNAPSHOT PURGES KEEP
      * ANYTHING HOLDING THAT NICK'S OR ROOM'S RECORDS.
       01  WS-HOLD-STATUS      PIC X(2).
       01  WS-HOLD-PATH        PIC X(80) VALUE "MININ-HOLDS.DAT".
       01  HD-CASE             PIC X(32).
       01  HD-KIND             PIC X(8).
       01  HD-VALUE            PIC X(64).
       01  HD-STATE            PIC X(8).
       01  HD-OPER             PIC X(64).
       01  HD-STAMP            PIC X(14).
       01  WS-HOLD-CASE        PIC X(32).
       01  WS-HOLD-KIND        PIC X(8).
       01  WS-HOLD-VALUE       PIC X(64).
       01  WS-HOLD-CNT         PIC 9(4) VALUE 0.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-ENTRY   PIC X(200) OCCURS 1000 TIMES.
       01  WS-HOLD-I           PIC 9(4) VALUE 0.
       01  WS-HOLD-MARKED      PIC 9(4) VALUE 0.
       01  WS-HOLD-MARKED-ED   PIC ZZZ9.
       01  WS-HOLD-DUP         PIC X(1) VALUE "N".
           88  WS-HOLD-IS-DUP             VALUE "Y".
      * OPEN HOLD ROWS, LOADED BY THE PURGES
       01  WS-HELD-CNT         PIC 9(4) VALUE 0.
       01  WS-HELD-TABLE.
           05  WS-HELD-ROW OCCURS 1000 TIMES.
               10  WS-HELD-CASE    PIC X(32).
               10  WS-HELD-KIND    PIC X(8).
               10  WS-HELD-VALUE   PIC X(64).
       01  WS-HELD-I           PIC 9(4) VALUE 0.
       01  WS-HELD-HIT         PIC X(1) VALUE "N".
           88  WS-HELD-IS-HIT             VALUE "Y".
       01  WS-HELD-BY          PIC X(32).
       01  WS-HSCAN-STATUS     PIC X(2).
       01  WS-HSCAN-PATH       PIC X(120).
       01  WS-HSCAN-KIND       PIC X(8).
       01  WS-HSCAN-FIELD      PIC 9(1) VALUE 1.
       01  WS-HSCAN-VALUE      PIC X(64).
       01  WS-HSCAN-EOF-FLAG   PIC X(1) VALUE "N".
           88  WS-HSCAN-EOF               VALUE "Y".
       01  HS-F1               PIC X(64).
       01  HS-F2               PIC X(64).
       01  HS-F3               PIC X(64).
       01  WS-SNAPCAT-HOLDS.
           05  WS-SNAPCAT-HELD PIC X(1) OCCURS 100 TIMES.
      * WATCHLIST TERMS: LET THROUGH, BUT FLAGGED FOR REVIEW
       01  WS-WATCH-STATUS     PIC X(2).
       01  WS-WATCH-PATH       PIC X(80) VALUE "MININ-WATCHLIST.DAT".
       01  WS-WATCH-CNT        PIC 9(2) VALUE 0.
       01  WATCH-TABLE.
           05  WATCH-ENTRY     PIC X(30) OCCURS 50 TIMES.
       01  WS-WATCH-IDX        PIC 9(2) VALUE 0.
       01  WS-WATCH-HIT        PIC X(1) VALUE "N".
           88  WS-WATCH-FOUND             VALUE "Y".
       01  WS-WATCH-TERM       PIC X(30).
      * REVIEW QUEUE: id|flagged|source|reporter|room|time|nick|
      *               state|moderator|closed|reason
       01  WS-REVIEW-STATUS    PIC X(2).
       01  WS-REVIEW-PATH      PIC X(80) VALUE "MININ-REVIEW.DAT".
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
       01  WS-REVIEW-CNT       PIC 9(6) VALUE 0.
       01  WS-REVIEW-ID        PIC 9(6) VALUE 0.
       01  WS-REVIEW-ID-ED     PIC ZZZZZ9.
       01  WS-REVIEW-LINE-NO   PIC 9(6) VALUE 0.
       01  WS-REVIEW-HIT       PIC X(1) VALUE "N".
           88  WS-REVIEW-FOUND            VALUE "Y".
       01  WS-REVIEW-DISP      PIC X(10).
       01  WS-REVIEW-VERB      PIC X(10).
       01  WS-REVIEW-OPEN-CNT  PIC 9(6) VALUE 0.
       01  WS-REVIEW-NEW.
           05  WS-RVN-SOURCE   PIC X(8).
           05  WS-RVN-REPORTER PIC X(64).
           05  WS-RVN-ROOM     PIC X(64).
           05  WS-RVN-TIME     PIC X(8).
           05  WS-RVN-NICK     PIC X(64).
           05  WS-RVN-REASON   PIC X(256).
       01  WS-MENT-MODE        PIC X(1) VALUE "Q".
           88  WS-MENT-REDACTING          VALUE "R".
       01  WS-KEYSUM-I         PIC 9(4) VALUE 0.
       01  WS-KEYSUM-LEN       PIC 9(4) VALUE 0.
       01  WS-MEMBERS-STATUS   PIC X(2).
       01  WS-WHO-CNT-ED       PIC ZZZ9.
       01  WS-RMREC-CNT        PIC 9(3) VALUE 0.
       01  WS-RMREC-TABLE.
           05  WS-RMREC-ENTRY  PIC X(260) OCCURS 100 TIMES.
       01  WS-RMREC-I          PIC 9(3) VALUE 0.
       01  WS-SANCT-STATUS     PIC X(2).
       01  WS-SANCT-PATH       PIC X(80) VALUE "MININ-SANCTIONS.DAT".
       01  WS-SEARCH-KEY       PIC X(512).
       01  WS-SEARCH-KEY-LEN   PIC 9(4) VALUE 0.
       01  WS-SEARCH-TALLY     PIC 9(4) VALUE 0.
       01  WS-SRCH-NICK-U      PIC X(64).
       01  WS-SRCH-TEXT-U      PIC X(1024).
       01  WS-CAT-NEW          PIC X(200).
       01  WS-SNAPCAT-DROP     PIC 9(3) VALUE 0.
       01  WS-SNAP-FOUND       PIC X(1) VALUE "N".
           88  WS-SNAP-ON-FILE            VALUE "Y".
      * FIFTH REQUEST FIELD: THE ACTING OPERATOR ON MUTE AND BAN
       01  WS-PARAM5           PIC X(64).
       01  WS-PARAM6           PIC X(256).
       01  WS-PARAM7           PIC X(64).
       01  WS-OPER-STATUS      PIC X(2).
       01  WS-OPER-PATH        PIC X(80) VALUE "MININ-OPERATORS.DAT".
      * OPERATOR MASTER RECORDS: opid|role|name|status, ONE RECORD
      * PER ROLE GRANTED; STATUS INACTIVE WITHDRAWS THE GRANT, A
      * BLANK STATUS READS AS ACTIVE
       01  OP-ID               PIC X(64).
       01  OP-ROLE             PIC X(16).
       01  OP-NAME             PIC X(64).
       01  OP-STATUS           PIC X(8).
       01  WS-OPER-ID          PIC X(64).
       01  WS-OPER-ROLE        PIC X(16).
       01  WS-OPER-KNOWN       PIC X(1) VALUE "N".
           88  WS-OPER-ON-FILE            VALUE "Y".
       01  WS-OPER-GRANT       PIC X(1) VALUE "N".
           88  WS-OPER-HAS-ROLE           VALUE "Y".
      * WHO THE AUDIT RECORD NAMES: THE OPERATOR ON AN ADMINISTRATIVE
      * COMMAND, THE REQUESTING NICK ON A USER COMMAND, SYSTEM FOR
      * WORK THE PROCESSOR STARTS ON ITS OWN
       01  WS-AUDIT-ACTOR      PIC X(64) VALUE "SYSTEM".
       01  WS-INVITE-STATUS    PIC X(2).
       01  WS-INVITE-PATH      PIC X(80) VALUE "MININ-INVITES.DAT".
      * ROOM INVITATIONS: nick|room|oper|YYYYMMDDHHMMSS, ONE PER
      * OUTSTANDING INVITATION; THE JOIN IT ADMITS CONSUMES IT
       01  IV-NICK             PIC X(64).
       01  IV-ROOM             PIC X(64).
       01  IV-OPER             PIC X(64).
       01  IV-STAMP            PIC X(14).
       01  WS-INV-CNT          PIC 9(4) VALUE 0.
       01  WS-INV-TABLE.
           05  WS-INV-ENTRY    PIC X(220) OCCURS 2000 TIMES.
       01  WS-INV-I            PIC 9(4) VALUE 0.
       01  WS-INV-FOUND        PIC X(1) VALUE "N".
           88  WS-INV-ON-FILE             VALUE "Y".
      * REQUESTING NICK ON HISTORY, SEARCH AND WHO, CHECKED AGAINST
      * THE MEMBERSHIP OF A PRIVATE ROOM
       01  WS-REQ-NICK         PIC X(64).
       01  WS-LOCK-STATUS      PIC X(2).
       01  WS-LOCK-PATH        PIC X(80) VALUE "MININ-LOCK.DAT".
       01  WS-LOCK-DIR         PIC X(80) VALUE "MININ-LOCK.DIR".
       01  WS-LOCKCFG-STATUS   PIC X(2).
       01  WS-LOCKCFG-PATH     PIC X(80) VALUE "MININ-LOCKCFG.DAT".
      * RUN LOCK TIMINGS, FROM MININ-LOCKCFG.DAT WHEN PRESENT
       01  WS-LOCK-WAIT        PIC 9(4) VALUE 30.
       01  WS-LOCK-STALE       PIC 9(4) VALUE 60.
       01  WS-LOCK-F1          PIC X(8).
       01  WS-LOCK-F2          PIC X(8).
      * RUN LOCK RECORD: token|owner|taken|heartbeat. THE TOKEN IS
      * THE HOLDER'S PROCESS ID AND START STAMP; TAKEN AND HEARTBEAT
      * ARE YYYYMMDDHHMMSS
       01  LC-TOKEN            PIC X(32).
       01  LC-OWNER            PIC X(120).
       01  LC-TAKEN            PIC X(14).
       01  LC-BEAT             PIC X(14).
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
       01  WS-LOCK-NEED-FLAG   PIC X(1) VALUE "Y".
           88  WS-LOCK-NEEDED             VALUE "Y".
       01  WS-LOCK-FAIL        PIC X(1) VALUE "N".
           88  WS-LOCK-TIMED-OUT          VALUE "Y".
       01  WS-LOCK-NOW-MIN     PIC 9(9) VALUE 0.
       01  WS-LOCK-BEAT-MIN    PIC 9(9) VALUE 0.
       01  WS-LOCK-AGE         PIC S9(9) VALUE 0.
       01  WS-LOCK-AGE-ED      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           PERFORM LOAD-LOCK-CONFIG
           IF FUNCTION TRIM(WS-CMD-LINE) = SPACES
               PERFORM RUN-SINGLE-MODE
           ELSE
           STOP RUN.

      ******************************************************************
      * THE WORD LISTS, CIPHER KEY, FLOOD LIMITS AND COUNTERS ARE
      * READ ONLY ONCE THE RUN LOCK IS HELD, SO THE COUNTERS SAVED AT
      * THE END ARE NOT A STALE COPY FROM BEFORE ANOTHER RUN
      ******************************************************************
       LOAD-RUN-SETTINGS.
           PERFORM LOAD-COUNTERS
           PERFORM LOAD-BANNED-WORDS
           PERFORM LOAD-WATCH-WORDS
           PERFORM LOAD-CIPHER-KEY
           PERFORM LOAD-FLOOD-CONFIG.

      ******************************************************************
      * INTERACTIVE MODE: ONE PIPE-DELIMITED LINE FROM STDIN. THE
      * READ-ONLY REQUESTS RUN WITHOUT THE RUN LOCK - HEALTH HAS TO,
      * OR A STALE LOCK WOULD HIDE ITSELF
      ******************************************************************
       RUN-SINGLE-MODE.
           ACCEPT WS-INPUT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-INPUT
               TRAILING)) TO WS-INPUT-LEN
           PERFORM PARSE-PIPES
           EVALUATE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION))
               WHEN "HELP"
               WHEN "MOTD"
               WHEN "STATUS"
               WHEN "HEALTH"
                   MOVE "N" TO WS-LOCK-NEED-FLAG
               WHEN OTHER
                   MOVE "Y" TO WS-LOCK-NEED-FLAG
           END-EVALUATE
           IF WS-LOCK-NEEDED
               MOVE SPACES TO WS-LOCK-OWNER
               STRING "MININ-CHAT " DELIMITED BY SIZE
                   FUNCTION UPPER-CASE(FUNCTION TRIM(WS-ACTION))
                       DELIMITED BY SIZE
                   INTO WS-LOCK-OWNER
               END-STRING
               PERFORM ACQUIRE-RUN-LOCK
           END-IF
           IF WS-LOCK-TIMED-OUT
               DISPLAY "ERR|LOCK-TIMEOUT"
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM LOAD-RUN-SETTINGS
               PERFORM DISPATCH
               IF WS-OUTPUT NOT = SPACES
                   DISPLAY FUNCTION TRIM(WS-OUTPUT TRAILING)
               END-IF
               PERFORM RELEASE-RUN-LOCK
           END-IF.

      ******************************************************************
               ".CKP" DELIMITED BY SIZE
               INTO WS-CHECKPOINT-PATH
           END-STRING
           MOVE 0 TO WS-BATCH-LINE-NO WS-RESUME-LINE
           MOVE 0 TO WS-RUN-LINES WS-RUN-OKS WS-RUN-ERRS
           MOVE 0 TO WS-ERRCODE-CNT
           MOVE "N" TO WS-BATCH-EOF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           PERFORM STAMP-RUN-START
           MOVE SPACES TO WS-LOCK-OWNER
           STRING "MININ-CHAT BATCH " DELIMITED BY SIZE
               FUNCTION TRIM(WS-BATCH-PATH) DELIMITED BY SIZE
               INTO WS-LOCK-OWNER
           END-STRING
           PERFORM ACQUIRE-RUN-LOCK
           IF NOT WS-LOCK-TIMED-OUT
               PERFORM LOAD-RUN-SETTINGS
               PERFORM LOAD-CHECKPOINT
               PERFORM RELEASE-DUE-ANNOUNCEMENTS
               OPEN INPUT BATCH-FILE
               IF WS-BATCH-STATUS = "00"
                   PERFORM PROCESS-BATCH-LINE UNTIL WS-BATCH-DONE
                   CLOSE BATCH-FILE
               ELSE
                   MOVE "Y" TO WS-BATCH-FAIL
               END-IF
               PERFORM RELEASE-RUN-LOCK
           END-IF
           ACCEPT WS-TIME-NOW FROM TIME
           PERFORM STAMP-RUN-END
           PERFORM WRITE-RUN-SUMMARY
           EVALUATE TRUE
               WHEN WS-LOCK-TIMED-OUT
                   DISPLAY "ERR|LOCK-TIMEOUT"
                   MOVE 12 TO RETURN-CODE
               WHEN WS-BATCH-OPEN-FAILED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-RUN-LINES > 0 AND
                       WS-RUN-ERRS * 100 >
                       WS-RUN-LINES * WS-ERR-THRESHOLD
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

      ******************************************************************
      * THE OPTIONAL SECOND COMMAND-LINE TOKEN OVERRIDES THE DEFAULT
           MOVE WS-BATCH-LINE-NO TO CHECKPOINT-RECORD
           OPEN OUTPUT CHECKPOINT-FILE
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE
           IF WS-LOCK-HELD
               PERFORM WRITE-LOCK-RECORD
           END-IF.

      ******************************************************************
      * COUNT THE LINE JUST PROCESSED TOWARD THE RUN SUMMARY. AN
                   INTO RUNLOG-RECORD
               END-STRING
           END-IF
           IF WS-LOCK-TIMED-OUT
               STRING FUNCTION TRIM(RUNLOG-RECORD) DELIMITED BY SIZE
                   "|LOCK-TIMEOUT" DELIMITED BY SIZE
                   INTO RUNLOG-RECORD
               END-STRING
           END-IF
           WRITE RUNLOG-RECORD
           PERFORM WRITE-RUNERR-LINE VARYING WS-ERRCODE-I FROM 1 BY 1
               UNTIL WS-ERRCODE-I > WS-ERRCODE-CNT
               DISPLAY "OK|RUN-SUMMARY|OPEN-FAILED|"
                   FUNCTION TRIM(WS-BATCH-PATH)
           END-IF
           IF WS-LOCK-TIMED-OUT
               DISPLAY "OK|RUN-SUMMARY|LOCK-TIMEOUT|"
                   FUNCTION TRIM(WS-BATCH-PATH)
           END-IF
           PERFORM SHOW-RUNERR-LINE VARYING WS-ERRCODE-I FROM 1 BY 1
               UNTIL WS-ERRCODE-I > WS-ERRCODE-CNT.

               FUNCTION TRIM(WS-ERRCODE-NAME(WS-ERRCODE-I))
               "|" FUNCTION TRIM(WS-ERRCODE-NUM-ED).

      ******************************************************************
      * RUN LOCK TIMINGS: ONE RECORD IN MININ-LOCKCFG.DAT,
      * wait-seconds|stale-minutes. NO FILE, OR A FIELD LEFT BLANK,
      * KEEPS THE DEFAULT (WAIT 30, STALE 60)
      ******************************************************************
       LOAD-LOCK-CONFIG.
           OPEN INPUT LOCKCFG-FILE
           IF WS-LOCKCFG-STATUS = "00"
               READ LOCKCFG-FILE
                   NOT AT END
                       MOVE SPACES TO WS-LOCK-F1 WS-LOCK-F2
                       UNSTRING LOCKCFG-RECORD DELIMITED BY "|"
                           INTO WS-LOCK-F1 WS-LOCK-F2
                       IF FUNCTION TRIM(WS-LOCK-F1) IS NUMERIC
                               AND FUNCTION TRIM(WS-LOCK-F1)
                               NOT = SPACES
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-LOCK-F1))
                               TO WS-LOCK-WAIT
                       END-IF
                       IF FUNCTION TRIM(WS-LOCK-F2) IS NUMERIC
                               AND FUNCTION TRIM(WS-LOCK-F2)
                               NOT = SPACES
                           MOVE FUNCTION NUMVAL(
                               FUNCTION TRIM(WS-LOCK-F2))
                               TO WS-LOCK-STALE
                       END-IF
               END-READ
               CLOSE LOCKCFG-FILE
           END-IF.

      ******************************************************************
      * TAKE THE RUN LOCK FOR WS-LOCK-OWNER, RETRYING ONCE A SECOND
      * FOR UP TO WS-LOCK-WAIT SECONDS; WS-LOCK-TIMED-OUT IF NOT
      ******************************************************************
       ACQUIRE-RUN-LOCK.
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
           MOVE "N" TO WS-LOCK-FAIL
           MOVE 0 TO WS-LOCK-TRIES
           PERFORM TRY-RUN-LOCK
           PERFORM WAIT-RUN-LOCK
               UNTIL WS-LOCK-HELD OR WS-LOCK-TRIES >= WS-LOCK-WAIT
           IF NOT WS-LOCK-HELD
               MOVE "Y" TO WS-LOCK-FAIL
           END-IF.

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
               PERFORM WRITE-LOCK-RECORD
           END-IF.

      ******************************************************************
      * (RE)WRITE THE HOLDER'S RECORD WITH A FRESH HEARTBEAT
      ******************************************************************
       WRITE-LOCK-RECORD.
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
           CLOSE LOCK-FILE.

       RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               CALL "CBL_DELETE_FILE" USING WS-LOCK-PATH
               CALL "CBL_DELETE_DIR" USING WS-LOCK-DIR
               MOVE 0 TO RETURN-CODE
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
      * READ THE LIVE ACTIVITY COUNTERS SO STATUS/LOAD REPORTING
      * SURVIVES ACROSS INVOCATIONS
               END-IF
           END-IF.

      ******************************************************************
      * LOAD THE WATCHLIST (MININ-WATCHLIST.DAT, ONE TERM PER LINE),
      * IF PRESENT. A WATCHLIST TERM DOES NOT BLOCK THE MESSAGE; IT
      * PUTS IT ON THE REVIEW QUEUE FOR A MODERATOR TO LOOK AT.
      ******************************************************************
       LOAD-WATCH-WORDS.
           MOVE 0 TO WS-WATCH-CNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT WATCH-FILE
           IF WS-WATCH-STATUS = "00"
               PERFORM READ-WATCH-LINE
                   UNTIL WS-EOF OR WS-WATCH-CNT = 50
               CLOSE WATCH-FILE
           END-IF.

       READ-WATCH-LINE.
           READ WATCH-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WATCH-RECORD NOT = SPACES
                       ADD 1 TO WS-WATCH-CNT
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WATCH-RECORD))
                           TO WATCH-ENTRY(WS-WATCH-CNT)
                   END-IF
           END-READ.

      ******************************************************************
      * CHECK WS-PARAM2 (THE MESSAGE TEXT) AGAINST THE WATCHLIST,
      * SETTING WS-WATCH-FOUND AND THE FIRST TERM MATCHED
      ******************************************************************
       CHECK-WATCH-WORDS.
           MOVE "N" TO WS-WATCH-HIT
           MOVE SPACES TO WS-WATCH-TERM
           MOVE SPACES TO WS-BAN-MSG
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
               TO WS-BAN-MSG
           PERFORM SCAN-WATCH-WORD VARYING WS-WATCH-IDX FROM 1 BY 1
               UNTIL WS-WATCH-IDX > WS-WATCH-CNT OR WS-WATCH-FOUND.

       SCAN-WATCH-WORD.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(
               WATCH-ENTRY(WS-WATCH-IDX))) TO WS-BAN-WORD-LEN
           IF WS-BAN-WORD-LEN > 0
               MOVE 0 TO WS-BAN-TALLY
               INSPECT WS-BAN-MSG TALLYING WS-BAN-TALLY FOR ALL
                   WATCH-ENTRY(WS-WATCH-IDX)(1:WS-BAN-WORD-LEN)
               IF WS-BAN-TALLY > 0
                   MOVE "Y" TO WS-WATCH-HIT
                   MOVE WATCH-ENTRY(WS-WATCH-IDX) TO WS-WATCH-TERM
               END-IF
           END-IF.

      ******************************************************************
      * PIPE-DELIMITED PARSER
      * Splits input on "|" into ACTION, PARAM1, PARAM2, PARAM3
      * (PARAM4 FOR A WHISPER BODY) AND PARAM5
      ******************************************************************
       PARSE-PIPES.
           MOVE SPACES TO WS-ACTION WS-PARAM1
               WS-PARAM2 WS-PARAM3 WS-PARAM4 WS-PARAM5
               WS-PARAM6 WS-PARAM7
           MOVE "N" TO WS-TRUNC-FLAG
           MOVE 1 TO WS-START
           MOVE 0 TO WS-PIPE-CNT
                           MOVE WS-INPUT(WS-START:WS-LEN)
                               TO WS-PARAM3
                       END-IF
                   WHEN 5
                       IF WS-LEN > 64
                           MOVE "Y" TO WS-TRUNC-FLAG
                       END-IF
                       MOVE WS-INPUT(WS-START:WS-LEN)
                           TO WS-PARAM5
                   WHEN 6
                       IF WS-LEN > 256
                           MOVE "Y" TO WS-TRUNC-FLAG
                       END-IF
                       MOVE WS-INPUT(WS-START:WS-LEN)
                           TO WS-PARAM6
                   WHEN 7
                       IF WS-LEN > 64
                           MOVE "Y" TO WS-TRUNC-FLAG
                       END-IF
                       MOVE WS-INPUT(WS-START:WS-LEN)
                           TO WS-PARAM7
               END-EVALUATE
           END-IF.

           IF WS-FIELDS-MISSING
               MOVE "ERR|MISSING-FIELD" TO WS-OUTPUT
           ELSE
               PERFORM CHECK-OPERATOR-ACCESS
           END-IF
           IF WS-OUTPUT = SPACES
               EVALUATE WS-MSG-UPPER
                   WHEN "FORMAT"
                       PERFORM DO-FORMAT
                       PERFORM DO-REVEAL
                   WHEN "NOTIFY"
                       PERFORM DO-NOTIFY
                   WHEN "INBOX"
                       PERFORM DO-INBOX
                   WHEN "READ"
                       PERFORM DO-READ
                   WHEN "REDACT"
                       PERFORM DO-REDACT
                   WHEN "HOLD"
                       PERFORM DO-HOLD
                   WHEN "RELEASE"
                       PERFORM DO-RELEASE
                   WHEN "REPORT"
                       PERFORM DO-REPORT
                   WHEN "REVIEW"
                       PERFORM DO-REVIEW
                   WHEN "REVIEWLIST"
                       PERFORM DO-REVIEWLIST
                   WHEN "SETTOPIC"
                       PERFORM DO-SETTOPIC
                   WHEN "CLOSEROOM"
                       PERFORM DO-CLOSEROOM
                   WHEN "REOPEN"
                       PERFORM DO-REOPEN
                   WHEN "INVITE"
                       PERFORM DO-INVITE
                   WHEN "ROOMACCESS"
                       PERFORM DO-ROOMACCESS
                   WHEN "ROOMCOST"
                       PERFORM DO-ROOMCOST
                   WHEN "SCHEDULE"
                       PERFORM DO-SCHEDULE
                   WHEN "SCHEDLIST"
               END-EVALUATE
           END-IF.

      ******************************************************************
      * OPERATOR AUTHORIZATION FOR THE ADMINISTRATIVE COMMANDS. EACH
      * ONE CARRIES THE ACTING OPERATOR'S ID IN ITS LAST FIELD AND
      * NEEDS A ROLE GRANTED ON MININ-OPERATORS.DAT:
      *   MODERATOR   - MUTE, BAN, REVIEW, REVIEWLIST
      *   ROOM-ADMIN  - ADDROOM, SETTOPIC, CLOSEROOM, REOPEN,
      *                 INVITE, ROOMACCESS, ROOMCOST
      *   OPERATIONS  - SYSTEM, SCHEDULE, SCHEDCANCEL, ROLLOFF,
      *                 SNAPSHOT, RESTORE, RENAME, DEACTIVATE,
      *                 RECONCILE|REBUILD
      *   COMPLIANCE  - REVEAL (THE KEY PHRASE IS STILL REQUIRED),
      *                 REDACT, HOLD, RELEASE
      * A BLANK OPERATOR IS A MISSING FIELD; AN OPERATOR NOT ON FILE
      * (OR WHOSE EVERY GRANT IS INACTIVE) GETS ERR|NO-SUCH-OPERATOR
      * AND ONE WITHOUT THE ROLE GETS ERR|NOT-PERMITTED. BOTH
      * REFUSALS ARE AUDITED. ALSO SETS WS-AUDIT-ACTOR FOR EVERY
      * AUDIT RECORD THE REQUEST GOES ON TO WRITE.
      ******************************************************************
       CHECK-OPERATOR-ACCESS.
           MOVE SPACES TO WS-OPER-ID WS-OPER-ROLE
           EVALUATE WS-MSG-UPPER
               WHEN "MUTE"
               WHEN "BAN"
               WHEN "REVIEW"
                   MOVE "MODERATOR" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM5))
                       TO WS-OPER-ID
               WHEN "REVIEWLIST"
                   MOVE "MODERATOR" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM1))
                       TO WS-OPER-ID
               WHEN "CLOSEROOM"
               WHEN "REOPEN"
                   MOVE "ROOM-ADMIN" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
                       TO WS-OPER-ID
               WHEN "SETTOPIC"
               WHEN "INVITE"
               WHEN "ROOMACCESS"
               WHEN "ROOMCOST"
                   MOVE "ROOM-ADMIN" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM3))
                       TO WS-OPER-ID
               WHEN "ADDROOM"
                   MOVE "ROOM-ADMIN" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM5))
                       TO WS-OPER-ID
               WHEN "SYSTEM"
               WHEN "SCHEDCANCEL"
                   MOVE "OPERATIONS" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
                       TO WS-OPER-ID
               WHEN "SCHEDULE"
                   MOVE "OPERATIONS" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM5))
                       TO WS-OPER-ID
               WHEN "ROLLOFF"
               WHEN "SNAPSHOT"
               WHEN "RESTORE"
               WHEN "DEACTIVATE"
                   MOVE "OPERATIONS" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
                       TO WS-OPER-ID
               WHEN "RENAME"
                   MOVE "OPERATIONS" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM3))
                       TO WS-OPER-ID
               WHEN "RECONCILE"
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM1))
                           = "REBUILD"
                       MOVE "OPERATIONS" TO WS-OPER-ROLE
                       MOVE FUNCTION UPPER-CASE(
                           FUNCTION TRIM(WS-PARAM2)) TO WS-OPER-ID
                   END-IF
               WHEN "REDACT"
                   MOVE "COMPLIANCE" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM7))
                       TO WS-OPER-ID
               WHEN "HOLD"
                   MOVE "COMPLIANCE" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM5))
                       TO WS-OPER-ID
               WHEN "RELEASE"
                   MOVE "COMPLIANCE" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
                       TO WS-OPER-ID
               WHEN "REVEAL"
                   MOVE "COMPLIANCE" TO WS-OPER-ROLE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
                       TO WS-OPER-ID
      * THE KEY PHRASE NEVER REACHES THE AUDIT TRAIL
                   MOVE SPACES TO WS-INPUT
                   STRING "REVEAL|********|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
                       INTO WS-INPUT
                   END-STRING
           END-EVALUATE
           MOVE SPACES TO WS-AUDIT-ACTOR
           EVALUATE TRUE
               WHEN WS-OPER-ROLE NOT = SPACES
                   MOVE WS-OPER-ID TO WS-AUDIT-ACTOR
               WHEN WS-MSG-UPPER = "FORMAT" OR "WHISPER" OR "REGISTER"
                       OR "JOIN" OR "LEAVE" OR "NOTIFY" OR "INBOX"
                       OR "READ" OR "REPORT"
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM1))
                       TO WS-AUDIT-ACTOR
               WHEN (WS-MSG-UPPER = "HISTORY" OR "SEARCH")
                       AND WS-PARAM3 NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM3))
                       TO WS-AUDIT-ACTOR
               WHEN WS-MSG-UPPER = "WHO" AND WS-PARAM2 NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
                       TO WS-AUDIT-ACTOR
               WHEN OTHER
                   MOVE "UNIDENTIFIED" TO WS-AUDIT-ACTOR
           END-EVALUATE
           IF WS-OPER-ROLE NOT = SPACES
               IF WS-OPER-ID = SPACES
                   MOVE "ERR|MISSING-FIELD" TO WS-OUTPUT
               ELSE
                   PERFORM LOOKUP-OPERATOR
                   IF NOT WS-OPER-ON-FILE
                       MOVE "ERR|NO-SUCH-OPERATOR" TO WS-OUTPUT
                       MOVE SPACES TO WS-AUDIT-OUTCOME
                       STRING "NO-SUCH-OPERATOR|" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
                           INTO WS-AUDIT-OUTCOME
                       END-STRING
                       PERFORM WRITE-AUDIT
                   ELSE
                       IF NOT WS-OPER-HAS-ROLE
                           MOVE "ERR|NOT-PERMITTED" TO WS-OUTPUT
                           MOVE SPACES TO WS-AUDIT-OUTCOME
                           STRING "NOT-PERMITTED|" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-OPER-ID)
                                   DELIMITED BY SIZE
                               "|" DELIMITED BY SIZE
                               FUNCTION TRIM(WS-OPER-ROLE)
                                   DELIMITED BY SIZE
                               INTO WS-AUDIT-OUTCOME
                           END-STRING
                           PERFORM WRITE-AUDIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SCAN THE OPERATOR MASTER FOR WS-OPER-ID, SETTING
      * WS-OPER-ON-FILE WHEN IT HOLDS ANY ACTIVE GRANT AND
      * WS-OPER-HAS-ROLE WHEN ONE OF THEM IS WS-OPER-ROLE. NO FILE
      * MEANS NO OPERATORS - EVERY ADMINISTRATIVE COMMAND IS REFUSED.
      ******************************************************************
       LOOKUP-OPERATOR.
           MOVE "N" TO WS-OPER-KNOWN
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
                       MOVE "Y" TO WS-OPER-KNOWN
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(OP-ROLE))
                               = FUNCTION TRIM(WS-OPER-ROLE)
                           MOVE "Y" TO WS-OPER-GRANT
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * ENFORCE THE MINIMUM FIELD COUNT EACH ACTION NEEDS TO PRODUCE A
      * MEANINGFUL RESPONSE, SO A TRUNCATED COMMAND DOES NOT SILENTLY
                   IF WS-PARAM-CNT < 1
                       MOVE "N" TO WS-FIELDS-OK
                   END-IF
               WHEN "INBOX"
                   IF WS-PARAM-CNT < 1
                       MOVE "N" TO WS-FIELDS-OK
                   END-IF
               WHEN "READ"
                   IF WS-PARAM-CNT < 2
                       MOVE "N" TO WS-FIELDS-OK
                   END-IF
               WHEN "REDACT"
                   IF WS-PARAM-CNT < 5
                       MOVE "N" TO WS-FIELDS-OK
                   END-IF
               WHEN "HOLD"
                   IF WS-PARAM-CNT < 3
                       MOVE "N" TO WS-FIELDS-OK
                   END-IF
               WHEN "RELEASE"
                   IF WS-PARAM-CNT < 1
                       MOVE "N" TO WS-FIELDS-OK
                   END-IF
               WHEN "REPORT"
                   IF WS-PARAM-CNT < 4
                       MOVE "N" TO WS-FIELDS-OK
                   END-IF
               WHEN "REVIEW"
                   IF WS-PARAM-CNT < 2
                       MOVE "N" TO WS-FIELDS-OK
                   END-IF
               WHEN "SETTOPIC"
                   IF WS-PARAM-CNT < 2
                       MOVE "N" TO WS-FIELDS-OK
                   IF WS-PARAM-CNT < 1
                       MOVE "N" TO WS-FIELDS-OK
                   END-IF
               WHEN "INVITE"
                   IF WS-PARAM-CNT < 2
                       MOVE "N" TO WS-FIELDS-OK
                   END-IF
               WHEN "ROOMACCESS"
               WHEN "ROOMCOST"
                   IF WS-PARAM-CNT < 2
                       MOVE "N" TO WS-FIELDS-OK
                   END-IF
               WHEN "SCHEDULE"
                   IF WS-PARAM-CNT < 2
                       MOVE "N" TO WS-FIELDS-OK
      * Logged for DISPATCH WHEN OTHER, DO-VALIDATE WHEN OTHER,
      * every DO-SYSTEM announcement, and every message the
      * banned-word filter rejects.
      * RECORD: YYYYMMDD|HH:MM:SS|actor|request|action|outcome - THE
      * OUTCOME STAYS LAST SO THE LAST-PIPE READERS FIND IT UNCHANGED.
      ******************************************************************
       WRITE-AUDIT.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW(1:2) TO WS-HOURS
           MOVE WS-TIME-NOW(3:2) TO WS-MINUTES
           MOVE WS-TIME-NOW(5:2) TO WS-SECONDS
           MOVE SPACES TO AUDIT-RECORD
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-HOURS DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-MINUTES DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-SECONDS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-AUDIT-ACTOR) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-INPUT TRAILING) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
               PERFORM VALIDATE-ROOM-NAME
               PERFORM CHECK-FORMAT-ROOM
               IF WS-ROOM-NAME-OK AND WS-ROOM-EXISTS
                       AND NOT WS-ROOM-IS-CLOSED AND WS-MEMB-EXISTS
                   ADD 1 TO WS-CTR-FORMATTED
                   PERFORM SAVE-COUNTERS
                   ACCEPT WS-MSG-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-TIME-NOW FROM TIME
                   MOVE WS-TIME-NOW(1:2) TO WS-HOURS
                   MOVE WS-TIME-NOW(3:2) TO WS-MINUTES
                   PERFORM BUILD-TRANSCRIPT-PATH
                   PERFORM WRITE-TRANSCRIPT
                   PERFORM SCAN-MENTIONS
                   PERFORM CHECK-WATCH-WORDS
                   IF WS-WATCH-FOUND
                       PERFORM FLAG-WATCH-HIT
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN NOT WS-ROOM-NAME-OK
                           MOVE "ERR|BAD-ROOM-NAME" TO WS-OUTPUT
                       WHEN NOT WS-ROOM-EXISTS
                           MOVE "ERR|NO-SUCH-ROOM" TO WS-OUTPUT
                       WHEN WS-ROOM-IS-CLOSED
                           MOVE "ERR|ROOM-CLOSED" TO WS-OUTPUT
                       WHEN OTHER
                           PERFORM REJECT-NOT-MEMBER
                   END-EVALUATE
               END-IF
           END-IF.
      * TRANSCRIPT FOR AN UNREGISTERED ROOM WOULD NEVER BE ROLLED,
      * PURGED, REPORTED OR RECONCILED. A REGISTERED ROOM - GENERAL
      * INCLUDED - CARRIES ITS STATUS OUT OF THE LOOKUP, SO A CLOSED
      * ROOM REFUSES NEW TRAFFIC, AND A PRIVATE ROOM TAKES TRAFFIC
      * ONLY FROM ITS MEMBERS (WS-MEMB-EXISTS).
      ******************************************************************
       CHECK-FORMAT-ROOM.
           MOVE "Y" TO WS-MEMB-FOUND
           IF WS-ROOM-NAME-OK
               MOVE WS-ROOM-UPPER TO WS-JOIN-ROOM
               PERFORM LOOKUP-ROOM
               IF NOT WS-ROOM-EXISTS AND WS-ROOM-UPPER = "GENERAL"
                   MOVE "Y" TO WS-ROOM-FOUND
               END-IF
               IF WS-ROOM-EXISTS AND NOT WS-ROOM-IS-CLOSED
                   MOVE WS-LOOKUP-NICK TO WS-REQ-NICK
                   PERFORM CHECK-ROOM-MEMBERSHIP
               END-IF
           END-IF.

      ******************************************************************
      ******************************************************************
       WRITE-TRANSCRIPT.
           MOVE SPACES TO TRANSCRIPT-RECORD
           STRING WS-MSG-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-HOURS DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-MINUTES DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
           END-STRING.

      ******************************************************************
      * SYSTEM MESSAGE: SYSTEM|text|oper
      ******************************************************************
       DO-SYSTEM.
           STRING "OK|*** " DELIMITED BY SIZE
           END-STRING.

      ******************************************************************
      * SCROLLBACK: HISTORY|room|count|nick|from|to
      * A PRIVATE ROOM'S SCROLLBACK GOES ONLY TO A MEMBER NAMED IN
      * <nick>.
      * Reads the room's transcript file in two passes - the first
      * counts entries, the second emits the last WS-HIST-MAX of them
      * as OK|-prefixed lines - since the transcript is a plain
      * LINE SEQUENTIAL file with no relative access. With a date
      * range (<from> and/or <to>, YYYYMMDD) only messages dated in
      * the range count, and the room's archives cataloged on or
      * after <from> are read ahead of the live transcript.
      ******************************************************************
       DO-HISTORY.
           MOVE SPACES TO WS-ROOM-UPPER
               IF NOT WS-CNT-IS-NUMERIC
                   MOVE "ERR|BAD-COUNT" TO WS-OUTPUT
               ELSE
                   MOVE WS-ROOM-UPPER TO WS-JOIN-ROOM
                   PERFORM LOOKUP-ROOM
                   MOVE SPACES TO WS-REQ-NICK
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM3))
                       TO WS-REQ-NICK
                   PERFORM CHECK-ROOM-PRIVACY
               END-IF
               IF WS-OUTPUT = SPACES
                   PERFORM EDIT-DATE-RANGE
               END-IF
               IF WS-OUTPUT = SPACES
                   PERFORM BUILD-TRANSCRIPT-PATH
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARAM2))
                       TO WS-HIST-MAX
                   MOVE 0 TO WS-HIST-TOTAL
                   MOVE "C" TO WS-WALK-MODE
                   PERFORM WALK-ROOM-RECORDS
                   IF WS-HIST-TOTAL > WS-HIST-MAX
                       COMPUTE WS-HIST-START =
                           WS-HIST-TOTAL - WS-HIST-MAX + 1
                   ELSE
                       MOVE 1 TO WS-HIST-START
                   END-IF
                   MOVE 0 TO WS-HIST-I
                   MOVE "E" TO WS-WALK-MODE
                   PERFORM WALK-ROOM-RECORDS
                   STRING "OK|HISTORY-END|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-ROOM-UPPER) DELIMITED BY SIZE
                       INTO WS-OUTPUT
           END-IF
           ADD 1 TO WS-CNT-IDX.

      ******************************************************************
      * EDIT THE OPTIONAL DATE RANGE OF HISTORY AND SEARCH - <from> IN
      * WS-PARAM5, <to> IN WS-PARAM6, EACH YYYYMMDD. A BLANK BOUND IS
      * OPEN; WITH BOTH BLANK WS-RANGE-IS-GIVEN STAYS OFF AND ONLY
      * THE LIVE TRANSCRIPT IS READ, AS BEFORE.
      ******************************************************************
       EDIT-DATE-RANGE.
           MOVE "N" TO WS-RANGE-GIVEN
           MOVE "Y" TO WS-RANGE-VALID
           MOVE "00000000" TO WS-RANGE-FROM
           MOVE "99999999" TO WS-RANGE-TO
           MOVE SPACES TO WS-RANGE-ARG
           MOVE FUNCTION TRIM(WS-PARAM5) TO WS-RANGE-ARG
           IF WS-RANGE-ARG NOT = SPACES
               PERFORM CHECK-RANGE-ARG
               MOVE WS-RANGE-ARG(1:8) TO WS-RANGE-FROM
           END-IF
           MOVE SPACES TO WS-RANGE-ARG
           MOVE FUNCTION TRIM(WS-PARAM6) TO WS-RANGE-ARG
           IF WS-RANGE-ARG NOT = SPACES
               PERFORM CHECK-RANGE-ARG
               MOVE WS-RANGE-ARG(1:8) TO WS-RANGE-TO
           END-IF
           IF WS-RANGE-IS-VALID AND WS-RANGE-FROM > WS-RANGE-TO
               MOVE "N" TO WS-RANGE-VALID
           END-IF
           IF NOT WS-RANGE-IS-VALID
               MOVE "ERR|BAD-DATE" TO WS-OUTPUT
           END-IF.

       CHECK-RANGE-ARG.
           MOVE "Y" TO WS-RANGE-GIVEN
           IF WS-RANGE-ARG(9:248) NOT = SPACES
                   OR WS-RANGE-ARG(1:8) IS NOT NUMERIC
               MOVE "N" TO WS-RANGE-VALID
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(WS-RANGE-ARG(1:8))) NOT = 0
                   MOVE "N" TO WS-RANGE-VALID
               END-IF
           END-IF.

      ******************************************************************
      * WALK THE MESSAGES OF ROOM WS-ROOM-UPPER IN WS-WALK-MODE -
      * COUNTING FOR HISTORY, EMITTING THE HISTORY LINES FROM
      * WS-HIST-START ON, OR SEARCHING FOR WS-SEARCH-KEY. WITH A
      * DATE RANGE THE ROOM'S ARCHIVES CATALOGED ON OR AFTER <from>
      * COME FIRST (AN ARCHIVE ROLLED EARLIER HOLDS NOTHING SO
      * RECENT); THE LIVE TRANSCRIPT (WS-TRANSCRIPT-PATH) IS ALWAYS
      * READ. ONLY MESSAGES DATED INSIDE THE RANGE ARE TAKEN.
      ******************************************************************
       WALK-ROOM-RECORDS.
           IF WS-RANGE-IS-GIVEN
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS = "00"
                   PERFORM WALK-CATALOG-LINE UNTIL WS-EOF
                   CLOSE CATALOG-FILE
               END-IF
           END-IF
           ACCEPT WS-TX-DEFAULT-DATE FROM DATE YYYYMMDD
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-STATUS = "00"
               PERFORM WALK-TRANSCRIPT-LINE UNTIL WS-EOF
               CLOSE TRANSCRIPT-FILE
           END-IF.

       WALK-CATALOG-LINE.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO AR-ROOM AR-DATE AR-PATH
                   UNSTRING CATALOG-RECORD DELIMITED BY "|"
                       INTO AR-ROOM AR-DATE AR-PATH
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROOM))
                           = WS-ROOM-UPPER
                           AND AR-DATE >= WS-RANGE-FROM
                       PERFORM WALK-ONE-ARCHIVE
                   END-IF
           END-READ.

      * AN UNDATED ARCHIVE RECORD TAKES THE CATALOG ROLL DATE
       WALK-ONE-ARCHIVE.
           MOVE SPACES TO WS-ARCHIVE-PATH
           MOVE AR-PATH TO WS-ARCHIVE-PATH
           MOVE AR-DATE TO WS-TX-DEFAULT-DATE
           MOVE "N" TO WS-ARC-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM WALK-ARCHIVE-LINE UNTIL WS-ARC-EOF
               CLOSE ARCHIVE-FILE
           END-IF.

       WALK-ARCHIVE-LINE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-ARC-EOF TO TRUE
               NOT AT END
                   MOVE ARCHIVE-RECORD TO WS-TX-RECORD
                   PERFORM WALK-ONE-RECORD
           END-READ.

       WALK-TRANSCRIPT-LINE.
           READ TRANSCRIPT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE TRANSCRIPT-RECORD TO WS-TX-RECORD
                   PERFORM WALK-ONE-RECORD
           END-READ.

       WALK-ONE-RECORD.
           PERFORM SPLIT-TX-RECORD
           IF RD-DATE >= WS-RANGE-FROM AND RD-DATE <= WS-RANGE-TO
               EVALUATE TRUE
                   WHEN WS-WALK-COUNTING
                       ADD 1 TO WS-HIST-TOTAL
                   WHEN WS-WALK-EMITTING
                       ADD 1 TO WS-HIST-I
                       IF WS-HIST-I >= WS-HIST-START
                           PERFORM EMIT-TX-RECORD
                       END-IF
                   WHEN OTHER
                       PERFORM MATCH-SEARCH-KEY
               END-EVALUATE
           END-IF.

      ******************************************************************
      * SPLIT WS-TX-RECORD (date|time|nick|room|text) INTO RD-DATE,
      * RD-TIME, RD-NICK, RD-ROOM AND RD-TEXT. AN UNDATED RECORD
      * (time|nick|room|text) SETS WS-TX-IS-UNDATED AND TAKES
      * WS-TX-DEFAULT-DATE.
      ******************************************************************
       SPLIT-TX-RECORD.
           MOVE SPACES TO RD-DATE RD-TIME RD-NICK RD-ROOM RD-TEXT
           IF WS-TX-RECORD(3:1) = ":"
               MOVE "Y" TO WS-TX-UNDATED
               MOVE WS-TX-DEFAULT-DATE TO RD-DATE
               UNSTRING WS-TX-RECORD DELIMITED BY "|"
                   INTO RD-TIME RD-NICK RD-ROOM RD-TEXT
           ELSE
               MOVE "N" TO WS-TX-UNDATED
               UNSTRING WS-TX-RECORD DELIMITED BY "|"
                   INTO RD-DATE RD-TIME RD-NICK RD-ROOM RD-TEXT
           END-IF.

      * AN UNDATED RECORD IS SHOWN WITH ITS DATE IN FRONT, SO EVERY
      * LINE READS date|time|nick|room|text
       EMIT-TX-RECORD.
           IF WS-TX-IS-UNDATED
               DISPLAY "OK|" RD-DATE "|"
                   FUNCTION TRIM(WS-TX-RECORD TRAILING)
           ELSE
               DISPLAY "OK|" FUNCTION TRIM(WS-TX-RECORD TRAILING)
           END-IF.

      ******************************************************************
      * LOOK UP WS-JOIN-ROOM IN THE ROOM MASTER, SETTING
      * WS-ROOM-EXISTS AND, FOR A ROOM ON FILE, WS-ROOM-IS-CLOSED
      * AND WS-ROOM-IS-PRIVATE
      ******************************************************************
       LOOKUP-ROOM.
           MOVE "N" TO WS-ROOM-FOUND
           MOVE "N" TO WS-ROOM-STATE
           MOVE "N" TO WS-ROOM-ACCESS
           MOVE 0 TO WS-ROOM-COUNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT ROOMS-FILE
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROOM-COUNT
                   MOVE SPACES TO RM-STATUS RM-ACCESS
                   UNSTRING ROOMS-RECORD DELIMITED BY "|"
                       INTO RM-NAME RM-TOPIC RM-CREATED RM-MEMBERS
                           RM-STATUS RM-ACCESS
                   IF FUNCTION TRIM(RM-NAME) =
                           FUNCTION TRIM(WS-JOIN-ROOM)
                       MOVE "Y" TO WS-ROOM-FOUND
                       IF FUNCTION TRIM(RM-STATUS) = "CLOSED"
                           MOVE "Y" TO WS-ROOM-STATE
                       END-IF
                       IF FUNCTION TRIM(RM-ACCESS) = "PRIVATE"
                           MOVE "Y" TO WS-ROOM-ACCESS
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * REGISTER A NEW ROOM: ADDROOM|room|topic|access|oper
      * ACCESS IS PUBLIC (THE DEFAULT) OR PRIVATE
      ******************************************************************
       DO-ADDROOM.
           IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM1)) > 64
               TO WS-JOIN-ROOM
           MOVE WS-JOIN-ROOM TO WS-ROOM-UPPER
           PERFORM VALIDATE-ROOM-NAME
           MOVE SPACES TO WS-ROOM-NEW-ACCESS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM3))
               TO WS-ROOM-NEW-ACCESS
           PERFORM EDIT-ROOM-ACCESS
           IF NOT WS-ROOM-NAME-OK
               MOVE "ERR|BAD-ROOM-NAME" TO WS-OUTPUT
           ELSE
           IF WS-OUTPUT = SPACES
               PERFORM LOOKUP-ROOM
               IF WS-ROOM-EXISTS
                   MOVE "ERR|ROOM-EXISTS" TO WS-OUTPUT
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      ******************************************************************
      * EDIT THE ACCESS VALUE THE CALLER LOADED INTO
      * WS-ROOM-NEW-ACCESS: BLANK DEFAULTS TO PUBLIC, ANYTHING BUT
      * PUBLIC OR PRIVATE IS REFUSED WITH ERR|BAD-ACCESS
      ******************************************************************
       EDIT-ROOM-ACCESS.
           EVALUATE WS-ROOM-NEW-ACCESS
               WHEN SPACES
                   MOVE "PUBLIC" TO WS-ROOM-NEW-ACCESS
               WHEN "PUBLIC"
               WHEN "PRIVATE"
                   CONTINUE
               WHEN OTHER
                   MOVE "ERR|BAD-ACCESS" TO WS-OUTPUT
           END-EVALUATE.

      ******************************************************************
      * BUILD THE ROOM-MASTER RECORD FOR THE ROOM BEING ADDED, FROM
      * WS-JOIN-ROOM AND THE TOPIC IN WS-PARAM2, INTO ROOMS-RECORD
           ACCEPT RM-CREATED FROM DATE YYYYMMDD
           MOVE 0 TO RM-MEMBERS
           MOVE "OPEN" TO RM-STATUS
           MOVE SPACES TO RM-ACCESS
           MOVE WS-ROOM-NEW-ACCESS TO RM-ACCESS
           MOVE SPACES TO ROOMS-RECORD
           STRING FUNCTION TRIM(RM-NAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               RM-MEMBERS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RM-STATUS) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RM-ACCESS) DELIMITED BY SIZE
               INTO ROOMS-RECORD
               ON OVERFLOW
                   MOVE "Y" TO WS-TRUNC-FLAG
           WRITE ROOMS-RECORD.

      ******************************************************************
      * ROOM LIFECYCLE: SETTOPIC|room|topic|oper, CLOSEROOM|room|oper,
      * REOPEN|room|oper. A CLOSED ROOM REFUSES FORMAT AND JOIN TRAFFIC
      * UNTIL REOPENED AND ITS MASTER SLOT BECOMES RECLAIMABLE BY
      * ADDROOM AT CAPACITY; ITS TRANSCRIPT AND ARCHIVES ARE NEVER
      * TOUCHED, SO THE AUDITABLE HISTORY SURVIVES THE ROOM. EVERY
               END-IF
           END-IF.

      ******************************************************************
      * ROOM ACCESS: ROOMACCESS|room|PUBLIC-or-PRIVATE|oper
      * A PRIVATE ROOM ADMITS ONLY ITS MEMBERS TO FORMAT, HISTORY,
      * SEARCH AND WHO, AND ONLY INVITED NICKS TO JOIN. MEMBERS
      * ALREADY SIGNED IN WHEN A ROOM GOES PRIVATE STAY MEMBERS.
      ******************************************************************
       DO-ROOMACCESS.
           PERFORM EDIT-LIFECYCLE-ROOM
           IF WS-OUTPUT = SPACES
               MOVE SPACES TO WS-ROOM-NEW-ACCESS
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
                   TO WS-ROOM-NEW-ACCESS
               IF WS-ROOM-NEW-ACCESS = SPACES
                   MOVE "ERR|BAD-ACCESS" TO WS-OUTPUT
               ELSE
                   PERFORM EDIT-ROOM-ACCESS
               END-IF
           END-IF
           IF WS-OUTPUT = SPACES
               MOVE "A" TO WS-ROOM-EDIT-OP
               PERFORM UPDATE-ROOM-MASTER
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "ROOM-ACCESS|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-UPPER) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-NEW-ACCESS) DELIMITED BY SIZE
                   INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT
               MOVE SPACES TO WS-OUTPUT
               STRING "OK|ROOM-ACCESS|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-UPPER) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-NEW-ACCESS) DELIMITED BY SIZE
                   INTO WS-OUTPUT
               END-STRING
           END-IF.

      ******************************************************************
      * ROOM COST CENTER: ROOMCOST|room|costctr|oper
      * NAMES THE DEPARTMENT THAT OWNS THE ROOM, FOR THE MONTHLY
      * CHARGEBACK IN MININ-CHGBACK. A COST CENTER OF NONE CLEARS
      * THE ASSIGNMENT AND THE ROOM FALLS BACK TO UNASSIGNED.
      ******************************************************************
       DO-ROOMCOST.
           PERFORM EDIT-LIFECYCLE-ROOM
           IF WS-OUTPUT = SPACES
               MOVE SPACES TO WS-ROOM-NEW-COSTCTR
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM2)) > 16
                   MOVE "ERR|BAD-COSTCTR" TO WS-OUTPUT
               ELSE
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
                       TO WS-ROOM-NEW-COSTCTR
                   PERFORM EDIT-ROOM-COSTCTR
               END-IF
           END-IF
           IF WS-OUTPUT = SPACES
               IF WS-ROOM-NEW-COSTCTR = "NONE"
                   MOVE SPACES TO WS-ROOM-NEW-COSTCTR
               END-IF
               MOVE "K" TO WS-ROOM-EDIT-OP
               PERFORM UPDATE-ROOM-MASTER
               IF WS-ROOM-NEW-COSTCTR = SPACES
                   MOVE "UNASSIGNED" TO WS-ROOM-NEW-COSTCTR
               END-IF
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "ROOM-COSTCTR|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-UPPER) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-NEW-COSTCTR) DELIMITED BY SIZE
                   INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT
               MOVE SPACES TO WS-OUTPUT
               STRING "OK|ROOM-COSTCTR|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-UPPER) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-NEW-COSTCTR) DELIMITED BY SIZE
                   INTO WS-OUTPUT
               END-STRING
           END-IF.

      ******************************************************************
      * EDIT THE COST CENTER IN WS-ROOM-NEW-COSTCTR: NON-BLANK AND
      * [A-Z0-9_-] ONLY, SO IT KEYS CLEANLY AGAINST THE RATE FILE.
      * UNASSIGNED IS RESERVED FOR THE CHARGEBACK'S CATCH-ALL LINE.
      ******************************************************************
       EDIT-ROOM-COSTCTR.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-ROOM-NEW-COSTCTR))
               TO WS-ROOM-LEN
           IF WS-ROOM-NEW-COSTCTR = SPACES
                   OR WS-ROOM-NEW-COSTCTR = "UNASSIGNED"
               MOVE "ERR|BAD-COSTCTR" TO WS-OUTPUT
           ELSE
               MOVE 1 TO WS-ROOM-IDX
               PERFORM CHECK-COSTCTR-CHAR
                   UNTIL WS-ROOM-IDX > WS-ROOM-LEN
           END-IF.

       CHECK-COSTCTR-CHAR.
           MOVE WS-ROOM-NEW-COSTCTR(WS-ROOM-IDX:1) TO WS-ROOM-CHAR
           IF (WS-ROOM-CHAR < "A" OR WS-ROOM-CHAR > "Z")
                   AND (WS-ROOM-CHAR < "0" OR WS-ROOM-CHAR > "9")
                   AND WS-ROOM-CHAR NOT = "-"
                   AND WS-ROOM-CHAR NOT = "_"
               MOVE "ERR|BAD-COSTCTR" TO WS-OUTPUT
           END-IF
           ADD 1 TO WS-ROOM-IDX.

      ******************************************************************
      * COMMON FIELD EDIT FOR THE LIFECYCLE COMMANDS: UPPER-CASE AND
      * VALIDATE THE ROOM IN PARAM1 AND LOOK IT UP, LEAVING
      ******************************************************************
      * REWRITE THE ROOM MASTER WITH WS-ROOM-UPPER'S RECORD PATCHED
      * PER WS-ROOM-EDIT-OP: "T" NEW TOPIC FROM WS-PARAM2, "C" MARK
      * CLOSED, "O" MARK OPEN, "A" SET THE ACCESS FROM
      * WS-ROOM-NEW-ACCESS, "K" SET THE COST CENTER FROM
      * WS-ROOM-NEW-COSTCTR. EVERY OTHER RECORD PASSES THROUGH
      * UNTOUCHED.
      ******************************************************************
       UPDATE-ROOM-MASTER.

       PATCH-ROOM-LINE.
           MOVE WS-RMREC-ENTRY(WS-RMREC-I) TO ROOMS-RECORD
           MOVE SPACES TO RM-STATUS RM-ACCESS RM-COSTCTR
           UNSTRING ROOMS-RECORD DELIMITED BY "|"
               INTO RM-NAME RM-TOPIC RM-CREATED RM-MEMBERS RM-STATUS
                   RM-ACCESS RM-COSTCTR
           IF FUNCTION TRIM(RM-NAME) = FUNCTION TRIM(WS-ROOM-UPPER)
               EVALUATE WS-ROOM-EDIT-OP
                   WHEN "T"
                       MOVE "CLOSED" TO RM-STATUS
                   WHEN "O"
                       MOVE "OPEN" TO RM-STATUS
                   WHEN "A"
                       MOVE WS-ROOM-NEW-ACCESS TO RM-ACCESS
                   WHEN "K"
                       MOVE WS-ROOM-NEW-COSTCTR TO RM-COSTCTR
               END-EVALUATE
               PERFORM REBUILD-ROOM-RECORD
           END-IF
           WRITE ROOMS-RECORD.

      ******************************************************************
      * SCHEDULED ANNOUNCEMENTS: SCHEDULE|stamp|text|room|oper
      * QUEUES AN ANNOUNCEMENT (id|YYYYMMDDHHMM|room|text) ON
      * MININ-SCHEDULE.DAT; ROOM ALL OR BLANK TARGETS EVERY OPEN
      * ROOM AT RELEASE TIME. SCHEDLIST AND SCHEDCANCEL|id|oper MANAGE
      * THE QUEUE. EVERY BATCH RUN RELEASES THE DUE ANNOUNCEMENTS
      * BEFORE PROCESSING ITS FIRST LINE, WRITING EACH ONE THROUGH
      * THE SAME SYSTEM-LINE FORMAT AND WRITE-TRANSCRIPT PATH AS
      * TO CARRY THE SYSTEM SENDER.
      ******************************************************************
       RELEASE-ONE-ANNOUNCEMENT.
           ACCEPT WS-MSG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE WS-TIME-NOW(1:2) TO WS-HOURS
           MOVE WS-TIME-NOW(3:2) TO WS-MINUTES
           END-IF
           MOVE "SCHEDULE-RELEASE" TO WS-INPUT
           MOVE "SCHEDULE" TO WS-ACTION
           MOVE "SYSTEM" TO WS-AUDIT-ACTOR
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "ANNOUNCEMENT-RELEASED|" DELIMITED BY SIZE
               SC-ID DELIMITED BY SIZE
           ELSE
               MOVE "SCHEDULE-RELEASE" TO WS-INPUT
               MOVE "SCHEDULE" TO WS-ACTION
               MOVE "SYSTEM" TO WS-AUDIT-ACTOR
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "ANNOUNCEMENT-SKIPPED|" DELIMITED BY SIZE
                   SC-ID DELIMITED BY SIZE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO RM-STATUS RM-ACCESS RM-COSTCTR
                   UNSTRING ROOMS-RECORD DELIMITED BY "|"
                       INTO RM-NAME RM-TOPIC RM-CREATED RM-MEMBERS
                           RM-STATUS RM-ACCESS RM-COSTCTR
                   IF FUNCTION TRIM(RM-STATUS) = SPACES
                       MOVE "OPEN" TO RM-STATUS
                   END-IF
                   IF FUNCTION TRIM(RM-ACCESS) = SPACES
                       MOVE "PUBLIC" TO RM-ACCESS
                   END-IF
                   IF FUNCTION TRIM(RM-COSTCTR) = SPACES
                       MOVE "UNASSIGNED" TO RM-COSTCTR
                   END-IF
                   DISPLAY "OK|" FUNCTION TRIM(RM-NAME) "|"
                       FUNCTION TRIM(RM-TOPIC) "|"
                       FUNCTION TRIM(RM-STATUS) "|"
                       FUNCTION TRIM(RM-ACCESS) "|"
                       FUNCTION TRIM(RM-COSTCTR)
           END-READ.

      ******************************************************************
           IF WS-WREC-OVERFLOW
               MOVE "ERR|TOO-LONG" TO WS-OUTPUT
           ELSE
               PERFORM BUILD-INBOX-PATH
               PERFORM COUNT-INBOX
               IF WS-INBOX-CNT >= 500
                   MOVE "ERR|INBOX-FULL" TO WS-OUTPUT
               ELSE
                   OPEN EXTEND WHISPER-FILE
                   IF WS-WHISPER-STATUS NOT = "00"
                       OPEN OUTPUT WHISPER-FILE
                   END-IF
                   WRITE WHISPER-RECORD
                   CLOSE WHISPER-FILE
                   PERFORM DELIVER-TO-INBOX
                   ADD 1 TO WS-CTR-WHISPERS
                   PERFORM SAVE-COUNTERS
               END-IF
           END-IF.

      ******************************************************************
      * RECIPIENT INBOX MAINTENANCE. WS-LOOKUP-NICK HOLDS THE
      * RECIPIENT; THE WHISPER LOG RECORD HAS JUST BEEN WRITTEN, AND
      * ITS CIPHERTEXT (WS-CIPHER-HEX) IS QUEUED UNREAD FOR THE
      * RECIPIENT, KEYED TO THE SAME TIME OF DAY.
      ******************************************************************
       BUILD-INBOX-PATH.
           MOVE SPACES TO WS-INBOX-PATH
           STRING "MININ-INBOX-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-LOOKUP-NICK) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-INBOX-PATH
           END-STRING.

       COUNT-INBOX.
           MOVE 0 TO WS-INBOX-CNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT INBOX-FILE
           IF WS-INBOX-STATUS = "00"
               PERFORM COUNT-INBOX-LINE UNTIL WS-EOF
               CLOSE INBOX-FILE
           END-IF.

       COUNT-INBOX-LINE.
           READ INBOX-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INBOX-CNT
           END-READ.

       DELIVER-TO-INBOX.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO INBOX-RECORD
           STRING WS-NOW-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-HOURS DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-MINUTES DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-SECONDS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARAM1) DELIMITED BY SIZE
               "|U|E:" DELIMITED BY SIZE
               FUNCTION TRIM(WS-CIPHER-HEX) DELIMITED BY SIZE
               INTO INBOX-RECORD
           END-STRING
           OPEN EXTEND INBOX-FILE
           IF WS-INBOX-STATUS NOT = "00"
               OPEN OUTPUT INBOX-FILE
           END-IF
           WRITE INBOX-RECORD
           CLOSE INBOX-FILE.

      ******************************************************************
      * WHISPER INBOX LISTING: INBOX|nick
      * One OK|n|date|time|from|UNREAD-or-READ line per delivered
      * whisper, oldest first, closing with
      * OK|INBOX-END|count|unread. Nothing is decrypted.
      ******************************************************************
       DO-INBOX.
           PERFORM EDIT-INBOX-NICK
           IF WS-OUTPUT = SPACES
               MOVE 0 TO WS-INBOX-CNT WS-INBOX-UNREAD
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT INBOX-FILE
               IF WS-INBOX-STATUS = "00"
                   PERFORM LIST-INBOX-LINE UNTIL WS-EOF
                   CLOSE INBOX-FILE
               END-IF
               MOVE WS-INBOX-CNT TO WS-INBOX-CNT-ED
               MOVE WS-INBOX-UNREAD TO WS-INBOX-UNREAD-ED
               STRING "OK|INBOX-END|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INBOX-CNT-ED) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-INBOX-UNREAD-ED) DELIMITED BY SIZE
                   INTO WS-OUTPUT
               END-STRING
           END-IF.

       LIST-INBOX-LINE.
           READ INBOX-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-INBOX-CNT
                   MOVE SPACES TO IB-DATE IB-TIME IB-FROM IB-FLAG
                       IB-BODY
                   UNSTRING INBOX-RECORD DELIMITED BY "|"
                       INTO IB-DATE IB-TIME IB-FROM IB-FLAG IB-BODY
                   MOVE WS-INBOX-CNT TO WS-INBOX-CNT-ED
                   IF IB-UNREAD
                       ADD 1 TO WS-INBOX-UNREAD
                       DISPLAY "OK|" FUNCTION TRIM(WS-INBOX-CNT-ED)
                           "|" IB-DATE "|" IB-TIME "|"
                           FUNCTION TRIM(IB-FROM) "|UNREAD"
                   ELSE
                       DISPLAY "OK|" FUNCTION TRIM(WS-INBOX-CNT-ED)
                           "|" IB-DATE "|" IB-TIME "|"
                           FUNCTION TRIM(IB-FROM) "|READ"
                   END-IF
           END-READ.

      ******************************************************************
      * OPEN ONE WHISPER: READ|nick|n
      * Decrypts inbox message n (as numbered by INBOX) into
      * OK|date|time|from|message and marks it read. Only that one
      * record is ever decrypted; the rest of the inbox is written
      * back unchanged.
      ******************************************************************
       DO-READ.
           PERFORM EDIT-INBOX-NICK
           IF WS-OUTPUT = SPACES
               PERFORM CHECK-HISTORY-COUNT
               IF NOT WS-CNT-IS-NUMERIC
                   MOVE "ERR|BAD-COUNT" TO WS-OUTPUT
               ELSE
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARAM2))
                       TO WS-INBOX-PICK
                   PERFORM LOAD-INBOX
                   IF WS-INBOX-PICK < 1
                           OR WS-INBOX-PICK > WS-INBOX-CNT
                       MOVE "ERR|NO-SUCH-MESSAGE" TO WS-OUTPUT
                   ELSE
                       PERFORM OPEN-INBOX-ENTRY
                   END-IF
               END-IF
           END-IF.

       OPEN-INBOX-ENTRY.
           MOVE SPACES TO IB-DATE IB-TIME IB-FROM IB-FLAG IB-BODY
           UNSTRING WS-INBOX-ENTRY(WS-INBOX-PICK) DELIMITED BY "|"
               INTO IB-DATE IB-TIME IB-FROM IB-FLAG IB-BODY
           MOVE "N" TO WS-HEX-OK
           IF IB-BODY(1:2) = "E:"
               MOVE SPACES TO WS-CIPHER-HEX
               MOVE IB-BODY(3:1024) TO WS-CIPHER-HEX
               COMPUTE WS-CIPHER-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(IB-BODY)) - 2
               PERFORM CHECK-BODY-IS-HEX
           END-IF
           IF WS-BODY-IS-HEX
               COMPUTE WS-CIPHER-TOD =
                   FUNCTION NUMVAL(IB-TIME(1:2)) * 3600
                   + FUNCTION NUMVAL(IB-TIME(4:2)) * 60
                   + FUNCTION NUMVAL(IB-TIME(7:2))
               PERFORM DECRYPT-WHISPER-BODY
           ELSE
               MOVE SPACES TO WS-PLAIN
               MOVE IB-BODY TO WS-PLAIN
           END-IF
           IF IB-UNREAD
               MOVE SPACES TO WS-INBOX-ENTRY(WS-INBOX-PICK)
               STRING IB-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   IB-TIME DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(IB-FROM) DELIMITED BY SIZE
                   "|R|" DELIMITED BY SIZE
                   FUNCTION TRIM(IB-BODY) DELIMITED BY SIZE
                   INTO WS-INBOX-ENTRY(WS-INBOX-PICK)
               END-STRING
               PERFORM REWRITE-INBOX
           END-IF
           MOVE SPACES TO WS-OUTPUT
           STRING "OK|" DELIMITED BY SIZE
               IB-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               IB-TIME DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(IB-FROM) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PLAIN TRAILING) DELIMITED BY SIZE
               INTO WS-OUTPUT
           END-STRING.

      * COMMON NICK EDIT FOR INBOX AND READ; LEAVES WS-INBOX-PATH SET
       EDIT-INBOX-NICK.
           MOVE SPACES TO WS-LOOKUP-NICK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM1))
               TO WS-LOOKUP-NICK
           PERFORM VALIDATE-NICK-NAME
           IF NOT WS-NICK-NAME-OK
               MOVE "ERR|BAD-NICK" TO WS-OUTPUT
           ELSE
               PERFORM LOOKUP-USER
               IF NOT WS-USER-EXISTS
                   MOVE "ERR|NO-SUCH-USER" TO WS-OUTPUT
               ELSE
                   PERFORM BUILD-INBOX-PATH
               END-IF
           END-IF.

       LOAD-INBOX.
           MOVE 0 TO WS-INBOX-CNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT INBOX-FILE
           IF WS-INBOX-STATUS = "00"
               PERFORM STASH-INBOX-LINE UNTIL WS-EOF
               CLOSE INBOX-FILE
           END-IF.

       STASH-INBOX-LINE.
           READ INBOX-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-INBOX-CNT < 500
                       ADD 1 TO WS-INBOX-CNT
                       MOVE INBOX-RECORD TO WS-INBOX-ENTRY(WS-INBOX-CNT)
                   END-IF
           END-READ.

       REWRITE-INBOX.
           OPEN OUTPUT INBOX-FILE
           PERFORM REWRITE-INBOX-LINE VARYING WS-INBOX-I FROM 1 BY 1
               UNTIL WS-INBOX-I > WS-INBOX-CNT
           CLOSE INBOX-FILE.

       REWRITE-INBOX-LINE.
           MOVE WS-INBOX-ENTRY(WS-INBOX-I) TO INBOX-RECORD
           WRITE INBOX-RECORD.

      ******************************************************************
      * NIGHTLY TRANSCRIPT ROLL-OFF: ROLLOFF|days|oper
      * Moves every room's transcript into a dated archive file
      * (MININ-ARCHIVE-<room>-<yyyymmdd>.DAT), leaves the live
      * transcript empty for the new day, records each archive in the
           IF NOT WS-RMTAB-HAVE-GENERAL AND WS-RMTAB-CNT < 101
               ADD 1 TO WS-RMTAB-CNT
               MOVE "GENERAL" TO WS-RMTAB-NAME(WS-RMTAB-CNT)
               MOVE "N" TO WS-RMTAB-PRIVATE(WS-RMTAB-CNT)
           END-IF.

       LOAD-ROOM-TABLE-LINE.
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO RM-STATUS RM-ACCESS
                   UNSTRING ROOMS-RECORD DELIMITED BY "|"
                       INTO RM-NAME RM-TOPIC RM-CREATED RM-MEMBERS
                           RM-STATUS RM-ACCESS
                   IF FUNCTION TRIM(RM-NAME) NOT = SPACES
                       ADD 1 TO WS-RMTAB-CNT
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RM-NAME))
                           TO WS-RMTAB-NAME(WS-RMTAB-CNT)
                       MOVE "N" TO WS-RMTAB-PRIVATE(WS-RMTAB-CNT)
                       IF FUNCTION TRIM(RM-ACCESS) = "PRIVATE"
                           MOVE "Y" TO WS-RMTAB-PRIVATE(WS-RMTAB-CNT)
                       END-IF
                       IF WS-RMTAB-NAME(WS-RMTAB-CNT) = "GENERAL"
                           MOVE "Y" TO WS-RMTAB-GENERAL
                       END-IF
      ******************************************************************
      * DELETE ARCHIVES WHOSE ROLL DATE FALLS BEFORE THE RETENTION
      * CUTOFF, AUDITING EACH PURGE, AND REWRITE THE CATALOG WITH
      * ONLY THE SURVIVORS. AN ARCHIVE UNDER AN OPEN LEGAL HOLD IS
      * KEPT PAST RETENTION AND REPORTED AS HOLD-SKIPPED.
      ******************************************************************
       PURGE-OLD-ARCHIVES.
           COMPUTE WS-CUTOFF-INT =
                   FUNCTION NUMVAL(WS-ROLL-DATE)) - WS-RETAIN-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
               TO WS-CUTOFF-DATE
           PERFORM LOAD-OPEN-HOLDS
           MOVE 0 TO WS-CAT-CNT
           MOVE "N" TO WS-CAT-OVFL
           MOVE "N" TO WS-EOF-FLAG
               NOT AT END
                   UNSTRING CATALOG-RECORD DELIMITED BY "|"
                       INTO AR-ROOM AR-DATE AR-PATH
                   MOVE "N" TO WS-HELD-HIT
                   IF AR-DATE < WS-CUTOFF-DATE
                       PERFORM CHECK-ARCHIVE-HOLD
                       IF WS-HELD-IS-HIT
                           PERFORM NOTE-ARCHIVE-HELD
                       END-IF
                   END-IF
                   IF AR-DATE < WS-CUTOFF-DATE AND NOT WS-HELD-IS-HIT
                       PERFORM PURGE-ONE-ARCHIVE
                   ELSE
                       IF WS-CAT-CNT < 10000
               END-IF
           END-IF.

      ******************************************************************
      * LEGAL HOLD TESTS FOR THE PURGES. AN ARCHIVE IS HELD WHEN AN
      * OPEN HOLD NAMES ITS ROOM OR A NICK THAT POSTED IN IT; A
      * SNAPSHOT GENERATION WHEN AN OPEN HOLD NAMES A NICK ON ITS
      * USER MASTER OR A ROOM ON ITS ROOM MASTER. WS-HELD-BY
      * CARRIES THE CASE THAT HELD IT.
      ******************************************************************
       LOAD-OPEN-HOLDS.
           MOVE 0 TO WS-HELD-CNT
           MOVE "N" TO WS-HSCAN-EOF-FLAG
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM LOAD-OPEN-HOLD-LINE UNTIL WS-HSCAN-EOF
               CLOSE HOLDS-FILE
           END-IF.

       LOAD-OPEN-HOLD-LINE.
           READ HOLDS-FILE
               AT END
                   SET WS-HSCAN-EOF TO TRUE
               NOT AT END
                   PERFORM SPLIT-HOLD-RECORD
                   IF HD-STATE = "OPEN" AND WS-HELD-CNT < 1000
                       ADD 1 TO WS-HELD-CNT
                       MOVE HD-CASE TO WS-HELD-CASE(WS-HELD-CNT)
                       MOVE HD-KIND TO WS-HELD-KIND(WS-HELD-CNT)
                       MOVE HD-VALUE TO WS-HELD-VALUE(WS-HELD-CNT)
                   END-IF
           END-READ.

       SPLIT-HOLD-RECORD.
           MOVE SPACES TO HD-CASE HD-KIND HD-VALUE HD-STATE HD-OPER
               HD-STAMP
           UNSTRING HOLDS-RECORD DELIMITED BY "|"
               INTO HD-CASE HD-KIND HD-VALUE HD-STATE HD-OPER
                   HD-STAMP.

       CHECK-ARCHIVE-HOLD.
           MOVE "N" TO WS-HELD-HIT
           IF WS-HELD-CNT > 0
               MOVE "ROOM" TO WS-HSCAN-KIND
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROOM))
                   TO WS-HSCAN-VALUE
               PERFORM MATCH-HELD-VALUE
               IF NOT WS-HELD-IS-HIT
                   MOVE "NICK" TO WS-HSCAN-KIND
                   MOVE 2 TO WS-HSCAN-FIELD
                   MOVE SPACES TO WS-HSCAN-PATH
                   MOVE AR-PATH TO WS-HSCAN-PATH
                   PERFORM SCAN-HELD-FILE
               END-IF
           END-IF.

       CHECK-SNAPSHOT-HOLD.
           MOVE "N" TO WS-HELD-HIT
           IF WS-HELD-CNT > 0
               MOVE "NICK" TO WS-HSCAN-KIND
               MOVE 1 TO WS-HSCAN-FIELD
               MOVE 1 TO WS-SNAP-I
               PERFORM BUILD-HSCAN-SNAP-PATH
               PERFORM SCAN-HELD-FILE
               IF NOT WS-HELD-IS-HIT
                   MOVE "ROOM" TO WS-HSCAN-KIND
                   MOVE 2 TO WS-SNAP-I
                   PERFORM BUILD-HSCAN-SNAP-PATH
                   PERFORM SCAN-HELD-FILE
               END-IF
           END-IF.

       BUILD-HSCAN-SNAP-PATH.
           MOVE SPACES TO WS-HSCAN-PATH
           STRING "MININ-SNAP-" DELIMITED BY SIZE
               WS-SNAP-STAMP DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-SNAP-MASTER(WS-SNAP-I))
                   DELIMITED BY SIZE
               INTO WS-HSCAN-PATH
           END-STRING.

      * READ WS-HSCAN-PATH, TESTING FIELD WS-HSCAN-FIELD OF EACH
      * RECORD AGAINST THE OPEN HOLDS OF KIND WS-HSCAN-KIND - 1 IS
      * THE FIRST FIELD, 2 THE NICK OF AN ARCHIVE RECORD (THIRD
      * FIELD, OR SECOND IN A RECORD WRITTEN BEFORE RECORDS WERE
      * DATED)
       SCAN-HELD-FILE.
           MOVE "N" TO WS-HSCAN-EOF-FLAG
           OPEN INPUT HSCAN-FILE
           IF WS-HSCAN-STATUS = "00"
               PERFORM SCAN-HELD-LINE
                   UNTIL WS-HSCAN-EOF OR WS-HELD-IS-HIT
               CLOSE HSCAN-FILE
           END-IF.

       SCAN-HELD-LINE.
           READ HSCAN-FILE
               AT END
                   SET WS-HSCAN-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO HS-F1 HS-F2 HS-F3
                   UNSTRING HSCAN-RECORD DELIMITED BY "|"
                       INTO HS-F1 HS-F2 HS-F3
                   EVALUATE TRUE
                       WHEN WS-HSCAN-FIELD = 1
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               HS-F1)) TO WS-HSCAN-VALUE
                       WHEN HS-F1(3:1) = ":"
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               HS-F2)) TO WS-HSCAN-VALUE
                       WHEN OTHER
                           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(
                               HS-F3)) TO WS-HSCAN-VALUE
                   END-EVALUATE
                   PERFORM MATCH-HELD-VALUE
           END-READ.

       MATCH-HELD-VALUE.
           PERFORM MATCH-HELD-ROW VARYING WS-HELD-I FROM 1 BY 1
               UNTIL WS-HELD-I > WS-HELD-CNT OR WS-HELD-IS-HIT.

       MATCH-HELD-ROW.
           IF WS-HELD-KIND(WS-HELD-I) = WS-HSCAN-KIND
                   AND WS-HELD-VALUE(WS-HELD-I) = WS-HSCAN-VALUE
               MOVE "Y" TO WS-HELD-HIT
               MOVE WS-HELD-CASE(WS-HELD-I) TO WS-HELD-BY
           END-IF.

       NOTE-ARCHIVE-HELD.
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "HOLD-SKIPPED|" DELIMITED BY SIZE
               FUNCTION TRIM(AR-PATH) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HELD-BY) DELIMITED BY SIZE
               INTO WS-AUDIT-OUTCOME
           END-STRING
           PERFORM WRITE-AUDIT
           DISPLAY "OK|HOLD-SKIPPED|" FUNCTION TRIM(AR-PATH)
               "|" FUNCTION TRIM(WS-HELD-BY).

       NOTE-ARCHIVE-PURGED.
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "PURGED|" DELIMITED BY SIZE
           WRITE CATALOG-RECORD.

      ******************************************************************
      * KEYWORD SEARCH: SEARCH|room|keyword|nick|from|to
      * Scans the room's transcript records, matching the keyword
      * case-insensitively against the nick and message-text fields,
      * and streams each hit as an OK|-prefixed line the same way
      * DO-HISTORY does. Room ALL (or *) searches every room in the
      * room master plus GENERAL. A date range (<from> and/or <to>,
      * YYYYMMDD) limits the hits to messages dated in it and takes
      * in the archives as HISTORY does.
      ******************************************************************
       DO-SEARCH.
           MOVE SPACES TO WS-SEARCH-KEY
           MOVE SPACES TO WS-ROOM-UPPER
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM1))
               TO WS-ROOM-UPPER
           MOVE SPACES TO WS-REQ-NICK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM3))
               TO WS-REQ-NICK
           IF WS-SEARCH-KEY-LEN = 0
               MOVE "ERR|MISSING-FIELD" TO WS-OUTPUT
           ELSE
               PERFORM EDIT-DATE-RANGE
               MOVE "S" TO WS-WALK-MODE
           END-IF
           IF WS-OUTPUT NOT = SPACES
               CONTINUE
           ELSE
           IF WS-ROOM-UPPER = "ALL" OR WS-ROOM-UPPER = "*"
               PERFORM LOAD-ROOM-TABLE
               IF NOT WS-ROOM-NAME-OK
                   MOVE "ERR|BAD-ROOM-NAME" TO WS-OUTPUT
               ELSE
                   MOVE WS-ROOM-UPPER TO WS-JOIN-ROOM
                   PERFORM LOOKUP-ROOM
                   PERFORM CHECK-ROOM-PRIVACY
                   IF WS-OUTPUT = SPACES
                       PERFORM BUILD-TRANSCRIPT-PATH
                       PERFORM SEARCH-CURRENT-ROOM
                       MOVE "OK|SEARCH-END" TO WS-OUTPUT
                   END-IF
               END-IF
           END-IF
           END-IF.

      * A PRIVATE ROOM THE REQUESTER DOES NOT BELONG TO IS SKIPPED
      * SILENTLY ON A SEARCH OF EVERY ROOM
       SEARCH-ONE-ROOM.
           MOVE SPACES TO WS-ROOM-UPPER
           MOVE WS-RMTAB-NAME(WS-RMTAB-I) TO WS-ROOM-UPPER
           MOVE WS-RMTAB-PRIVATE(WS-RMTAB-I) TO WS-ROOM-ACCESS
           PERFORM CHECK-ROOM-MEMBERSHIP
           IF WS-MEMB-EXISTS
               PERFORM BUILD-TRANSCRIPT-PATH
               PERFORM SEARCH-CURRENT-ROOM
           END-IF.

       SEARCH-CURRENT-ROOM.
           PERFORM WALK-ROOM-RECORDS.

       MATCH-SEARCH-KEY.
           MOVE FUNCTION UPPER-CASE(RD-NICK) TO WS-SRCH-NICK-U
           MOVE FUNCTION UPPER-CASE(RD-TEXT) TO WS-SRCH-TEXT-U
           MOVE 0 TO WS-SEARCH-TALLY
           INSPECT WS-SRCH-NICK-U TALLYING WS-SEARCH-TALLY
               FOR ALL WS-SEARCH-KEY(1:WS-SEARCH-KEY-LEN)
           INSPECT WS-SRCH-TEXT-U TALLYING WS-SEARCH-TALLY
               FOR ALL WS-SEARCH-KEY(1:WS-SEARCH-KEY-LEN)
           IF WS-SEARCH-TALLY > 0
               PERFORM EMIT-TX-RECORD
           END-IF.

      ******************************************************************
      * COUNTER RECONCILIATION: RECONCILE  or  RECONCILE|REBUILD
      * Independently counts the records in every live transcript,
           END-IF.

      ******************************************************************
      * MODERATION SANCTIONS: MUTE|nick|minutes|reason|oper
      *                       BAN|nick|days|reason|oper
      * A sanction puts the nick on MININ-SANCTIONS.DAT
      * (type|nick|expiry|reason, expiry YYYYMMDDHHMMSS) until its
      * expiry passes. FORMAT and WHISPER check the sender against
                       IF WS-MEMB-EXISTS
                           MOVE "ERR|ALREADY-JOINED" TO WS-OUTPUT
                       ELSE
                       PERFORM CHECK-JOIN-INVITE
                       PERFORM COUNT-MEMBER-RECORDS
                       IF WS-OUTPUT = SPACES AND WS-MEMB-COUNT >= 5000
                           MOVE "ERR|MEMBER-LIMIT" TO WS-OUTPUT
                       END-IF
                       IF WS-OUTPUT = SPACES
                           MOVE SPACES TO MEMBERS-RECORD
                           STRING FUNCTION TRIM(WS-LOOKUP-NICK)
                                   DELIMITED BY SIZE
                           WRITE MEMBERS-RECORD
                           CLOSE MEMBERS-FILE
                           PERFORM ADD-MEMBER-INDEX
                           IF WS-ROOM-IS-PRIVATE
                               PERFORM CONSUME-INVITE
                           END-IF
                           MOVE "+" TO WS-MEMB-OP
                           PERFORM UPDATE-ROOM-MEMBERS
                           MOVE SPACES TO WS-OUTPUT
               END-IF
           END-IF.

      ******************************************************************
      * ROOM INVITATION: INVITE|nick|room|oper
      * RECORDS THAT A ROOM ADMIN HAS ADMITTED THE NICK TO THE ROOM
      * (nick|room|oper|stamp ON MININ-INVITES.DAT). JOIN TO A
      * PRIVATE ROOM REQUIRES ONE AND CONSUMES IT. INVITING A NICK
      * ALREADY INVITED LEAVES THE ONE INVITATION ON FILE.
      ******************************************************************
       DO-INVITE.
           PERFORM EDIT-MEMBER-FIELDS
           IF WS-OUTPUT = SPACES
               PERFORM LOOKUP-USER
               IF NOT WS-USER-EXISTS
                   MOVE "ERR|NO-SUCH-USER" TO WS-OUTPUT
               ELSE
                   PERFORM LOOKUP-ROOM
                   IF NOT WS-ROOM-EXISTS
                       MOVE "ERR|NO-SUCH-ROOM" TO WS-OUTPUT
                   ELSE
                       PERFORM LOOKUP-MEMBER
                       IF WS-MEMB-EXISTS
                           MOVE "ERR|ALREADY-JOINED" TO WS-OUTPUT
                       ELSE
                           PERFORM LOAD-INVITES
                           IF NOT WS-INV-ON-FILE
                               IF WS-INV-CNT >= 2000
                                   MOVE "ERR|INVITE-LIMIT" TO WS-OUTPUT
                               ELSE
                                   PERFORM APPEND-INVITE
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-OUTPUT = SPACES
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "INVITED|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOOKUP-NICK) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-UPPER) DELIMITED BY SIZE
                   INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT
               MOVE SPACES TO WS-OUTPUT
               STRING "OK|INVITED|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-LOOKUP-NICK) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-ROOM-UPPER) DELIMITED BY SIZE
                   INTO WS-OUTPUT
               END-STRING
           END-IF.

       APPEND-INVITE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO INVITES-RECORD
           STRING FUNCTION TRIM(WS-LOOKUP-NICK) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROOM-UPPER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NOW-DATE DELIMITED BY SIZE
               WS-TIME-NOW(1:6) DELIMITED BY SIZE
               INTO INVITES-RECORD
           END-STRING
           OPEN EXTEND INVITES-FILE
           IF WS-INVITE-STATUS NOT = "00"
               OPEN OUTPUT INVITES-FILE
           END-IF
           WRITE INVITES-RECORD
           CLOSE INVITES-FILE.

      ******************************************************************
      * STASH THE INVITATION FILE, SETTING WS-INV-ON-FILE WHEN
      * WS-LOOKUP-NICK HOLDS AN INVITATION TO WS-ROOM-UPPER
      ******************************************************************
       LOAD-INVITES.
           MOVE 0 TO WS-INV-CNT
           MOVE "N" TO WS-INV-FOUND
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT INVITES-FILE
           IF WS-INVITE-STATUS = "00"
               PERFORM STASH-INVITE-LINE UNTIL WS-EOF
               CLOSE INVITES-FILE
           END-IF.

       STASH-INVITE-LINE.
           READ INVITES-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-INV-CNT < 2000
                       ADD 1 TO WS-INV-CNT
                       MOVE INVITES-RECORD TO WS-INV-ENTRY(WS-INV-CNT)
                   END-IF
                   MOVE SPACES TO IV-NICK IV-ROOM IV-OPER IV-STAMP
                   UNSTRING INVITES-RECORD DELIMITED BY "|"
                       INTO IV-NICK IV-ROOM IV-OPER IV-STAMP
                   IF FUNCTION TRIM(IV-NICK) =
                           FUNCTION TRIM(WS-LOOKUP-NICK)
                           AND FUNCTION TRIM(IV-ROOM) =
                           FUNCTION TRIM(WS-ROOM-UPPER)
                       MOVE "Y" TO WS-INV-FOUND
                   END-IF
           END-READ.

      ******************************************************************
      * JOIN GATE FOR A PRIVATE ROOM: THE NICK MUST HOLD AN
      * INVITATION. CALLER HAS RUN LOOKUP-ROOM; THE STASHED
      * INVITATIONS ARE KEPT FOR CONSUME-INVITE.
      ******************************************************************
       CHECK-JOIN-INVITE.
           IF WS-ROOM-IS-PRIVATE
               PERFORM LOAD-INVITES
               IF NOT WS-INV-ON-FILE
                   MOVE "ERR|NOT-INVITED" TO WS-OUTPUT
               END-IF
           END-IF.

      ******************************************************************
      * REWRITE THE INVITATION FILE FROM THE STASH WITHOUT THE
      * INVITATION THE JOIN JUST USED
      ******************************************************************
       CONSUME-INVITE.
           OPEN OUTPUT INVITES-FILE
           PERFORM KEEP-OTHER-INVITE VARYING WS-INV-I FROM 1 BY 1
               UNTIL WS-INV-I > WS-INV-CNT
           CLOSE INVITES-FILE.

       KEEP-OTHER-INVITE.
           MOVE SPACES TO IV-NICK IV-ROOM IV-OPER IV-STAMP
           UNSTRING WS-INV-ENTRY(WS-INV-I) DELIMITED BY "|"
               INTO IV-NICK IV-ROOM IV-OPER IV-STAMP
           IF FUNCTION TRIM(IV-NICK) NOT =
                   FUNCTION TRIM(WS-LOOKUP-NICK)
                   OR FUNCTION TRIM(IV-ROOM) NOT =
                   FUNCTION TRIM(WS-ROOM-UPPER)
               MOVE WS-INV-ENTRY(WS-INV-I) TO INVITES-RECORD
               WRITE INVITES-RECORD
           END-IF.

      ******************************************************************
      * MEMBERS-ONLY TEST: SETS WS-MEMB-EXISTS WHEN THE ROOM IS
      * PUBLIC OR WS-REQ-NICK IS SIGNED INTO WS-ROOM-UPPER. CALLER
      * HAS WS-ROOM-IS-PRIVATE SET FOR THE ROOM (LOOKUP-ROOM, OR THE
      * ROOM TABLE ON A SEARCH OF EVERY ROOM).
      ******************************************************************
       CHECK-ROOM-MEMBERSHIP.
           MOVE "Y" TO WS-MEMB-FOUND
           IF WS-ROOM-IS-PRIVATE
               MOVE "N" TO WS-MEMB-FOUND
               IF WS-REQ-NICK NOT = SPACES
                   MOVE SPACES TO WS-LOOKUP-NICK
                   MOVE WS-REQ-NICK TO WS-LOOKUP-NICK
                   PERFORM LOOKUP-MEMBER
               END-IF
           END-IF.

      ******************************************************************
      * AS CHECK-ROOM-MEMBERSHIP, REFUSING A NON-MEMBER WITH
      * ERR|NOT-MEMBER AND AUDITING THE REFUSAL
      ******************************************************************
       CHECK-ROOM-PRIVACY.
           PERFORM CHECK-ROOM-MEMBERSHIP
           IF NOT WS-MEMB-EXISTS
               PERFORM REJECT-NOT-MEMBER
           END-IF.

       REJECT-NOT-MEMBER.
           MOVE "ERR|NOT-MEMBER" TO WS-OUTPUT
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "PRIVATE-REFUSED|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROOM-UPPER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REQ-NICK) DELIMITED BY SIZE
               INTO WS-AUDIT-OUTCOME
           END-STRING
           PERFORM WRITE-AUDIT.

      ******************************************************************
      * COMMON FIELD EDIT FOR JOIN/LEAVE: UPPER-CASE AND VALIDATE THE
      * NICK (PARAM1) AND ROOM (PARAM2), LEAVING THEM IN

       REWRITE-ROOM-LINE.
           MOVE WS-RMREC-ENTRY(WS-RMREC-I) TO ROOMS-RECORD
           MOVE SPACES TO RM-STATUS RM-ACCESS RM-COSTCTR
           UNSTRING ROOMS-RECORD DELIMITED BY "|"
               INTO RM-NAME RM-TOPIC RM-CREATED RM-MEMBERS RM-STATUS
                   RM-ACCESS RM-COSTCTR
           IF FUNCTION TRIM(RM-NAME) = FUNCTION TRIM(WS-ROOM-UPPER)
               IF WS-MEMB-OP = "+"
                   ADD 1 TO RM-MEMBERS

      ******************************************************************
      * REASSEMBLE ROOMS-RECORD FROM THE RM- FIELDS, NORMALIZING A
      * BLANK PRE-LIFECYCLE STATUS TO OPEN AND A BLANK ACCESS TO
      * PUBLIC ON THE WAY THROUGH. THE COST CENTER IS CARRIED AS A
      * SEVENTH FIELD ONLY ONCE ONE HAS BEEN ASSIGNED.
      ******************************************************************
       REBUILD-ROOM-RECORD.
           IF FUNCTION TRIM(RM-STATUS) = SPACES
               MOVE "OPEN" TO RM-STATUS
           END-IF
           IF FUNCTION TRIM(RM-ACCESS) = SPACES
               MOVE "PUBLIC" TO RM-ACCESS
           END-IF
           MOVE SPACES TO ROOMS-RECORD
           STRING FUNCTION TRIM(RM-NAME) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               RM-MEMBERS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RM-STATUS) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(RM-ACCESS) DELIMITED BY SIZE
               INTO ROOMS-RECORD
               ON OVERFLOW
                   MOVE "Y" TO WS-TRUNC-FLAG
           END-STRING
           IF RM-COSTCTR NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(ROOMS-RECORD
                   TRAILING)) TO WS-ROOM-LEN
               STRING "|" DELIMITED BY SIZE
                   FUNCTION TRIM(RM-COSTCTR) DELIMITED BY SIZE
                   INTO ROOMS-RECORD(WS-ROOM-LEN + 1:)
               END-STRING
           END-IF.

      ******************************************************************
      * OCCUPANCY LIST: WHO|room|nick
      * A PRIVATE ROOM'S OCCUPANTS ARE LISTED ONLY TO A MEMBER NAMED
      * IN <nick>.
      * Streams each member nick as an OK| line, closing with
      * OK|WHO-END|room|count, so a supervisor can see who is signed
      * into a duty-roster room at any moment.
               IF NOT WS-ROOM-EXISTS
                   MOVE "ERR|NO-SUCH-ROOM" TO WS-OUTPUT
               ELSE
                   MOVE SPACES TO WS-REQ-NICK
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
                       TO WS-REQ-NICK
                   PERFORM CHECK-ROOM-PRIVACY
               END-IF
               IF WS-OUTPUT = SPACES
                   MOVE 0 TO WS-WHO-CNT
                   MOVE "N" TO WS-EOF-FLAG
                   OPEN INPUT MEMBERS-FILE
           END-READ.

      ******************************************************************
      * USER LIFECYCLE: RENAME|oldnick|newnick|oper AND
      * DEACTIVATE|nick|oper.
      * RENAME MOVES THE NICK IN THE USER MASTER AND PROPAGATES TO
      * THE MEMBERSHIP ROWS, THE SANCTION RECORDS AND THE
      * NOTIFICATION QUEUE FILE; DEACTIVATE MARKS THE MASTER RECORD
                           PERFORM RENAME-MEMBER-ROWS
                           PERFORM RENAME-SANCTION-ROWS
                           PERFORM CARRY-NOTIFY-QUEUE
                           PERFORM CARRY-INBOX
                           PERFORM RENAME-USER-INDEX
                           MOVE SPACES TO WS-AUDIT-OUTCOME
                           STRING "RENAMED|" DELIMITED BY SIZE
               END-IF
           END-IF.

       CARRY-INBOX.
           MOVE SPACES TO WS-INBOX-PATH WS-INBOX-PATH2
           STRING "MININ-INBOX-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RENAME-OLD) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-INBOX-PATH
           END-STRING
           STRING "MININ-INBOX-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RENAME-NEW) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-INBOX-PATH2
           END-STRING
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-INBOX-PATH WS-FILE-INFO
           MOVE RETURN-CODE TO WS-DEL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-DEL-RC = 0
               CALL "CBL_COPY_FILE"
                   USING WS-INBOX-PATH WS-INBOX-PATH2
               MOVE RETURN-CODE TO WS-DEL-RC
               MOVE 0 TO RETURN-CODE
               IF WS-DEL-RC = 0
                   CALL "CBL_DELETE_FILE" USING WS-INBOX-PATH
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

      ******************************************************************
      * KEYED LOOKASIDE MAINTENANCE FOR THE LIFECYCLE COMMANDS
      ******************************************************************
      * STREAMS ONE OK|HEALTH| LINE PER CAPACITY TABLE - COUNT,
      * CEILING, PERCENT USED, VERDICT - THEN THE OPERATIONAL
      * CHECKS: A LEFTOVER CHECKPOINT FILE FROM A CRASHED BATCH RUN
      * (WHEN A BATCH FILE NAME IS SUPPLIED), A COUNTERS FILE
      * THAT WILL NOT PARSE AND A STALE RUN LOCK. THE WORST FINDING
      * DRIVES THE RETURN CODE SO THE MORNING CHECKLIST CAN RUN ONE
      * COMMAND INSTEAD OF EYEBALLING FILE SIZES.
      ******************************************************************
       DO-HEALTH.
           MOVE 80 TO WS-HEALTH-PCT
               PERFORM EMIT-HEALTH-LINE
               PERFORM CHECK-LEFTOVER-CKP
               PERFORM CHECK-COUNTERS-PARSE
               PERFORM CHECK-RUN-LOCK
               EVALUATE WS-HEALTH-WORST
                   WHEN 0
                       MOVE "OK|HEALTH-END|CLEAR" TO WS-OUTPUT
               MOVE "N" TO WS-HEALTH-FLD-OK
           END-IF.

      ******************************************************************
      * THE RUN LOCK: FREE, HELD BY THIS BATCH, HELD BY A LIVE RUN
      * (HEARTBEAT WITHIN WS-LOCK-STALE MINUTES), OR STALE - LEFT BY
      * A RUN THAT DIED, AND BLOCKING EVERY RUN AFTER IT UNTIL
      * OPERATIONS CLEARS IT. A LOCK WITH NO READABLE RECORD MAY BE
      * A RUN CAUGHT BETWEEN TAKING THE LOCK AND RECORDING ITSELF,
      * SO IT ONLY WARNS.
      ******************************************************************
       CHECK-RUN-LOCK.
           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-LOCK-DIR WS-FILE-INFO
           MOVE RETURN-CODE TO WS-DEL-RC
           MOVE 0 TO RETURN-CODE
           IF WS-DEL-RC NOT = 0
               DISPLAY "OK|HEALTH|LOCK|FREE|OK"
           ELSE
               MOVE SPACES TO LC-TOKEN LC-OWNER LC-TAKEN LC-BEAT
               OPEN INPUT LOCK-FILE
               IF WS-LOCK-STATUS = "00"
                   READ LOCK-FILE
                       NOT AT END
                           UNSTRING LOCK-RECORD DELIMITED BY "|"
                               INTO LC-TOKEN LC-OWNER LC-TAKEN LC-BEAT
                   END-READ
                   CLOSE LOCK-FILE
               END-IF
               EVALUATE TRUE
                   WHEN WS-LOCK-HELD AND LC-TOKEN = WS-LOCK-TOKEN
                       DISPLAY "OK|HEALTH|LOCK|THIS-RUN|OK"
                   WHEN LC-BEAT IS NOT NUMERIC
                       IF WS-HEALTH-WORST < 1
                           MOVE 1 TO WS-HEALTH-WORST
                       END-IF
                       DISPLAY "OK|HEALTH|LOCK|UNRECORDED|WARNING"
                   WHEN OTHER
                       PERFORM AGE-RUN-LOCK
                       MOVE WS-LOCK-AGE TO WS-LOCK-AGE-ED
                       IF WS-LOCK-AGE >= WS-LOCK-STALE
                           MOVE 2 TO WS-HEALTH-WORST
                           DISPLAY "OK|HEALTH|LOCK|STALE|"
                               FUNCTION TRIM(LC-OWNER) "|"
                               FUNCTION TRIM(LC-TOKEN) "|"
                               LC-BEAT "|"
                               FUNCTION TRIM(WS-LOCK-AGE-ED)
                               "MIN|ATTENTION"
                       ELSE
                           DISPLAY "OK|HEALTH|LOCK|HELD|"
                               FUNCTION TRIM(LC-OWNER) "|"
                               FUNCTION TRIM(LC-TOKEN) "|"
                               LC-BEAT "|"
                               FUNCTION TRIM(WS-LOCK-AGE-ED)
                               "MIN|OK"
                       END-IF
               END-EVALUATE
           END-IF.

      * MINUTES SINCE THE HOLDER'S LAST HEARTBEAT (LC-BEAT)
       AGE-RUN-LOCK.
           PERFORM STAMP-LOCK-NOW
           COMPUTE WS-LOCK-NOW-MIN =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-LOCK-STAMP(1:8))) * 1440
               + FUNCTION NUMVAL(WS-LOCK-STAMP(9:2)) * 60
               + FUNCTION NUMVAL(WS-LOCK-STAMP(11:2))
           COMPUTE WS-LOCK-BEAT-MIN =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(LC-BEAT(1:8))) * 1440
               + FUNCTION NUMVAL(LC-BEAT(9:2)) * 60
               + FUNCTION NUMVAL(LC-BEAT(11:2))
           COMPUTE WS-LOCK-AGE = WS-LOCK-NOW-MIN - WS-LOCK-BEAT-MIN.

      ******************************************************************
      * FLOOD CONTROL CONFIGURATION: ONE RECORD IN MININ-FLOOD.DAT,
      * limit|window-seconds|strikes|mute-minutes. NO FILE (OR A
           PERFORM WRITE-AUDIT.

      ******************************************************************
      * MASTER FILE SNAPSHOT: SNAPSHOT|keep|oper COPIES EVERY MASTER IN
      * WS-SNAP-MASTER-TAB TO MININ-SNAP-<stamp>-<file>, CATALOGS
      * THE GENERATION ON MININ-SNAPSHOTS.DAT (stamp|files), AND
      * DELETES GENERATIONS BEYOND THE NEWEST <keep> (DEFAULT 7).
      * THE SNAPSHOT IS THE WAY BACK WHEN A CRASH MID-REWRITE LEAVES
      * A TRUNCATED MASTER - RESTORE|stamp|oper COPIES THE GENERATION'S
      * FILES BACK OVER THE LIVE SET AND AUDITS THE RESTORE. A
      * MASTER ABSENT AT SNAPSHOT TIME (FRESH SYSTEM) IS SIMPLY NOT
      * IN THAT GENERATION.
      ******************************************************************
      * THE CATALOG IS APPENDED CHRONOLOGICALLY, SO THE GENERATIONS
      * BEYOND THE RETENTION COUNT ARE THE LEADING ENTRIES: THEIR
      * FILES ARE DELETED AND THE CATALOG REWRITTEN WITHOUT THEM. A
      * GENERATION UNDER AN OPEN LEGAL HOLD IS KEPT, REPORTED AS
      * SNAP-HELD, AND STAYS ON THE CATALOG.
      ******************************************************************
       PURGE-OLD-SNAPSHOTS.
           MOVE 0 TO WS-SNAPCAT-CNT
               IF WS-SNAPCAT-CNT > WS-SNAP-KEEP
                   COMPUTE WS-SNAPCAT-DROP =
                       WS-SNAPCAT-CNT - WS-SNAP-KEEP
                   PERFORM LOAD-OPEN-HOLDS
                   PERFORM DROP-ONE-SNAPSHOT
                       VARYING WS-SNAPCAT-I FROM 1 BY 1
                       UNTIL WS-SNAPCAT-I > WS-SNAPCAT-DROP
                   OPEN OUTPUT SNAPCAT-FILE
                   PERFORM REWRITE-SNAPCAT-LINE
                       VARYING WS-SNAPCAT-I FROM 1 BY 1
                       UNTIL WS-SNAPCAT-I > WS-SNAPCAT-CNT
                   CLOSE SNAPCAT-FILE
               END-IF
           END-IF.
           UNSTRING WS-SNAPCAT-ENTRY(WS-SNAPCAT-I) DELIMITED BY "|"
               INTO SN-STAMP SN-COUNT
           MOVE SN-STAMP TO WS-SNAP-STAMP
           PERFORM CHECK-SNAPSHOT-HOLD
           IF WS-HELD-IS-HIT
               MOVE "Y" TO WS-SNAPCAT-HELD(WS-SNAPCAT-I)
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "SNAP-HELD|" DELIMITED BY SIZE
                   SN-STAMP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HELD-BY) DELIMITED BY SIZE
                   INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT
               DISPLAY "OK|SNAP-HELD|" SN-STAMP
                   "|" FUNCTION TRIM(WS-HELD-BY)
           ELSE
               MOVE "N" TO WS-SNAPCAT-HELD(WS-SNAPCAT-I)
               PERFORM DELETE-SNAP-FILE VARYING WS-SNAP-I FROM 1 BY 1
                   UNTIL WS-SNAP-I > 6
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "SNAP-PURGED|" DELIMITED BY SIZE
                   SN-STAMP DELIMITED BY SIZE
                   INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT
           END-IF.

       DELETE-SNAP-FILE.
           MOVE SPACES TO WS-SNAP-DST
           END-IF.

      ******************************************************************
      * THE KEPT ENTRIES ARE THOSE PAST THE DROPPED ONES PLUS ANY
      * DROP CANDIDATE HELD BACK BY A LEGAL HOLD, IN CATALOG ORDER
      ******************************************************************
       REWRITE-SNAPCAT-LINE.
           IF WS-SNAPCAT-I > WS-SNAPCAT-DROP
                   OR WS-SNAPCAT-HELD(WS-SNAPCAT-I) = "Y"
               MOVE WS-SNAPCAT-ENTRY(WS-SNAPCAT-I) TO SNAPCAT-RECORD
               WRITE SNAPCAT-RECORD
           END-IF.

       DO-RESTORE.
           MOVE SPACES TO WS-SNAP-STAMP
           END-IF.

      ******************************************************************
      * AUTHORIZED WHISPER REVIEW: REVEAL|key|oper
      * The operator must hold the COMPLIANCE role (checked before
      * dispatch, see CHECK-OPERATOR-ACCESS).
      * The supplied key must match the cipher key phrase exactly.
      * Every attempt, granted or denied, is written to the audit
      * trail with the supplied key redacted, so the key phrase never
           IF FUNCTION TRIM(WS-PARAM1) NOT =
                   FUNCTION TRIM(WS-CIPHER-PHRASE)
               MOVE "ERR|NOT-AUTHORIZED" TO WS-OUTPUT
               MOVE "REVEAL-DENIED" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT
           ELSE
               MOVE "REVEAL-GRANTED" TO WS-AUDIT-OUTCOME
               PERFORM WRITE-AUDIT
               MOVE "N" TO WS-EOF-FLAG
           END-IF.

      ******************************************************************
      * LEGAL HOLD: HOLD|case|NICK-or-ROOM|value|oper
      * Puts the nick or room under the case's hold on the hold
      * register. A case covers as many nicks and rooms as it is
      * given rows; the nick or room need not still be on file.
      * Holding a row already open for the case changes nothing.
      ******************************************************************
       DO-HOLD.
           MOVE SPACES TO WS-HOLD-CASE WS-HOLD-KIND WS-HOLD-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM1))
               TO WS-HOLD-CASE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
               TO WS-HOLD-KIND
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM3))
               TO WS-HOLD-VALUE
           PERFORM EDIT-HOLD-CASE
           IF WS-OUTPUT = SPACES
               EVALUATE WS-HOLD-KIND
                   WHEN "NICK"
                       MOVE SPACES TO WS-LOOKUP-NICK
                       MOVE WS-HOLD-VALUE TO WS-LOOKUP-NICK
                       PERFORM VALIDATE-NICK-NAME
                       IF NOT WS-NICK-NAME-OK
                           MOVE "ERR|BAD-NICK" TO WS-OUTPUT
                       END-IF
                   WHEN "ROOM"
                       MOVE SPACES TO WS-ROOM-UPPER
                       MOVE WS-HOLD-VALUE TO WS-ROOM-UPPER
                       PERFORM VALIDATE-ROOM-NAME
                       IF NOT WS-ROOM-NAME-OK
                           MOVE "ERR|BAD-ROOM-NAME" TO WS-OUTPUT
                       END-IF
                   WHEN OTHER
                       MOVE "ERR|BAD-HOLD-KIND" TO WS-OUTPUT
               END-EVALUATE
           END-IF
           IF WS-OUTPUT = SPACES
               PERFORM LOAD-HOLD-REGISTER
               IF NOT WS-HOLD-IS-DUP
                   IF WS-HOLD-CNT >= 1000
                       MOVE "ERR|HOLD-LIMIT" TO WS-OUTPUT
                   ELSE
                       PERFORM APPEND-HOLD
                   END-IF
               END-IF
           END-IF
           IF WS-OUTPUT = SPACES
               MOVE SPACES TO WS-AUDIT-OUTCOME
               STRING "HOLD|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOLD-CASE) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOLD-KIND) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOLD-VALUE) DELIMITED BY SIZE
                   INTO WS-AUDIT-OUTCOME
               END-STRING
               PERFORM WRITE-AUDIT
               MOVE SPACES TO WS-OUTPUT
               STRING "OK|HOLD|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOLD-CASE) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOLD-KIND) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(WS-HOLD-VALUE) DELIMITED BY SIZE
                   INTO WS-OUTPUT
               END-STRING
           END-IF.

      * A CASE ID NAMES THE CASE EXPORT FILE, SO IT IS HELD TO THE
      * SAME CHARACTER SET AS A ROOM NAME
       EDIT-HOLD-CASE.
           MOVE SPACES TO WS-ROOM-UPPER
           MOVE WS-HOLD-CASE TO WS-ROOM-UPPER
           PERFORM VALIDATE-ROOM-NAME
           IF NOT WS-ROOM-NAME-OK
               MOVE "ERR|BAD-CASE" TO WS-OUTPUT
           END-IF.

       LOAD-HOLD-REGISTER.
           MOVE 0 TO WS-HOLD-CNT
           MOVE "N" TO WS-HOLD-DUP
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT HOLDS-FILE
           IF WS-HOLD-STATUS = "00"
               PERFORM STASH-HOLD-LINE UNTIL WS-EOF
               CLOSE HOLDS-FILE
           END-IF.

       STASH-HOLD-LINE.
           READ HOLDS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF WS-HOLD-CNT < 1000
                       ADD 1 TO WS-HOLD-CNT
                       MOVE HOLDS-RECORD TO WS-HOLD-ENTRY(WS-HOLD-CNT)
                   END-IF
                   PERFORM SPLIT-HOLD-RECORD
                   IF HD-CASE = WS-HOLD-CASE AND HD-KIND = WS-HOLD-KIND
                           AND HD-VALUE = WS-HOLD-VALUE
                           AND HD-STATE = "OPEN"
                       MOVE "Y" TO WS-HOLD-DUP
                   END-IF
           END-READ.

       APPEND-HOLD.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO HOLDS-RECORD
           STRING FUNCTION TRIM(WS-HOLD-CASE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOLD-KIND) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-HOLD-VALUE) DELIMITED BY SIZE
               "|OPEN|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NOW-DATE DELIMITED BY SIZE
               WS-TIME-NOW(1:6) DELIMITED BY SIZE
               INTO HOLDS-RECORD
           END-STRING
           OPEN EXTEND HOLDS-FILE
           IF WS-HOLD-STATUS NOT = "00"
               OPEN OUTPUT HOLDS-FILE
           END-IF
           WRITE HOLDS-RECORD
           CLOSE HOLDS-FILE.

      ******************************************************************
      * HOLD RELEASE: RELEASE|case|oper
      * Marks every open row of the case RELEASED. The rows stay on
      * the register as the record of what was held and when.
      ******************************************************************
       DO-RELEASE.
           MOVE SPACES TO WS-HOLD-CASE WS-HOLD-KIND WS-HOLD-VALUE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM1))
               TO WS-HOLD-CASE
           PERFORM EDIT-HOLD-CASE
           IF WS-OUTPUT = SPACES
               PERFORM LOAD-HOLD-REGISTER
               MOVE 0 TO WS-HOLD-MARKED
               PERFORM MARK-HOLD-RELEASED VARYING WS-HOLD-I
                   FROM 1 BY 1 UNTIL WS-HOLD-I > WS-HOLD-CNT
               IF WS-HOLD-MARKED = 0
                   MOVE "ERR|NO-SUCH-CASE" TO WS-OUTPUT
               ELSE
                   OPEN OUTPUT HOLDS-FILE
                   PERFORM REWRITE-HOLD-LINE VARYING WS-HOLD-I
                       FROM 1 BY 1 UNTIL WS-HOLD-I > WS-HOLD-CNT
                   CLOSE HOLDS-FILE
                   MOVE WS-HOLD-MARKED TO WS-HOLD-MARKED-ED
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   STRING "RELEASED|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HOLD-CASE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HOLD-MARKED-ED)
                           DELIMITED BY SIZE
                       INTO WS-AUDIT-OUTCOME
                   END-STRING
                   PERFORM WRITE-AUDIT
                   MOVE SPACES TO WS-OUTPUT
                   STRING "OK|RELEASED|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HOLD-CASE) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-HOLD-MARKED-ED)
                           DELIMITED BY SIZE
                       INTO WS-OUTPUT
                   END-STRING
               END-IF
           END-IF.

       MARK-HOLD-RELEASED.
           MOVE WS-HOLD-ENTRY(WS-HOLD-I) TO HOLDS-RECORD
           PERFORM SPLIT-HOLD-RECORD
           IF HD-CASE = WS-HOLD-CASE AND HD-STATE = "OPEN"
               ADD 1 TO WS-HOLD-MARKED
               MOVE SPACES TO WS-HOLD-ENTRY(WS-HOLD-I)
               STRING FUNCTION TRIM(HD-CASE) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(HD-KIND) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   FUNCTION TRIM(HD-VALUE) DELIMITED BY SIZE
                   "|RELEASED|" DELIMITED BY SIZE
                   FUNCTION TRIM(HD-OPER) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   HD-STAMP DELIMITED BY SIZE
                   INTO WS-HOLD-ENTRY(WS-HOLD-I)
               END-STRING
           END-IF.

       REWRITE-HOLD-LINE.
           MOVE WS-HOLD-ENTRY(WS-HOLD-I) TO HOLDS-RECORD
           WRITE HOLDS-RECORD.

      ******************************************************************
      * USER REPORT: REPORT|reporter|room|time|reason
      * Any registered nick may flag a line of a room's live
      * transcript, identified by its time (HH:MM:SS), for moderator
      * review; a private room's lines may be reported only by its
      * members. The most recent line at that time is the one
      * flagged (a transcript not yet rolled may span more than one
      * day), and the flag lands on the review queue with the
      * reporter, the nick that posted the line and the reason.
      ******************************************************************
       DO-REPORT.
           MOVE SPACES TO WS-LOOKUP-NICK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM1))
               TO WS-LOOKUP-NICK
           PERFORM VALIDATE-NICK-NAME
           IF NOT WS-NICK-NAME-OK
               MOVE "ERR|BAD-NICK" TO WS-OUTPUT
           ELSE
               PERFORM LOOKUP-USER
               IF NOT WS-USER-EXISTS
                   MOVE "ERR|UNREG-NICK" TO WS-OUTPUT
               END-IF
           END-IF
           IF WS-OUTPUT = SPACES
               MOVE SPACES TO WS-REVIEW-NEW
               MOVE "USER" TO WS-RVN-SOURCE
               MOVE WS-LOOKUP-NICK TO WS-RVN-REPORTER
               MOVE WS-LOOKUP-NICK TO WS-REQ-NICK
               MOVE FUNCTION TRIM(WS-PARAM3) TO WS-RVN-TIME
               MOVE FUNCTION TRIM(WS-PARAM5) TO WS-RVN-REASON
               MOVE SPACES TO WS-ROOM-UPPER
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
                   TO WS-ROOM-UPPER
               PERFORM VALIDATE-ROOM-NAME
               IF NOT WS-ROOM-NAME-OK
                   MOVE "ERR|BAD-ROOM-NAME" TO WS-OUTPUT
               ELSE
                   MOVE WS-ROOM-UPPER TO WS-JOIN-ROOM
                   PERFORM LOOKUP-ROOM
                   IF NOT WS-ROOM-EXISTS AND WS-ROOM-UPPER = "GENERAL"
                       MOVE "Y" TO WS-ROOM-FOUND
                   END-IF
                   IF NOT WS-ROOM-EXISTS
                       MOVE "ERR|NO-SUCH-ROOM" TO WS-OUTPUT
                   ELSE
                       PERFORM CHECK-ROOM-PRIVACY
                   END-IF
               END-IF
           END-IF
           IF WS-OUTPUT = SPACES
               EVALUATE TRUE
                   WHEN WS-RVN-TIME(1:2) IS NOT NUMERIC
                           OR WS-RVN-TIME(3:1) NOT = ":"
                           OR WS-RVN-TIME(4:2) IS NOT NUMERIC
                           OR WS-RVN-TIME(6:1) NOT = ":"
                           OR WS-RVN-TIME(7:2) IS NOT NUMERIC
                       MOVE "ERR|BAD-STAMP" TO WS-OUTPUT
                   WHEN WS-RVN-REASON = SPACES
                       MOVE "ERR|MISSING-FIELD" TO WS-OUTPUT
               END-EVALUATE
           END-IF
           IF WS-OUTPUT = SPACES
               MOVE WS-ROOM-UPPER TO WS-RVN-ROOM
               PERFORM BUILD-TRANSCRIPT-PATH
               PERFORM FIND-REPORTED-LINE
               IF WS-RVN-NICK = SPACES
                   MOVE "ERR|NO-SUCH-MESSAGE" TO WS-OUTPUT
               ELSE
                   PERFORM APPEND-REVIEW-ITEM
                   MOVE SPACES TO WS-OUTPUT
                   STRING "OK|REPORTED|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REVIEW-ID-ED) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RVN-NICK) DELIMITED BY SIZE
                       INTO WS-OUTPUT
                   END-STRING
               END-IF
           END-IF.

       FIND-REPORTED-LINE.
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-STATUS = "00"
               PERFORM MATCH-REPORTED-LINE UNTIL WS-EOF
               CLOSE TRANSCRIPT-FILE
           END-IF.

       MATCH-REPORTED-LINE.
           READ TRANSCRIPT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE TRANSCRIPT-RECORD TO WS-TX-RECORD
                   PERFORM SPLIT-TX-RECORD
                   IF RD-TIME = WS-RVN-TIME
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RD-NICK))
                           TO WS-RVN-NICK
                   END-IF
           END-READ.

      ******************************************************************
      * WATCHLIST FLAG: THE MESSAGE JUST WRITTEN MATCHED A TERM ON
      * THE WATCHLIST. IT HAS GONE THROUGH; IT IS ALSO QUEUED FOR
      * REVIEW WITH THE MATCHED TERM AS THE REASON.
      ******************************************************************
       FLAG-WATCH-HIT.
           MOVE SPACES TO WS-REVIEW-NEW
           MOVE "WATCH" TO WS-RVN-SOURCE
           MOVE "WATCHLIST" TO WS-RVN-REPORTER
           MOVE WS-ROOM-UPPER TO WS-RVN-ROOM
           STRING WS-HOURS DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-MINUTES DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-SECONDS DELIMITED BY SIZE
               INTO WS-RVN-TIME
           END-STRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM1))
               TO WS-RVN-NICK
           STRING "WATCHLIST TERM " DELIMITED BY SIZE
               FUNCTION TRIM(WS-WATCH-TERM) DELIMITED BY SIZE
               INTO WS-RVN-REASON
           END-STRING
           PERFORM APPEND-REVIEW-ITEM.

      ******************************************************************
      * APPEND WS-REVIEW-NEW TO THE REVIEW QUEUE AS AN OPEN ITEM. AN
      * ITEM'S ID IS ITS LINE NUMBER - THE QUEUE IS NEVER REORDERED
      * OR SHORTENED, REVIEW ONLY CLOSES ITEMS IN PLACE.
      ******************************************************************
       APPEND-REVIEW-ITEM.
           PERFORM COUNT-REVIEW-ITEMS
           COMPUTE WS-REVIEW-ID = WS-REVIEW-CNT + 1
           MOVE WS-REVIEW-ID TO WS-REVIEW-ID-ED
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO REVIEW-RECORD
           STRING WS-REVIEW-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-NOW-DATE DELIMITED BY SIZE
               WS-TIME-NOW(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RVN-SOURCE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RVN-REPORTER) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RVN-ROOM) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RVN-TIME DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RVN-NICK) DELIMITED BY SIZE
               "|OPEN|||" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RVN-REASON) DELIMITED BY SIZE
               INTO REVIEW-RECORD
           END-STRING
           OPEN EXTEND REVIEW-FILE
           IF WS-REVIEW-STATUS NOT = "00"
               OPEN OUTPUT REVIEW-FILE
           END-IF
           WRITE REVIEW-RECORD
           CLOSE REVIEW-FILE
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "FLAGGED|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REVIEW-ID-ED) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RVN-SOURCE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RVN-ROOM) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RVN-TIME DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RVN-NICK) DELIMITED BY SIZE
               INTO WS-AUDIT-OUTCOME
           END-STRING
           PERFORM WRITE-AUDIT.

       COUNT-REVIEW-ITEMS.
           MOVE 0 TO WS-REVIEW-CNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS = "00"
               PERFORM COUNT-REVIEW-LINE UNTIL WS-EOF
               CLOSE REVIEW-FILE
           END-IF.

       COUNT-REVIEW-LINE.
           READ REVIEW-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REVIEW-CNT
           END-READ.

       SPLIT-REVIEW-RECORD.
           MOVE SPACES TO RV-ID RV-STAMP RV-SOURCE RV-REPORTER RV-ROOM
               RV-TIME RV-NICK RV-STATE RV-MODERATOR RV-CLOSED
               RV-REASON
           UNSTRING REVIEW-RECORD DELIMITED BY "|"
               INTO RV-ID RV-STAMP RV-SOURCE RV-REPORTER RV-ROOM
                   RV-TIME RV-NICK RV-STATE RV-MODERATOR RV-CLOSED
                   RV-REASON.

      ******************************************************************
      * LIST THE OPEN REVIEW ITEMS: REVIEWLIST|oper
      * One OK|id|flagged|source|reporter|room|time|nick|reason line
      * per open item, closing with OK|REVIEWLIST-END|count.
      ******************************************************************
       DO-REVIEWLIST.
           MOVE 0 TO WS-REVIEW-OPEN-CNT
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS = "00"
               PERFORM LIST-REVIEW-LINE UNTIL WS-EOF
               CLOSE REVIEW-FILE
           END-IF
           MOVE WS-REVIEW-OPEN-CNT TO WS-REVIEW-ID-ED
           MOVE SPACES TO WS-OUTPUT
           STRING "OK|REVIEWLIST-END|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REVIEW-ID-ED) DELIMITED BY SIZE
               INTO WS-OUTPUT
           END-STRING.

       LIST-REVIEW-LINE.
           READ REVIEW-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM SPLIT-REVIEW-RECORD
                   IF RV-STATE = "OPEN"
                       ADD 1 TO WS-REVIEW-OPEN-CNT
                       DISPLAY "OK|" FUNCTION TRIM(RV-ID) "|"
                           FUNCTION TRIM(RV-STAMP) "|"
                           FUNCTION TRIM(RV-SOURCE) "|"
                           FUNCTION TRIM(RV-REPORTER) "|"
                           FUNCTION TRIM(RV-ROOM) "|"
                           FUNCTION TRIM(RV-TIME) "|"
                           FUNCTION TRIM(RV-NICK) "|"
                           FUNCTION TRIM(RV-REASON)
                   END-IF
           END-READ.

      ******************************************************************
      * MODERATOR DISPOSITION: REVIEW|id|disposition|duration|oper
      * Closes open item <id> as DISMISSED, WARNED, MUTED or BANNED.
      * A warning is queued to the flagged nick's notifications; a
      * mute (<duration> minutes) or ban (<duration> days) goes
      * through the MUTE/BAN sanction path, and if the sanction is
      * refused the item stays open. The item keeps the moderator
      * and the time it was closed for the weekly report.
      ******************************************************************
       DO-REVIEW.
           MOVE "Y" TO WS-CNT-VALID
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PARAM1)) TO WS-CNT-LEN
           IF WS-CNT-LEN = 0 OR WS-CNT-LEN > 6
               MOVE "N" TO WS-CNT-VALID
           ELSE
               MOVE 1 TO WS-CNT-IDX
               PERFORM CHECK-DAYS-CHAR UNTIL WS-CNT-IDX > WS-CNT-LEN
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM2))
               TO WS-REVIEW-VERB
           MOVE SPACES TO WS-REVIEW-DISP
           EVALUATE WS-REVIEW-VERB
               WHEN "DISMISS"
               WHEN "DISMISSED"
                   MOVE "DISMISSED" TO WS-REVIEW-DISP
               WHEN "WARN"
               WHEN "WARNED"
                   MOVE "WARNED" TO WS-REVIEW-DISP
               WHEN "MUTE"
               WHEN "MUTED"
                   MOVE "MUTED" TO WS-REVIEW-DISP
               WHEN "BAN"
               WHEN "BANNED"
                   MOVE "BANNED" TO WS-REVIEW-DISP
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT WS-CNT-IS-NUMERIC
                   MOVE "ERR|BAD-COUNT" TO WS-OUTPUT
               WHEN WS-REVIEW-DISP = SPACES
                   MOVE "ERR|BAD-DISPOSITION" TO WS-OUTPUT
               WHEN OTHER
                   MOVE FUNCTION NUMVAL(FUNCTION TRIM(WS-PARAM1))
                       TO WS-REVIEW-ID
                   MOVE WS-REVIEW-ID TO WS-REVIEW-ID-ED
                   PERFORM FIND-REVIEW-ITEM
                   IF NOT WS-REVIEW-FOUND
                       MOVE "ERR|NO-SUCH-ITEM" TO WS-OUTPUT
                   ELSE
                       IF RV-STATE NOT = "OPEN"
                           MOVE "ERR|ITEM-CLOSED" TO WS-OUTPUT
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-OUTPUT = SPACES
               EVALUATE WS-REVIEW-DISP
                   WHEN "MUTED"
                   WHEN "BANNED"
                       PERFORM SANCTION-REVIEW-ITEM
                   WHEN "WARNED"
                       PERFORM WARN-REVIEW-ITEM
               END-EVALUATE
           END-IF
           IF WS-OUTPUT = SPACES OR WS-OUTPUT(1:3) = "OK|"
               MOVE "N" TO WS-REWRITE-FLAG
               PERFORM CLOSE-REVIEW-ITEM
      * A SANCTION OR WARNING ALREADY ISSUED STANDS; THE AUDIT RECORD
      * SAYS SO, AND THE ITEM IS STILL OPEN ON THE QUEUE
               IF WS-REWRITE-FAILED
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   STRING "REWRITE-FAILED|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REWRITE-PATH) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REVIEW-ID-ED) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REVIEW-DISP) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RVN-NICK) DELIMITED BY SIZE
                       INTO WS-AUDIT-OUTCOME
                   END-STRING
                   PERFORM WRITE-AUDIT
                   MOVE "ERR|REWRITE-FAILED" TO WS-OUTPUT
               ELSE
                   MOVE SPACES TO WS-AUDIT-OUTCOME
                   STRING "REVIEWED|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REVIEW-ID-ED) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REVIEW-DISP) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RVN-NICK) DELIMITED BY SIZE
                       INTO WS-AUDIT-OUTCOME
                   END-STRING
                   PERFORM WRITE-AUDIT
                   MOVE SPACES TO WS-OUTPUT
                   STRING "OK|REVIEWED|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REVIEW-ID-ED) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-REVIEW-DISP) DELIMITED BY SIZE
                       "|" DELIMITED BY SIZE
                       FUNCTION TRIM(WS-RVN-NICK) DELIMITED BY SIZE
                       INTO WS-OUTPUT
                   END-STRING
               END-IF
           END-IF.

      * LOCATE ITEM WS-REVIEW-ID, LEAVING ITS FIELDS IN RV-* AND ITS
      * ROOM, TIME, NICK AND REASON IN WS-REVIEW-NEW
       FIND-REVIEW-ITEM.
           MOVE "N" TO WS-REVIEW-HIT
           MOVE 0 TO WS-REVIEW-LINE-NO
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS = "00"
               PERFORM FIND-REVIEW-LINE UNTIL WS-EOF OR WS-REVIEW-FOUND
               CLOSE REVIEW-FILE
           END-IF.

       FIND-REVIEW-LINE.
           READ REVIEW-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REVIEW-LINE-NO
                   IF WS-REVIEW-LINE-NO = WS-REVIEW-ID
                       MOVE "Y" TO WS-REVIEW-HIT
                       PERFORM SPLIT-REVIEW-RECORD
                       MOVE SPACES TO WS-REVIEW-NEW
                       MOVE RV-SOURCE TO WS-RVN-SOURCE
                       MOVE RV-REPORTER TO WS-RVN-REPORTER
                       MOVE RV-ROOM TO WS-RVN-ROOM
                       MOVE RV-TIME TO WS-RVN-TIME
                       MOVE RV-NICK TO WS-RVN-NICK
                       MOVE RV-REASON TO WS-RVN-REASON
                   END-IF
           END-READ.

      ******************************************************************
      * MUTE OR BAN THE FLAGGED NICK THROUGH ADD-SANCTION, WHICH
      * TAKES THE NICK, DURATION AND REASON FROM PARAM1-3
      ******************************************************************
       SANCTION-REVIEW-ITEM.
           MOVE SPACES TO WS-PARAM2
           MOVE WS-PARAM3 TO WS-PARAM2
           MOVE SPACES TO WS-PARAM1
           MOVE WS-RVN-NICK TO WS-PARAM1
           MOVE SPACES TO WS-PARAM3
           STRING "REVIEW " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REVIEW-ID-ED) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(WS-RVN-REASON) DELIMITED BY SIZE
               INTO WS-PARAM3
           END-STRING
           IF WS-REVIEW-DISP = "MUTED"
               PERFORM DO-MUTE
           ELSE
               PERFORM DO-BAN
           END-IF.

      ******************************************************************
      * QUEUE A MODERATOR WARNING TO THE FLAGGED NICK'S NOTIFICATIONS
      * (PLAYED BACK BY NOTIFY LIKE ANY @MENTION). A NICK NO LONGER
      * REGISTERED GETS NO QUEUE; THE ITEM IS CLOSED REGARDLESS.
      ******************************************************************
       WARN-REVIEW-ITEM.
           MOVE SPACES TO WS-LOOKUP-NICK
           MOVE WS-RVN-NICK TO WS-LOOKUP-NICK
           PERFORM LOOKUP-USER
           IF WS-USER-EXISTS
               ACCEPT WS-MSG-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW(1:2) TO WS-HOURS
               MOVE WS-TIME-NOW(3:2) TO WS-MINUTES
               MOVE WS-TIME-NOW(5:2) TO WS-SECONDS
               MOVE SPACES TO WS-MENT-NICK
               MOVE WS-RVN-NICK TO WS-MENT-NICK
               MOVE SPACES TO WS-ROOM-UPPER
               MOVE WS-RVN-ROOM TO WS-ROOM-UPPER
               MOVE SPACES TO WS-PARAM1
               MOVE "MODERATOR" TO WS-PARAM1
               MOVE SPACES TO WS-FORMAT-MSG
               STRING "[" DELIMITED BY SIZE
                   WS-HOURS DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-MINUTES DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-SECONDS DELIMITED BY SIZE
                   "] *** MODERATOR WARNING: YOUR MESSAGE AT "
                       DELIMITED BY SIZE
                   WS-RVN-TIME DELIMITED BY SIZE
                   " IN " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-RVN-ROOM) DELIMITED BY SIZE
                   " BREACHED THE ROOM RULES ***" DELIMITED BY SIZE
                   INTO WS-FORMAT-MSG
               END-STRING
               PERFORM QUEUE-MENTION
           END-IF.

      ******************************************************************
      * REWRITE THE QUEUE THROUGH THE WORK FILE WITH ITEM
      * WS-REVIEW-ID CLOSED UNDER WS-REVIEW-DISP BY THE OPERATOR
      ******************************************************************
       CLOSE-REVIEW-ITEM.
           MOVE 0 TO WS-REVIEW-LINE-NO
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT REVIEW-FILE
           IF WS-REVIEW-STATUS = "00"
               ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
               ACCEPT WS-TIME-NOW FROM TIME
               OPEN OUTPUT REDWORK-FILE
               IF WS-REDWORK-STATUS NOT = "00"
                   CLOSE REVIEW-FILE
                   MOVE "Y" TO WS-REWRITE-FLAG
                   MOVE WS-REVIEW-PATH TO WS-REWRITE-PATH
               ELSE
                   PERFORM CLOSE-REVIEW-LINE UNTIL WS-EOF
                   CLOSE REDWORK-FILE
                   CLOSE REVIEW-FILE
                   CALL "CBL_COPY_FILE"
                       USING WS-REDWORK-PATH WS-REVIEW-PATH
                   MOVE RETURN-CODE TO WS-DEL-RC
                   MOVE 0 TO RETURN-CODE
                   IF WS-DEL-RC = 0
                       CALL "CBL_DELETE_FILE" USING WS-REDWORK-PATH
                       MOVE 0 TO RETURN-CODE
                   ELSE
                       MOVE "Y" TO WS-REWRITE-FLAG
                       MOVE WS-REVIEW-PATH TO WS-REWRITE-PATH
                   END-IF
               END-IF
           END-IF.

       CLOSE-REVIEW-LINE.
           READ REVIEW-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REVIEW-LINE-NO
                   MOVE REVIEW-RECORD TO REDWORK-RECORD
                   IF WS-REVIEW-LINE-NO = WS-REVIEW-ID
                       PERFORM SPLIT-REVIEW-RECORD
                       MOVE SPACES TO REDWORK-RECORD
                       STRING FUNCTION TRIM(RV-ID) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RV-STAMP) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RV-SOURCE) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RV-REPORTER) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RV-ROOM) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RV-TIME) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RV-NICK) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-REVIEW-DISP)
                               DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           WS-NOW-DATE DELIMITED BY SIZE
                           WS-TIME-NOW(1:6) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RV-REASON) DELIMITED BY SIZE
                           INTO REDWORK-RECORD
                       END-STRING
                   END-IF
                   WRITE REDWORK-RECORD
           END-READ.

      ******************************************************************
      * MESSAGE REDACTION: REDACT|room|date|time|nick|reason|oper
      * Replaces the text of the nick's message at <time> on <date>
      * (YYYYMMDD, HH:MM:SS) with the redaction marker wherever it
      * lives. A message from <date> sits in the first archive the
      * catalog lists for the room on or after that date, or - not
      * yet rolled - in the live transcript, so the archives are
      * tried in catalog order and then the live transcript, and the
      * first file holding the message is redacted. A record carries
      * its own date and must match it; an undated record (written
      * before records were dated) is matched on time alone. Any
      * @mention notification of the line still queued is redacted
      * too. The redaction is entered on the register, PENDING until
      * MININ-EXTRACT sends the correction, and audited.
      ******************************************************************
       DO-REDACT.
           PERFORM EDIT-REDACT-FIELDS
           IF WS-OUTPUT = SPACES
               MOVE "N" TO WS-RED-FOUND
               MOVE "N" TO WS-REWRITE-FLAG
               MOVE 0 TO WS-RED-HITS WS-RED-NOTES
               MOVE SPACES TO WS-RED-FILE WS-RED-ORIG
               MOVE "N" TO WS-EOF-FLAG
               OPEN INPUT CATALOG-FILE
               IF WS-CATALOG-STATUS = "00"
                   PERFORM REDACT-CATALOG-LINE
                       UNTIL WS-EOF OR WS-RED-IS-FOUND
                           OR WS-REWRITE-FAILED
                   CLOSE CATALOG-FILE
               END-IF
               IF NOT WS-RED-IS-FOUND AND NOT WS-REWRITE-FAILED
                   MOVE WS-RED-ROOM TO WS-ROOM-UPPER
                   PERFORM BUILD-TRANSCRIPT-PATH
                   PERFORM REDACT-ONE-FILE
               END-IF
               EVALUATE TRUE
                   WHEN WS-REWRITE-FAILED
                       PERFORM REPORT-REWRITE-FAILED
                   WHEN NOT WS-RED-IS-FOUND
                       MOVE "ERR|NO-SUCH-MESSAGE" TO WS-OUTPUT
                   WHEN OTHER
                       MOVE "R" TO WS-MENT-MODE
                       MOVE SPACES TO WS-MENT-TEXT
                       MOVE WS-RED-ORIG TO WS-MENT-TEXT
                       PERFORM WALK-MENTIONS
                       MOVE "Q" TO WS-MENT-MODE
                       PERFORM APPEND-REDACTION
                       PERFORM REPORT-REDACTION
      * THE MESSAGE ITSELF IS REDACTED AND REGISTERED; A NOTIFY QUEUE
      * THAT COULD NOT BE SCRUBBED STILL FAILS THE REQUEST
                       IF WS-REWRITE-FAILED
                           PERFORM REPORT-REWRITE-FAILED
                       END-IF
               END-EVALUATE
           END-IF.

       REPORT-REWRITE-FAILED.
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "REWRITE-FAILED|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-REWRITE-PATH) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RED-ROOM) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RED-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RED-TIME DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RED-NICK) DELIMITED BY SIZE
               INTO WS-AUDIT-OUTCOME
           END-STRING
           PERFORM WRITE-AUDIT
           MOVE "ERR|REWRITE-FAILED" TO WS-OUTPUT.

       EDIT-REDACT-FIELDS.
           MOVE SPACES TO WS-ROOM-UPPER WS-RED-ROOM WS-RED-DATE
               WS-RED-TIME WS-RED-NICK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM1))
               TO WS-ROOM-UPPER
           MOVE WS-ROOM-UPPER TO WS-RED-ROOM
           MOVE FUNCTION TRIM(WS-PARAM2) TO WS-RED-DATE
           MOVE FUNCTION TRIM(WS-PARAM3) TO WS-RED-TIME
           MOVE SPACES TO WS-LOOKUP-NICK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-PARAM5))
               TO WS-LOOKUP-NICK
           MOVE WS-LOOKUP-NICK TO WS-RED-NICK
           PERFORM VALIDATE-ROOM-NAME
           PERFORM VALIDATE-NICK-NAME
           EVALUATE TRUE
               WHEN NOT WS-ROOM-NAME-OK
                   MOVE "ERR|BAD-ROOM-NAME" TO WS-OUTPUT
               WHEN WS-RED-DATE IS NOT NUMERIC
                   MOVE "ERR|BAD-STAMP" TO WS-OUTPUT
               WHEN WS-RED-TIME(1:2) IS NOT NUMERIC
                       OR WS-RED-TIME(3:1) NOT = ":"
                       OR WS-RED-TIME(4:2) IS NOT NUMERIC
                       OR WS-RED-TIME(6:1) NOT = ":"
                       OR WS-RED-TIME(7:2) IS NOT NUMERIC
                   MOVE "ERR|BAD-STAMP" TO WS-OUTPUT
               WHEN NOT WS-NICK-NAME-OK
                   MOVE "ERR|BAD-NICK" TO WS-OUTPUT
               WHEN WS-PARAM6 = SPACES
                   MOVE "ERR|MISSING-FIELD" TO WS-OUTPUT
           END-EVALUATE.

      * TRY ONE CATALOGED ARCHIVE OF THE ROOM ROLLED ON OR AFTER THE
      * MESSAGE DATE
       REDACT-CATALOG-LINE.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO AR-ROOM AR-DATE AR-PATH
                   UNSTRING CATALOG-RECORD DELIMITED BY "|"
                       INTO AR-ROOM AR-DATE AR-PATH
                   IF FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROOM))
                           = WS-RED-ROOM
                           AND AR-DATE >= WS-RED-DATE
                       MOVE SPACES TO WS-TRANSCRIPT-PATH
                       MOVE AR-PATH TO WS-TRANSCRIPT-PATH
                       PERFORM REDACT-ONE-FILE
                   END-IF
           END-READ.

      ******************************************************************
      * COPY THE FILE NAMED BY WS-TRANSCRIPT-PATH (LIVE TRANSCRIPT OR
      * ARCHIVE - THE SAME date|time|nick|room|text LAYOUT) TO THE
      * WORK FILE, MARKING EVERY LINE BY THE NICK AT THE DATE AND
      * TIME, AND COPY IT BACK ONLY IF A LINE WAS MARKED. THE FIRST
      * FILE THAT HOLDS THE MESSAGE SETS WS-RED-IS-FOUND. A MARKED
      * LINE KEEPS THE LAYOUT IT WAS WRITTEN IN.
      ******************************************************************
       REDACT-ONE-FILE.
           MOVE WS-RED-DATE TO WS-TX-DEFAULT-DATE
           MOVE 0 TO WS-RED-FILE-HITS
           MOVE "N" TO WS-RED-EOF-FLAG
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-STATUS = "00"
               OPEN OUTPUT REDWORK-FILE
               IF WS-REDWORK-STATUS NOT = "00"
                   CLOSE TRANSCRIPT-FILE
                   MOVE "Y" TO WS-REWRITE-FLAG
                   MOVE WS-TRANSCRIPT-PATH TO WS-REWRITE-PATH
               ELSE
                   PERFORM REDACT-TRANSCRIPT-LINE UNTIL WS-RED-EOF
                   CLOSE REDWORK-FILE
                   CLOSE TRANSCRIPT-FILE
                   MOVE 0 TO WS-DEL-RC
                   IF WS-RED-FILE-HITS > 0
                       CALL "CBL_COPY_FILE"
                           USING WS-REDWORK-PATH WS-TRANSCRIPT-PATH
                       MOVE RETURN-CODE TO WS-DEL-RC
                       MOVE 0 TO RETURN-CODE
                   END-IF
                   IF WS-DEL-RC = 0
                       IF WS-RED-FILE-HITS > 0
                           MOVE "Y" TO WS-RED-FOUND
                           MOVE WS-RED-FILE-HITS TO WS-RED-HITS
                           MOVE WS-TRANSCRIPT-PATH TO WS-RED-FILE
                       END-IF
                       CALL "CBL_DELETE_FILE" USING WS-REDWORK-PATH
                       MOVE 0 TO RETURN-CODE
                   ELSE
                       MOVE "Y" TO WS-REWRITE-FLAG
                       MOVE WS-TRANSCRIPT-PATH TO WS-REWRITE-PATH
                   END-IF
               END-IF
           END-IF.

       REDACT-TRANSCRIPT-LINE.
           READ TRANSCRIPT-FILE
               AT END
                   SET WS-RED-EOF TO TRUE
               NOT AT END
                   MOVE TRANSCRIPT-RECORD TO REDWORK-RECORD
                   MOVE TRANSCRIPT-RECORD TO WS-TX-RECORD
                   PERFORM SPLIT-TX-RECORD
                   IF RD-DATE = WS-RED-DATE
                           AND RD-TIME = WS-RED-TIME
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                               RD-NICK)) = WS-RED-NICK
                       ADD 1 TO WS-RED-FILE-HITS
                       IF WS-RED-ORIG = SPACES
                           MOVE RD-TEXT TO WS-RED-ORIG
                       END-IF
                       MOVE SPACES TO WS-RED-LINE
                       STRING RD-TIME DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RD-NICK) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RD-ROOM) DELIMITED BY SIZE
                           "|[" DELIMITED BY SIZE
                           RD-TIME DELIMITED BY SIZE
                           "] <" DELIMITED BY SIZE
                           FUNCTION TRIM(RD-NICK) DELIMITED BY SIZE
                           "> " DELIMITED BY SIZE
                           WS-RED-MARK DELIMITED BY SIZE
                           INTO WS-RED-LINE
                       END-STRING
                       PERFORM BUILD-REDACTED-RECORD
                   END-IF
                   WRITE REDWORK-RECORD
           END-READ.

      ******************************************************************
      * SCRUB ONE MENTIONED NICK'S NOTIFY QUEUE (date|time|room|
      * sender|text, OR time|room|sender|text WHEN WRITTEN BEFORE
      * RECORDS WERE DATED) OF THE REDACTED LINE, THROUGH THE SAME
      * WORK FILE. ONCE A REWRITE HAS FAILED THE REMAINING QUEUES ARE
      * LEFT ALONE SO THE KEPT WORK FILE IS NOT OVERWRITTEN.
      ******************************************************************
       REDACT-NOTIFY-QUEUE.
           MOVE SPACES TO WS-NOTIFY-PATH
           STRING "MININ-NOTIFY-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-MENT-NICK) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-NOTIFY-PATH
           END-STRING
           MOVE 0 TO WS-RED-FILE-HITS
           MOVE "N" TO WS-RED-EOF-FLAG
           IF NOT WS-REWRITE-FAILED
               OPEN INPUT NOTIFY-FILE
               IF WS-NOTIFY-STATUS = "00"
                   OPEN OUTPUT REDWORK-FILE
                   IF WS-REDWORK-STATUS NOT = "00"
                       CLOSE NOTIFY-FILE
                       MOVE "Y" TO WS-REWRITE-FLAG
                       MOVE WS-NOTIFY-PATH TO WS-REWRITE-PATH
                   ELSE
                       PERFORM REDACT-NOTIFY-LINE UNTIL WS-RED-EOF
                       CLOSE REDWORK-FILE
                       CLOSE NOTIFY-FILE
                       PERFORM FINISH-NOTIFY-REWRITE
                   END-IF
               END-IF
           END-IF.

       FINISH-NOTIFY-REWRITE.
           MOVE 0 TO WS-DEL-RC
           IF WS-RED-FILE-HITS > 0
               CALL "CBL_COPY_FILE"
                   USING WS-REDWORK-PATH WS-NOTIFY-PATH
               MOVE RETURN-CODE TO WS-DEL-RC
               MOVE 0 TO RETURN-CODE
           END-IF
           IF WS-DEL-RC = 0
               ADD WS-RED-FILE-HITS TO WS-RED-NOTES
               CALL "CBL_DELETE_FILE" USING WS-REDWORK-PATH
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE "Y" TO WS-REWRITE-FLAG
               MOVE WS-NOTIFY-PATH TO WS-REWRITE-PATH
           END-IF.

       REDACT-NOTIFY-LINE.
           READ NOTIFY-FILE
               AT END
                   SET WS-RED-EOF TO TRUE
               NOT AT END
                   MOVE NOTIFY-RECORD TO REDWORK-RECORD
                   MOVE SPACES TO RD-DATE RD-TIME RD-ROOM RD-NICK
                       RD-TEXT
                   IF NOTIFY-RECORD(3:1) = ":"
                       MOVE "Y" TO WS-TX-UNDATED
                       MOVE WS-RED-DATE TO RD-DATE
                       UNSTRING NOTIFY-RECORD DELIMITED BY "|"
                           INTO RD-TIME RD-ROOM RD-NICK RD-TEXT
                   ELSE
                       MOVE "N" TO WS-TX-UNDATED
                       UNSTRING NOTIFY-RECORD DELIMITED BY "|"
                           INTO RD-DATE RD-TIME RD-ROOM RD-NICK
                               RD-TEXT
                   END-IF
                   IF RD-DATE = WS-RED-DATE
                           AND RD-TIME = WS-RED-TIME
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                               RD-ROOM)) = WS-RED-ROOM
                           AND FUNCTION UPPER-CASE(FUNCTION TRIM(
                               RD-NICK)) = WS-RED-NICK
                       ADD 1 TO WS-RED-FILE-HITS
                       MOVE SPACES TO WS-RED-LINE
                       STRING RD-TIME DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RD-ROOM) DELIMITED BY SIZE
                           "|" DELIMITED BY SIZE
                           FUNCTION TRIM(RD-NICK) DELIMITED BY SIZE
                           "|[" DELIMITED BY SIZE
                           RD-TIME DELIMITED BY SIZE
                           "] <" DELIMITED BY SIZE
                           FUNCTION TRIM(RD-NICK) DELIMITED BY SIZE
                           "> " DELIMITED BY SIZE
                           WS-RED-MARK DELIMITED BY SIZE
                           INTO WS-RED-LINE
                       END-STRING
                       PERFORM BUILD-REDACTED-RECORD
                   END-IF
                   WRITE REDWORK-RECORD
           END-READ.

      * THE MARKED LINE IN WS-RED-LINE GOES TO THE WORK FILE DATED
      * OR UNDATED AS THE ORIGINAL RECORD WAS
       BUILD-REDACTED-RECORD.
           MOVE SPACES TO REDWORK-RECORD
           IF WS-TX-IS-UNDATED
               MOVE WS-RED-LINE TO REDWORK-RECORD
           ELSE
               STRING RD-DATE DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-RED-LINE DELIMITED BY SIZE
                   INTO REDWORK-RECORD
               END-STRING
           END-IF.

       APPEND-REDACTION.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME-NOW FROM TIME
           MOVE SPACES TO REDACT-RECORD
           STRING WS-NOW-DATE DELIMITED BY SIZE
               WS-TIME-NOW(1:6) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RED-ROOM) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RED-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RED-TIME DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RED-NICK) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-OPER-ID) DELIMITED BY SIZE
               "|PENDING|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RED-FILE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-PARAM6) DELIMITED BY SIZE
               INTO REDACT-RECORD
           END-STRING
           OPEN EXTEND REDACT-FILE
           IF WS-REDACT-STATUS NOT = "00"
               OPEN OUTPUT REDACT-FILE
           END-IF
           WRITE REDACT-RECORD
           CLOSE REDACT-FILE.

       REPORT-REDACTION.
           MOVE WS-RED-HITS TO WS-RED-HITS-ED
           MOVE WS-RED-NOTES TO WS-RED-NOTES-ED
           MOVE SPACES TO WS-AUDIT-OUTCOME
           STRING "REDACTED|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RED-ROOM) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RED-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-RED-TIME DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RED-NICK) DELIMITED BY SIZE
               INTO WS-AUDIT-OUTCOME
           END-STRING
           PERFORM WRITE-AUDIT
           MOVE SPACES TO WS-OUTPUT
           STRING "OK|REDACTED|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RED-FILE) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RED-HITS-ED) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(WS-RED-NOTES-ED) DELIMITED BY SIZE
               INTO WS-OUTPUT
           END-STRING.

      ******************************************************************
      * @MENTION SCAN, RUN AFTER EVERY SUCCESSFUL FORMAT
      * Walks the message text for @nick tokens (letters, digits,
      * dash, underscore after the @), and queues one notification
      * per registered nick mentioned - time, room, sender and the
      * formatted line - on that nick's MININ-NOTIFY-<nick>.DAT.
      * A nick mentioned twice in one message is queued once.
      * Mentions of unregistered nicks are ignored.
      ******************************************************************
       SCAN-MENTIONS.
           MOVE "Q" TO WS-MENT-MODE
           MOVE SPACES TO WS-MENT-TEXT
           MOVE WS-PARAM2 TO WS-MENT-TEXT
           PERFORM WALK-MENTIONS.

      * WALK WS-MENT-TEXT FOR @nick TOKENS. IN QUEUE MODE EACH NICK
      * IS QUEUED A NOTIFICATION; IN REDACT MODE (SET BY DO-REDACT)
      * EACH NICK'S QUEUE IS SCRUBBED OF THE REDACTED LINE INSTEAD.
       WALK-MENTIONS.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MENT-TEXT
               TRAILING)) TO WS-MENT-LEN
           MOVE 0 TO WS-MENT-SEEN-CNT
           MOVE 1 TO WS-MENT-I
           PERFORM SCAN-MENTION-CHAR UNTIL WS-MENT-I > WS-MENT-LEN.

       SCAN-MENTION-CHAR.
           IF WS-MENT-TEXT(WS-MENT-I:1) = "@"
               PERFORM COLLECT-MENTION-NICK
           ELSE
               ADD 1 TO WS-MENT-I
           END-IF.

       COLLECT-MENTION-NICK.
           MOVE SPACES TO WS-MENT-NICK
           MOVE 0 TO WS-MENT-NICK-LEN
           MOVE "N" TO WS-MENT-STOP
           ADD 1 TO WS-MENT-I
           PERFORM GRAB-MENTION-CHAR
               UNTIL WS-MENT-I > WS-MENT-LEN OR WS-MENT-DONE
           IF WS-MENT-NICK-LEN > 0
               MOVE FUNCTION UPPER-CASE(WS-MENT-NICK)
                   TO WS-MENT-NICK
               PERFORM CHECK-MENTION-DUP
               IF NOT WS-MENT-IS-DUP AND WS-MENT-REDACTING
                   PERFORM REDACT-NOTIFY-QUEUE
               END-IF
               IF NOT WS-MENT-IS-DUP AND NOT WS-MENT-REDACTING
                   MOVE SPACES TO WS-LOOKUP-NICK
                   MOVE WS-MENT-NICK TO WS-LOOKUP-NICK
                   PERFORM LOOKUP-USER
      * A PRIVATE ROOM'S LINE IS NEVER QUEUED TO A NON-MEMBER
                   IF WS-USER-EXISTS AND WS-ROOM-IS-PRIVATE
                       PERFORM LOOKUP-MEMBER
                       IF NOT WS-MEMB-EXISTS
                           MOVE "N" TO WS-USER-FOUND
                       END-IF
                   END-IF
                   IF WS-USER-EXISTS
                       PERFORM QUEUE-MENTION
                   END-IF
               END-IF
           END-IF.

       GRAB-MENTION-CHAR.
           MOVE WS-MENT-TEXT(WS-MENT-I:1) TO WS-MENT-CHAR
           IF ((WS-MENT-CHAR >= "A" AND WS-MENT-CHAR <= "Z")
                   OR (WS-MENT-CHAR >= "a" AND WS-MENT-CHAR <= "z")
                   OR (WS-MENT-CHAR >= "0" AND WS-MENT-CHAR <= "9")
                   OR WS-MENT-CHAR = "-" OR WS-MENT-CHAR = "_")
                   AND WS-MENT-NICK-LEN < 64
               ADD 1 TO WS-MENT-NICK-LEN
               MOVE WS-MENT-CHAR
                   TO WS-MENT-NICK(WS-MENT-NICK-LEN:1)
               ADD 1 TO WS-MENT-I
           ELSE
               MOVE "Y" TO WS-MENT-STOP
           END-IF.

      ******************************************************************
      * ONE NOTIFICATION PER NICK PER MESSAGE: TRACK THE NICKS
      * ALREADY QUEUED FOR THIS MESSAGE, SETTING WS-MENT-IS-DUP. THE
      * TABLE COVERS MORE DISTINCT NICKS THAN A 512-BYTE MESSAGE CAN
      * MENTION; SHOULD IT EVER FILL ANYWAY, FURTHER MENTIONS ARE
      * TREATED AS DUPLICATES RATHER THAN QUEUED UNTRACKED, SO THE
      * ONE-PER-NICK CONTRACT HOLDS UNCONDITIONALLY.
      ******************************************************************
       CHECK-MENTION-DUP.
           MOVE "N" TO WS-MENT-DUP
           PERFORM MATCH-MENTION-SEEN VARYING WS-MENT-K FROM 1 BY 1
               UNTIL WS-MENT-K > WS-MENT-SEEN-CNT OR WS-MENT-IS-DUP
               INTO WS-NOTIFY-PATH
           END-STRING
           MOVE SPACES TO NOTIFY-RECORD
           STRING WS-MSG-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-HOURS DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-MINUTES DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
