      ******************************************************************
      * MININ-CHGBACK MONTHLY CHARGEBACK REPORT v1.0
      * --------------------------------------------------------
      * COMPANION BATCH JOB TO THE MININ-CHAT MESSAGE PROCESSOR
      *
      * CHARGES THE CHAT SERVICE BACK TO THE DEPARTMENTS THAT USE
      * IT. EVERY ROOM ON THE ROOM MASTER NAMES ITS OWNING COST
      * CENTER (SEVENTH FIELD, SET BY MININ-CHAT'S ROOMCOST
      * COMMAND). FOR THE MONTH THE JOB WALKS THE MININ-ARCHIVES.DAT
      * CATALOG AND THE LIVE TRANSCRIPTS AND PRINTS:
      *   - USAGE BY ROOM: MESSAGE COUNT (ARCHIVED AND LIVE),
      *     DISTINCT POSTING NICKS AND BYTES STORED
      *   - CHARGES BY COST CENTER: THE ROOMS ROLLED UP UNDER THEIR
      *     COST CENTER AT THE UNIT RATE FROM THE RATE FILE, WITH A
      *     GRAND TOTAL. A ROOM WITH NO COST CENTER, OR ONE KNOWN
      *     ONLY FROM THE CATALOG (CLOSED AND RECLAIMED SINCE), IS
      *     CHARGED ON THE UNASSIGNED LINE SO IT GETS CHASED DOWN.
      *   - TIE-OUT: THE ARCHIVED MESSAGES CHARGED AGAINST THE
      *     COUNT OF ARCHIVE RECORDS DATED IN THE MONTH
      *
      * COMMAND LINE: [month]
      * <month> IS YYYYMM, DEFAULT THE CURRENT MONTH. A MESSAGE
      * BELONGS TO THE MONTH OF ITS OWN DATE, SO EVERY LIVE
      * TRANSCRIPT AND EVERY ARCHIVE ROLLED ON OR AFTER THE FIRST OF
      * THE MONTH IS READ AND ONLY THE MESSAGES DATED IN THE MONTH
      * ARE CHARGED. AN UNDATED (time|nick|room|text) RECORD TAKES
      * THE CATALOG DATE IN AN ARCHIVE AND TODAY IN A LIVE
      * TRANSCRIPT.
      *
      * THE RATE FILE MININ-RATES.DAT HOLDS ONE costctr|rate RECORD
      * PER COST CENTER, THE RATE BEING THE CHARGE PER MESSAGE
      * (E.G. 0.0025). A DEFAULT RECORD PRICES ANY COST CENTER NOT
      * LISTED, UNASSIGNED INCLUDED. RETURN CODES:
      *   0 - REPORT PRINTED AND IN BALANCE
      *   4 - REPORT PRINTED BUT OUT OF BALANCE, A TABLE FILLED,
      *       OR A COST CENTER HAD NO RATE
      *   8 - <month> IS NOT A VALID YYYYMM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MININ-CHGBACK.
       AUTHOR. MININ-DEV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROOMS-FILE ASSIGN TO DYNAMIC WS-ROOMS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROOMS-STATUS.
           SELECT RATES-FILE ASSIGN TO DYNAMIC WS-RATES-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DYNAMIC WS-CATALOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT TRANSCRIPT-FILE ASSIGN TO DYNAMIC WS-TRANSCRIPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSCRIPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ROOMS-FILE.
       01  ROOMS-RECORD              PIC X(260).

       FD  RATES-FILE.
       01  RATES-RECORD              PIC X(80).

       FD  CATALOG-FILE.
       01  CATALOG-RECORD            PIC X(200).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD            PIC X(1200).

       FD  TRANSCRIPT-FILE.
       01  TRANSCRIPT-RECORD         PIC X(1200).

       WORKING-STORAGE SECTION.
       01  WS-ROOMS-STATUS     PIC X(2).
       01  WS-RATES-STATUS     PIC X(2).
       01  WS-CATALOG-STATUS   PIC X(2).
       01  WS-ARCHIVE-STATUS   PIC X(2).
       01  WS-TRANSCRIPT-STATUS PIC X(2).
       01  WS-ROOMS-PATH       PIC X(80) VALUE "MININ-ROOMS.DAT".
       01  WS-RATES-PATH       PIC X(80) VALUE "MININ-RATES.DAT".
       01  WS-CATALOG-PATH     PIC X(80) VALUE "MININ-ARCHIVES.DAT".
       01  WS-ARCHIVE-PATH     PIC X(120).
       01  WS-TRANSCRIPT-PATH  PIC X(80).
       01  WS-EOF-FLAG         PIC X(1) VALUE "N".
           88  WS-EOF                    VALUE "Y".
       01  WS-ARC-EOF-FLAG     PIC X(1) VALUE "N".
           88  WS-ARC-EOF                VALUE "Y".
       01  WS-CMD-LINE         PIC X(80).
       01  WS-ARG-OK           PIC X(1) VALUE "Y".
           88  WS-ARGS-VALID              VALUE "Y".
       01  WS-TODAY            PIC X(8).
       01  WS-MONTH            PIC X(6).
       01  WS-MONTH-EDIT       PIC X(7).
       01  WS-MONTH-MM         PIC 9(2) VALUE 0.
       01  RM-NAME             PIC X(64).
       01  RM-TOPIC            PIC X(120).
       01  RM-CREATED          PIC X(8).
       01  RM-MEMBERS          PIC 9(9).
       01  RM-STATUS           PIC X(8).
       01  RM-ACCESS           PIC X(8).
       01  RM-COSTCTR          PIC X(16).
       01  AR-ROOM             PIC X(64).
       01  AR-DATE             PIC X(8).
       01  AR-PATH             PIC X(120).
       01  WS-TR-DATE          PIC X(8).
       01  WS-TR-TIME          PIC X(8).
       01  WS-TR-NICK          PIC X(64).
       01  WS-TR-DEFAULT-DATE  PIC X(8).
       01  WS-TR-LEN           PIC 9(4) VALUE 0.
      * ONE ROW PER ROOM: THE ROOM MASTER (UP TO 100 PLUS THE
      * IMPLICIT GENERAL ROOM), THEN ANY ROOM THAT TURNS UP ONLY ON
      * THE CATALOG. A SOURCE LINE IS TAKEN AS LIVE OR ARCHIVED BY
      * WS-SRC-KIND WHEN IT IS CREDITED.
       01  WS-ROOM-CNT         PIC 9(3) VALUE 0.
       01  WS-ROOM-TABLE.
           05  WS-ROOM-ENTRY OCCURS 120 TIMES.
               10  WS-ROOM-NAME    PIC X(64).
               10  WS-ROOM-CC      PIC X(16).
               10  WS-ROOM-ARC     PIC 9(9).
               10  WS-ROOM-LIVE    PIC 9(9).
               10  WS-ROOM-NICKS   PIC 9(5).
               10  WS-ROOM-BYTES   PIC 9(12).
               10  WS-ROOM-CCX     PIC 9(3).
       01  WS-ROOM-I           PIC 9(3) VALUE 0.
       01  WS-ROOM-HIT         PIC 9(3) VALUE 0.
       01  WS-ROOM-KEY         PIC X(64).
       01  WS-GENERAL-SEEN     PIC X(1) VALUE "N".
           88  WS-HAVE-GENERAL            VALUE "Y".
       01  WS-ROOM-FULL        PIC X(1) VALUE "N".
           88  WS-ROOM-TABLE-FULL         VALUE "Y".
       01  WS-SRC-KIND         PIC X(1) VALUE "A".
           88  WS-SRC-ARCHIVE             VALUE "A".
           88  WS-SRC-LIVE                VALUE "L".
      * ONE ROW PER COST CENTER IN ORDER OF FIRST APPEARANCE ON THE
      * ROOM TABLE; UNASSIGNED IS ALWAYS PRESENT AND PRINTED LAST
       01  WS-CC-CNT           PIC 9(3) VALUE 0.
       01  WS-CC-TABLE.
           05  WS-CC-ENTRY OCCURS 121 TIMES.
               10  WS-CC-NAME      PIC X(16).
               10  WS-CC-ROOMS     PIC 9(3).
               10  WS-CC-MSGS      PIC 9(9).
               10  WS-CC-NICKS     PIC 9(5).
               10  WS-CC-BYTES     PIC 9(12).
               10  WS-CC-RATE      PIC 9(3)V9(4).
               10  WS-CC-RATED     PIC X(1).
               10  WS-CC-CHARGE    PIC 9(9)V99.
       01  WS-CC-I             PIC 9(3) VALUE 0.
       01  WS-CC-HIT           PIC 9(3) VALUE 0.
       01  WS-CC-KEY           PIC X(16).
       01  WS-CC-UNASSIGNED    PIC 9(3) VALUE 0.
      * DISTINCT POSTING NICKS: ONE ROW PER NICK SEEN IN A ROOM
      * (R+room), IN A COST CENTER (C+cc) AND SERVICE-WIDE (T000).
      * SYSTEM ANNOUNCEMENTS ARE NOT A POSTING NICK.
       01  WS-PN-CNT           PIC 9(5) VALUE 0.
       01  WS-PN-TABLE.
           05  WS-PN-ENTRY OCCURS 9000 TIMES.
               10  WS-PN-KEY       PIC X(4).
               10  WS-PN-NICK      PIC X(64).
       01  WS-PN-I             PIC 9(5) VALUE 0.
       01  WS-PN-KEY-IN        PIC X(4).
       01  WS-PN-FOUND         PIC X(1) VALUE "N".
           88  WS-PN-KNOWN                VALUE "Y".
       01  WS-PN-FULL          PIC X(1) VALUE "N".
           88  WS-PN-TABLE-FULL           VALUE "Y".
       01  WS-PN-KEY-ROOM.
           05  FILLER          PIC X(1) VALUE "R".
           05  WS-PN-ROOM-NO   PIC 9(3).
       01  WS-PN-KEY-CC.
           05  FILLER          PIC X(1) VALUE "C".
           05  WS-PN-CC-NO     PIC 9(3).
       01  WS-NICK-UPPER       PIC X(64).
       01  WS-ALL-NICKS        PIC 9(5) VALUE 0.
      * UNIT RATES FROM MININ-RATES.DAT
       01  WS-RATE-CNT         PIC 9(3) VALUE 0.
       01  WS-RATE-TABLE.
           05  WS-RATE-ENTRY OCCURS 200 TIMES.
               10  WS-RATE-NAME    PIC X(16).
               10  WS-RATE-VAL     PIC 9(3)V9(4).
       01  WS-RATE-I           PIC 9(3) VALUE 0.
       01  WS-RATE-HIT         PIC 9(3) VALUE 0.
       01  WS-RATE-F1          PIC X(16).
       01  WS-RATE-F2          PIC X(16).
       01  WS-RATE-BAD         PIC 9(5) VALUE 0.
       01  WS-DEFAULT-RATE     PIC 9(3)V9(4) VALUE 0.
       01  WS-DEFAULT-FLAG     PIC X(1) VALUE "N".
           88  WS-HAVE-DEFAULT            VALUE "Y".
       01  WS-NO-RATE-CNT      PIC 9(3) VALUE 0.
      * CONTROL TOTALS
       01  WS-CTL-ARCHIVES     PIC 9(5) VALUE 0.
       01  WS-CTL-ARC-RECS     PIC 9(9) VALUE 0.
       01  WS-ARC-LINES        PIC 9(9) VALUE 0.
       01  WS-TOT-ARC          PIC 9(9) VALUE 0.
       01  WS-TOT-LIVE         PIC 9(9) VALUE 0.
       01  WS-TOT-MSGS         PIC 9(9) VALUE 0.
       01  WS-TOT-BYTES        PIC 9(12) VALUE 0.
       01  WS-TOT-CHARGE       PIC 9(9)V99 VALUE 0.
       01  WS-CC-ARC           PIC 9(9) VALUE 0.
       01  WS-BALANCE-FLAG     PIC X(1) VALUE "Y".
           88  WS-IN-BALANCE              VALUE "Y".
       01  WS-ED-COUNT         PIC ZZZ,ZZZ,ZZ9.
       01  WS-ED-SMALL         PIC ZZ,ZZ9.
       01  WS-ED-BYTES         PIC ZZZ,ZZZ,ZZZ,ZZ9.
       01  WS-ED-RATE          PIC ZZ9.9999.
       01  WS-ED-MONEY         PIC ZZZ,ZZZ,ZZ9.99.
       01  WS-DETAIL-LINE      PIC X(100).

       PROCEDURE DIVISION.
       MAIN-PARA.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           PERFORM EDIT-ARGUMENTS
           IF NOT WS-ARGS-VALID
               DISPLAY "ERR|BAD-MONTH|" FUNCTION TRIM(WS-CMD-LINE)
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-ROOM-LIST
               PERFORM LOAD-RATES
               PERFORM TALLY-ARCHIVES
               MOVE "L" TO WS-SRC-KIND
               MOVE WS-TODAY TO WS-TR-DEFAULT-DATE
               PERFORM TALLY-ONE-ROOM VARYING WS-ROOM-I
                   FROM 1 BY 1 UNTIL WS-ROOM-I > WS-ROOM-CNT
               PERFORM ROLL-UP-COST-CENTERS
               PERFORM PRINT-REPORT
               IF WS-IN-BALANCE AND NOT WS-ROOM-TABLE-FULL
                       AND NOT WS-PN-TABLE-FULL
                       AND WS-NO-RATE-CNT = 0
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      ******************************************************************
      * THE MONTH IS THE ONE GIVEN, OR THE CURRENT ONE
      ******************************************************************
       EDIT-ARGUMENTS.
           MOVE "Y" TO WS-ARG-OK
           MOVE WS-TODAY(1:6) TO WS-MONTH
           IF FUNCTION TRIM(WS-CMD-LINE) NOT = SPACES
               MOVE FUNCTION TRIM(WS-CMD-LINE) TO WS-MONTH
               IF WS-MONTH IS NOT NUMERIC
                       OR FUNCTION LENGTH(FUNCTION TRIM(WS-CMD-LINE))
                           NOT = 6
                   MOVE "N" TO WS-ARG-OK
               ELSE
                   MOVE WS-MONTH(5:2) TO WS-MONTH-MM
                   IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
                       MOVE "N" TO WS-ARG-OK
                   END-IF
               END-IF
           END-IF
           IF WS-ARGS-VALID
               MOVE SPACES TO WS-MONTH-EDIT
               STRING WS-MONTH(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-MONTH(5:2) DELIMITED BY SIZE
                   INTO WS-MONTH-EDIT
               END-STRING
           END-IF.

      ******************************************************************
      * BUILD THE ROOM TABLE FROM THE ROOM MASTER, WITH EACH ROOM'S
      * COST CENTER. THE DEFAULT GENERAL ROOM IS ALWAYS INCLUDED
      * EVEN WHEN IT WAS NEVER REGISTERED VIA ADDROOM; UNREGISTERED
      * IT HAS NO COST CENTER.
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
               MOVE "GENERAL" TO WS-ROOM-KEY
               MOVE SPACES TO RM-COSTCTR
               PERFORM ADD-ROOM-ENTRY
           END-IF.

       LOAD-ROOM-LINE.
           READ ROOMS-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO RM-NAME RM-STATUS RM-ACCESS
                       RM-COSTCTR
                   UNSTRING ROOMS-RECORD DELIMITED BY "|"
                       INTO RM-NAME RM-TOPIC RM-CREATED RM-MEMBERS
                           RM-STATUS RM-ACCESS RM-COSTCTR
                   IF FUNCTION TRIM(RM-NAME) NOT = SPACES
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RM-NAME))
                           TO WS-ROOM-KEY
                       PERFORM ADD-ROOM-ENTRY
                       IF WS-ROOM-KEY = "GENERAL"
                           MOVE "Y" TO WS-GENERAL-SEEN
                       END-IF
                   END-IF
           END-READ.

      * ADD WS-ROOM-KEY TO THE ROOM TABLE UNDER COST CENTER
      * RM-COSTCTR, LEAVING ITS SLOT IN WS-ROOM-HIT (0 IF FULL)
       ADD-ROOM-ENTRY.
           MOVE 0 TO WS-ROOM-HIT
           IF WS-ROOM-CNT < 120
               ADD 1 TO WS-ROOM-CNT
               MOVE WS-ROOM-CNT TO WS-ROOM-HIT
               MOVE WS-ROOM-KEY TO WS-ROOM-NAME(WS-ROOM-HIT)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RM-COSTCTR))
                   TO WS-ROOM-CC(WS-ROOM-HIT)
               MOVE 0 TO WS-ROOM-ARC(WS-ROOM-HIT)
                   WS-ROOM-LIVE(WS-ROOM-HIT)
                   WS-ROOM-NICKS(WS-ROOM-HIT)
                   WS-ROOM-BYTES(WS-ROOM-HIT)
               PERFORM FIND-ROOM-CC
           ELSE
               MOVE "Y" TO WS-ROOM-FULL
           END-IF.

      ******************************************************************
      * FILE THE ROOM IN WS-ROOM-HIT UNDER ITS COST CENTER, OPENING
      * A COST CENTER ROW THE FIRST TIME ONE IS SEEN. A BLANK COST
      * CENTER GOES TO UNASSIGNED, WHICH IS OPENED BY
      * ROLL-UP-COST-CENTERS SO IT ALWAYS SORTS LAST.
      ******************************************************************
       FIND-ROOM-CC.
           MOVE 0 TO WS-ROOM-CCX(WS-ROOM-HIT)
           IF WS-ROOM-CC(WS-ROOM-HIT) NOT = SPACES
               MOVE WS-ROOM-CC(WS-ROOM-HIT) TO WS-CC-KEY
               MOVE 0 TO WS-CC-HIT
               PERFORM MATCH-CC-ENTRY VARYING WS-CC-I FROM 1 BY 1
                   UNTIL WS-CC-I > WS-CC-CNT OR WS-CC-HIT > 0
               IF WS-CC-HIT = 0
                   ADD 1 TO WS-CC-CNT
                   MOVE WS-CC-CNT TO WS-CC-HIT
                   PERFORM OPEN-CC-ENTRY
               END-IF
               MOVE WS-CC-HIT TO WS-ROOM-CCX(WS-ROOM-HIT)
           END-IF.

       MATCH-CC-ENTRY.
           IF WS-CC-NAME(WS-CC-I) = WS-CC-KEY
               MOVE WS-CC-I TO WS-CC-HIT
           END-IF.

       OPEN-CC-ENTRY.
           MOVE WS-CC-KEY TO WS-CC-NAME(WS-CC-HIT)
           MOVE 0 TO WS-CC-ROOMS(WS-CC-HIT) WS-CC-MSGS(WS-CC-HIT)
               WS-CC-NICKS(WS-CC-HIT) WS-CC-BYTES(WS-CC-HIT)
               WS-CC-RATE(WS-CC-HIT) WS-CC-CHARGE(WS-CC-HIT)
           MOVE "N" TO WS-CC-RATED(WS-CC-HIT).

      ******************************************************************
      * LOAD THE UNIT RATES. A RECORD WHOSE RATE IS NOT A NUMBER IS
      * COUNTED AND LEFT OUT; THE DEFAULT RECORD IS KEPT APART.
      ******************************************************************
       LOAD-RATES.
           MOVE 0 TO WS-RATE-CNT WS-RATE-BAD
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT RATES-FILE
           IF WS-RATES-STATUS = "00"
               PERFORM LOAD-RATE-LINE UNTIL WS-EOF
               CLOSE RATES-FILE
           END-IF.

       LOAD-RATE-LINE.
           READ RATES-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO WS-RATE-F1 WS-RATE-F2
                   UNSTRING RATES-RECORD DELIMITED BY "|"
                       INTO WS-RATE-F1 WS-RATE-F2
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RATE-F1))
                       TO WS-RATE-F1
                   IF WS-RATE-F1 = SPACES
                       CONTINUE
                   ELSE
                       IF FUNCTION TRIM(WS-RATE-F2) = SPACES
                           OR FUNCTION TEST-NUMVAL(WS-RATE-F2) NOT = 0
                           ADD 1 TO WS-RATE-BAD
                       ELSE
                           PERFORM STORE-RATE
                       END-IF
                   END-IF
           END-READ.

       STORE-RATE.
           IF WS-RATE-F1 = "DEFAULT"
               COMPUTE WS-DEFAULT-RATE = FUNCTION NUMVAL(WS-RATE-F2)
               MOVE "Y" TO WS-DEFAULT-FLAG
           ELSE
               IF WS-RATE-CNT < 200
                   ADD 1 TO WS-RATE-CNT
                   MOVE WS-RATE-F1 TO WS-RATE-NAME(WS-RATE-CNT)
                   COMPUTE WS-RATE-VAL(WS-RATE-CNT) =
                       FUNCTION NUMVAL(WS-RATE-F2)
               ELSE
                   ADD 1 TO WS-RATE-BAD
               END-IF
           END-IF.

      ******************************************************************
      * WALK THE ARCHIVE CATALOG, READING EVERY ARCHIVE ROLLED ON OR
      * AFTER THE FIRST OF THE MONTH (AN EARLIER ONE CANNOT HOLD A
      * MESSAGE FROM THE MONTH) AND CHARGING ITS ROOM. THE COUNT OF
      * ARCHIVE RECORDS DATED IN THE MONTH IS KEPT SEPARATELY AS THE
      * CONTROL TOTAL FOR THE TIE-OUT.
      ******************************************************************
       TALLY-ARCHIVES.
           MOVE "A" TO WS-SRC-KIND
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-STATUS = "00"
               PERFORM TALLY-CATALOG-LINE UNTIL WS-EOF
               CLOSE CATALOG-FILE
           END-IF.

       TALLY-CATALOG-LINE.
           READ CATALOG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO AR-ROOM AR-DATE AR-PATH
                   UNSTRING CATALOG-RECORD DELIMITED BY "|"
                       INTO AR-ROOM AR-DATE AR-PATH
                   IF AR-DATE IS NUMERIC AND AR-DATE(1:6) >= WS-MONTH
                       ADD 1 TO WS-CTL-ARCHIVES
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AR-ROOM))
                           TO WS-ROOM-KEY
                       PERFORM LOCATE-ROOM
                       PERFORM CHARGE-ONE-ARCHIVE
                   END-IF
           END-READ.

      * FIND WS-ROOM-KEY ON THE ROOM TABLE, ADDING IT (WITH NO COST
      * CENTER) WHEN IT IS NO LONGER ON THE ROOM MASTER
       LOCATE-ROOM.
           MOVE 0 TO WS-ROOM-HIT
           PERFORM MATCH-ROOM-ENTRY VARYING WS-ROOM-I FROM 1 BY 1
               UNTIL WS-ROOM-I > WS-ROOM-CNT OR WS-ROOM-HIT > 0
           IF WS-ROOM-HIT = 0
               MOVE SPACES TO RM-COSTCTR
               PERFORM ADD-ROOM-ENTRY
           END-IF.

       MATCH-ROOM-ENTRY.
           IF WS-ROOM-NAME(WS-ROOM-I) = WS-ROOM-KEY
               MOVE WS-ROOM-I TO WS-ROOM-HIT
           END-IF.

      ******************************************************************
      * THE ARCHIVE READ RUNS INSIDE THE CATALOG READ LOOP, SO IT
      * KEEPS ITS OWN EOF SWITCH RATHER THAN SHARING WS-EOF-FLAG.
      * EVERY RECORD DATED IN THE MONTH GOES TO THE CONTROL COUNT;
      * IT IS CHARGED ONLY WHEN THE ROOM HAS A TABLE SLOT.
      ******************************************************************
       CHARGE-ONE-ARCHIVE.
           MOVE 0 TO WS-ARC-LINES
           MOVE SPACES TO WS-ARCHIVE-PATH
           MOVE AR-PATH TO WS-ARCHIVE-PATH
           MOVE AR-DATE TO WS-TR-DEFAULT-DATE
           MOVE "N" TO WS-ARC-EOF-FLAG
           OPEN INPUT ARCHIVE-FILE
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM CHARGE-ARCHIVE-LINE UNTIL WS-ARC-EOF
               CLOSE ARCHIVE-FILE
           END-IF
           ADD WS-ARC-LINES TO WS-CTL-ARC-RECS.

       CHARGE-ARCHIVE-LINE.
           READ ARCHIVE-FILE
               AT END
                   SET WS-ARC-EOF TO TRUE
               NOT AT END
                   MOVE ARCHIVE-RECORD TO TRANSCRIPT-RECORD
                   PERFORM SPLIT-TRANSCRIPT-RECORD
                   IF WS-TR-DATE(1:6) = WS-MONTH
                       ADD 1 TO WS-ARC-LINES
                       IF WS-ROOM-HIT > 0
                           PERFORM CHARGE-RECORD
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * CHARGE THE ROOM'S LIVE TRANSCRIPT (MESSAGES DATED IN THE
      * MONTH ONLY)
      ******************************************************************
       TALLY-ONE-ROOM.
           MOVE WS-ROOM-I TO WS-ROOM-HIT
           MOVE SPACES TO WS-TRANSCRIPT-PATH
           STRING "MININ-TRANSCRIPT-" DELIMITED BY SIZE
               FUNCTION TRIM(WS-ROOM-NAME(WS-ROOM-I)) DELIMITED BY SIZE
               ".DAT" DELIMITED BY SIZE
               INTO WS-TRANSCRIPT-PATH
           END-STRING
           MOVE "N" TO WS-EOF-FLAG
           OPEN INPUT TRANSCRIPT-FILE
           IF WS-TRANSCRIPT-STATUS = "00"
               PERFORM TALLY-TRANSCRIPT-LINE UNTIL WS-EOF
               CLOSE TRANSCRIPT-FILE
           END-IF.

       TALLY-TRANSCRIPT-LINE.
           READ TRANSCRIPT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM SPLIT-TRANSCRIPT-RECORD
                   IF WS-TR-DATE(1:6) = WS-MONTH
                       PERFORM CHARGE-RECORD
                   END-IF
           END-READ.

      * date|time|nick|room|text, OR time|nick|room|text UNDATED,
      * WHICH TAKES WS-TR-DEFAULT-DATE
       SPLIT-TRANSCRIPT-RECORD.
           MOVE SPACES TO WS-TR-DATE WS-TR-TIME WS-TR-NICK
           IF TRANSCRIPT-RECORD(3:1) = ":"
               MOVE WS-TR-DEFAULT-DATE TO WS-TR-DATE
               UNSTRING TRANSCRIPT-RECORD DELIMITED BY "|"
                   INTO WS-TR-TIME WS-TR-NICK
           ELSE
               UNSTRING TRANSCRIPT-RECORD DELIMITED BY "|"
                   INTO WS-TR-DATE WS-TR-TIME WS-TR-NICK
           END-IF.

      ******************************************************************
      * CREDIT ONE SPLIT TRANSCRIPT-FORMAT RECORD TO ROOM
      * WS-ROOM-HIT: ONE MESSAGE, ITS BYTES AS STORED (THE RECORD
      * PLUS ITS LINE END) AND ITS NICK IF NOT YET SEEN
      ******************************************************************
       CHARGE-RECORD.
           IF WS-SRC-ARCHIVE
               ADD 1 TO WS-ROOM-ARC(WS-ROOM-HIT)
           ELSE
               ADD 1 TO WS-ROOM-LIVE(WS-ROOM-HIT)
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TRANSCRIPT-RECORD
               TRAILING)) TO WS-TR-LEN
           IF TRANSCRIPT-RECORD = SPACES
               MOVE 0 TO WS-TR-LEN
           END-IF
           ADD WS-TR-LEN 1 TO WS-ROOM-BYTES(WS-ROOM-HIT)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-TR-NICK))
               TO WS-NICK-UPPER
           IF WS-NICK-UPPER NOT = SPACES
                   AND WS-NICK-UPPER NOT = "SYSTEM"
               MOVE WS-ROOM-HIT TO WS-PN-ROOM-NO
               MOVE WS-PN-KEY-ROOM TO WS-PN-KEY-IN
               PERFORM CREDIT-NICK
               IF WS-PN-FOUND = "A"
                   ADD 1 TO WS-ROOM-NICKS(WS-ROOM-HIT)
               END-IF
               MOVE "T000" TO WS-PN-KEY-IN
               PERFORM CREDIT-NICK
               IF WS-PN-FOUND = "A"
                   ADD 1 TO WS-ALL-NICKS
               END-IF
               IF WS-ROOM-CCX(WS-ROOM-HIT) > 0
                   MOVE WS-ROOM-CCX(WS-ROOM-HIT) TO WS-PN-CC-NO
                   MOVE WS-PN-KEY-CC TO WS-PN-KEY-IN
               ELSE
                   MOVE "C000" TO WS-PN-KEY-IN
               END-IF
               PERFORM CREDIT-NICK
               IF WS-PN-FOUND = "A"
                   IF WS-ROOM-CCX(WS-ROOM-HIT) > 0
                       ADD 1 TO WS-CC-NICKS(WS-ROOM-CCX(WS-ROOM-HIT))
                   ELSE
                       ADD 1 TO WS-CC-UNASSIGNED
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * LOOK WS-NICK-UPPER UP UNDER KEY WS-PN-KEY-IN, ADDING IT WHEN
      * NEW. WS-PN-FOUND COMES BACK Y (SEEN BEFORE), A (JUST ADDED)
      * OR N (NEW BUT THE TABLE IS FULL).
      ******************************************************************
       CREDIT-NICK.
           MOVE "N" TO WS-PN-FOUND
           PERFORM MATCH-PN-ENTRY VARYING WS-PN-I FROM 1 BY 1
               UNTIL WS-PN-I > WS-PN-CNT OR WS-PN-KNOWN
           IF NOT WS-PN-KNOWN
               IF WS-PN-CNT < 9000
                   ADD 1 TO WS-PN-CNT
                   MOVE WS-PN-KEY-IN TO WS-PN-KEY(WS-PN-CNT)
                   MOVE WS-NICK-UPPER TO WS-PN-NICK(WS-PN-CNT)
                   MOVE "A" TO WS-PN-FOUND
               ELSE
                   MOVE "Y" TO WS-PN-FULL
               END-IF
           END-IF.

       MATCH-PN-ENTRY.
           IF WS-PN-KEY(WS-PN-I) = WS-PN-KEY-IN
                   AND WS-PN-NICK(WS-PN-I) = WS-NICK-UPPER
               MOVE "Y" TO WS-PN-FOUND
           END-IF.

      ******************************************************************
      * ROLL THE ROOMS UP BY COST CENTER, OPEN THE UNASSIGNED ROW
      * LAST, PRICE EACH ROW AND TOTAL THE MONTH
      ******************************************************************
       ROLL-UP-COST-CENTERS.
           ADD 1 TO WS-CC-CNT
           MOVE WS-CC-CNT TO WS-CC-HIT
           MOVE "UNASSIGNED" TO WS-CC-KEY
           PERFORM OPEN-CC-ENTRY
           MOVE WS-CC-UNASSIGNED TO WS-CC-NICKS(WS-CC-HIT)
           MOVE 0 TO WS-TOT-ARC WS-TOT-LIVE WS-TOT-BYTES
               WS-TOT-CHARGE WS-CC-ARC WS-NO-RATE-CNT
           PERFORM ROLL-UP-ROOM VARYING WS-ROOM-I FROM 1 BY 1
               UNTIL WS-ROOM-I > WS-ROOM-CNT
           PERFORM PRICE-COST-CENTER VARYING WS-CC-I FROM 1 BY 1
               UNTIL WS-CC-I > WS-CC-CNT
           COMPUTE WS-TOT-MSGS = WS-TOT-ARC + WS-TOT-LIVE
           IF WS-CC-ARC NOT = WS-CTL-ARC-RECS
               MOVE "N" TO WS-BALANCE-FLAG
           END-IF.

       ROLL-UP-ROOM.
           IF WS-ROOM-CCX(WS-ROOM-I) > 0
               MOVE WS-ROOM-CCX(WS-ROOM-I) TO WS-CC-HIT
           ELSE
               MOVE WS-CC-CNT TO WS-CC-HIT
           END-IF
           ADD 1 TO WS-CC-ROOMS(WS-CC-HIT)
           ADD WS-ROOM-ARC(WS-ROOM-I) WS-ROOM-LIVE(WS-ROOM-I)
               TO WS-CC-MSGS(WS-CC-HIT)
           ADD WS-ROOM-BYTES(WS-ROOM-I) TO WS-CC-BYTES(WS-CC-HIT)
           ADD WS-ROOM-ARC(WS-ROOM-I) TO WS-CC-ARC
           ADD WS-ROOM-ARC(WS-ROOM-I) TO WS-TOT-ARC
           ADD WS-ROOM-LIVE(WS-ROOM-I) TO WS-TOT-LIVE
           ADD WS-ROOM-BYTES(WS-ROOM-I) TO WS-TOT-BYTES.

      * THE COST CENTER'S OWN RATE, ELSE THE DEFAULT RATE; A ROW WITH
      * NEITHER IS PRICED AT ZERO AND FLAGGED
       PRICE-COST-CENTER.
           MOVE 0 TO WS-RATE-HIT
           PERFORM MATCH-RATE-ENTRY VARYING WS-RATE-I FROM 1 BY 1
               UNTIL WS-RATE-I > WS-RATE-CNT OR WS-RATE-HIT > 0
           IF WS-RATE-HIT > 0
               MOVE WS-RATE-VAL(WS-RATE-HIT) TO WS-CC-RATE(WS-CC-I)
               MOVE "Y" TO WS-CC-RATED(WS-CC-I)
           ELSE
               IF WS-HAVE-DEFAULT
                   MOVE WS-DEFAULT-RATE TO WS-CC-RATE(WS-CC-I)
                   MOVE "D" TO WS-CC-RATED(WS-CC-I)
               ELSE
                   MOVE 0 TO WS-CC-RATE(WS-CC-I)
                   MOVE "N" TO WS-CC-RATED(WS-CC-I)
                   IF WS-CC-MSGS(WS-CC-I) > 0
                       ADD 1 TO WS-NO-RATE-CNT
                   END-IF
               END-IF
           END-IF
           COMPUTE WS-CC-CHARGE(WS-CC-I) ROUNDED =
               WS-CC-MSGS(WS-CC-I) * WS-CC-RATE(WS-CC-I)
           ADD WS-CC-CHARGE(WS-CC-I) TO WS-TOT-CHARGE.

       MATCH-RATE-ENTRY.
           IF WS-RATE-NAME(WS-RATE-I) = WS-CC-NAME(WS-CC-I)
               MOVE WS-RATE-I TO WS-RATE-HIT
           END-IF.

      ******************************************************************
      * PRINT THE FORMATTED MONTHLY CHARGEBACK
      ******************************************************************
       PRINT-REPORT.
           DISPLAY "=================================================="
           DISPLAY " MININ-CHAT MONTHLY CHARGEBACK        "
               WS-MONTH-EDIT
           DISPLAY "=================================================="
           DISPLAY " "
           DISPLAY " USAGE BY ROOM"
           DISPLAY " (MESSAGES DATED IN THE MONTH, ARCHIVED AND LIVE)"
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "ROOM" TO WS-DETAIL-LINE(4:4)
           MOVE "COST CENTER" TO WS-DETAIL-LINE(23:11)
           MOVE "ARCHIVED" TO WS-DETAIL-LINE(44:8)
           MOVE "LIVE" TO WS-DETAIL-LINE(59:4)
           MOVE "NICKS" TO WS-DETAIL-LINE(65:5)
           MOVE "BYTES" TO WS-DETAIL-LINE(81:5)
           DISPLAY FUNCTION TRIM(WS-DETAIL-LINE TRAILING)
           PERFORM PRINT-ROOM-LINE VARYING WS-ROOM-I FROM 1 BY 1
               UNTIL WS-ROOM-I > WS-ROOM-CNT
           IF WS-ROOM-TABLE-FULL
               DISPLAY "   (ROOM TABLE FULL - COUNTS INCOMPLETE)"
           END-IF
           DISPLAY " "
           DISPLAY " CHARGES BY COST CENTER"
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "COST CENTER" TO WS-DETAIL-LINE(4:11)
           MOVE "ROOMS" TO WS-DETAIL-LINE(21:5)
           MOVE "MESSAGES" TO WS-DETAIL-LINE(32:8)
           MOVE "NICKS" TO WS-DETAIL-LINE(42:5)
           MOVE "RATE" TO WS-DETAIL-LINE(53:4)
           MOVE "CHARGE" TO WS-DETAIL-LINE(67:6)
           DISPLAY FUNCTION TRIM(WS-DETAIL-LINE TRAILING)
           PERFORM PRINT-CC-LINE VARYING WS-CC-I FROM 1 BY 1
               UNTIL WS-CC-I > WS-CC-CNT
           PERFORM PRINT-GRAND-TOTAL
           IF WS-PN-TABLE-FULL
               DISPLAY "   (NICK TABLE FULL - NICK COUNTS INCOMPLETE)"
           END-IF
           IF WS-NO-RATE-CNT > 0
               DISPLAY "   (NO RATE ON FILE FOR A CHARGED COST CENTER"
                   " AND NO DEFAULT RATE)"
           END-IF
           IF WS-RATE-BAD > 0
               MOVE WS-RATE-BAD TO WS-ED-SMALL
               DISPLAY "   (" FUNCTION TRIM(WS-ED-SMALL)
                   " RATE RECORD(S) UNREADABLE OR OVER 200 - SKIPPED)"
           END-IF
           DISPLAY " "
           PERFORM PRINT-TIE-OUT
           DISPLAY "==================================================".

       PRINT-ROOM-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ROOM-NAME(WS-ROOM-I)(1:18) TO WS-DETAIL-LINE(4:18)
           IF WS-ROOM-CC(WS-ROOM-I) = SPACES
               MOVE "UNASSIGNED" TO WS-DETAIL-LINE(23:16)
           ELSE
               MOVE WS-ROOM-CC(WS-ROOM-I) TO WS-DETAIL-LINE(23:16)
           END-IF
           MOVE WS-ROOM-ARC(WS-ROOM-I) TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-DETAIL-LINE(41:11)
           MOVE WS-ROOM-LIVE(WS-ROOM-I) TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-DETAIL-LINE(52:11)
           MOVE WS-ROOM-NICKS(WS-ROOM-I) TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO WS-DETAIL-LINE(64:6)
           MOVE WS-ROOM-BYTES(WS-ROOM-I) TO WS-ED-BYTES
           MOVE WS-ED-BYTES TO WS-DETAIL-LINE(71:15)
           DISPLAY FUNCTION TRIM(WS-DETAIL-LINE TRAILING).

       PRINT-CC-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-CC-NAME(WS-CC-I) TO WS-DETAIL-LINE(4:16)
           MOVE WS-CC-ROOMS(WS-CC-I) TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO WS-DETAIL-LINE(20:6)
           MOVE WS-CC-MSGS(WS-CC-I) TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-DETAIL-LINE(29:11)
           MOVE WS-CC-NICKS(WS-CC-I) TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO WS-DETAIL-LINE(41:6)
           MOVE WS-CC-RATE(WS-CC-I) TO WS-ED-RATE
           MOVE WS-ED-RATE TO WS-DETAIL-LINE(49:8)
           MOVE WS-CC-CHARGE(WS-CC-I) TO WS-ED-MONEY
           MOVE WS-ED-MONEY TO WS-DETAIL-LINE(59:14)
           EVALUATE WS-CC-RATED(WS-CC-I)
               WHEN "D"
                   MOVE "(DEFAULT RATE)" TO WS-DETAIL-LINE(75:14)
               WHEN "N"
                   MOVE "(NO RATE)" TO WS-DETAIL-LINE(75:9)
           END-EVALUATE
           DISPLAY FUNCTION TRIM(WS-DETAIL-LINE TRAILING).

       PRINT-GRAND-TOTAL.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE "GRAND TOTAL" TO WS-DETAIL-LINE(4:11)
           MOVE WS-ROOM-CNT TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO WS-DETAIL-LINE(20:6)
           MOVE WS-TOT-MSGS TO WS-ED-COUNT
           MOVE WS-ED-COUNT TO WS-DETAIL-LINE(29:11)
           MOVE WS-ALL-NICKS TO WS-ED-SMALL
           MOVE WS-ED-SMALL TO WS-DETAIL-LINE(41:6)
           MOVE WS-TOT-CHARGE TO WS-ED-MONEY
           MOVE WS-ED-MONEY TO WS-DETAIL-LINE(59:14)
           DISPLAY FUNCTION TRIM(WS-DETAIL-LINE TRAILING)
           MOVE WS-TOT-BYTES TO WS-ED-BYTES
           DISPLAY "   BYTES STORED:              "
               FUNCTION TRIM(WS-ED-BYTES).

      ******************************************************************
      * TIE THE ARCHIVED MESSAGES CHARGED ACROSS THE COST CENTERS
      * BACK TO THE COUNT OF ARCHIVE RECORDS DATED IN THE MONTH
      ******************************************************************
       PRINT-TIE-OUT.
           DISPLAY " TIE-OUT TO ARCHIVE CATALOG"
           MOVE WS-CTL-ARCHIVES TO WS-ED-COUNT
           DISPLAY "   ARCHIVES READ:             "
               FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-CTL-ARC-RECS TO WS-ED-COUNT
           DISPLAY "   ARCHIVE RECORDS IN MONTH:  "
               FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-CC-ARC TO WS-ED-COUNT
           DISPLAY "   ARCHIVED MESSAGES CHARGED: "
               FUNCTION TRIM(WS-ED-COUNT)
           MOVE WS-TOT-LIVE TO WS-ED-COUNT
           DISPLAY "   LIVE MESSAGES CHARGED:     "
               FUNCTION TRIM(WS-ED-COUNT)
           IF WS-IN-BALANCE
               DISPLAY "   STATUS: IN BALANCE"
           ELSE
               DISPLAY "   STATUS: OUT OF BALANCE"
           END-IF.
