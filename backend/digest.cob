      * MATCHED THE WAY MININ-CHAT'S SCAN-MENTIONS TOKENIZES THEM -
      * @ FOLLOWED BY THE WHOLE NICK, CASE-INSENSITIVE, ENDED BY A
      * NON-NAME CHARACTER - SO @AL DOES NOT CLAIM @ALICE'S LINES.
      * ONLY MESSAGES DATED THE RUN DATE ARE TAKEN, SO A TRANSCRIPT
      * LEFT UNROLLED BY A SKIPPED ROLLOFF DOES NOT CARRY YESTERDAY
      * INTO TODAY'S DIGEST. A RECORD WRITTEN BEFORE RECORDS CARRIED
      * THEIR DATE (time|nick|room|text) IS TAKEN AS TODAY'S.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MININ-DIGEST.
       01  WS-MENT-I           PIC 9(3) VALUE 0.
       01  WS-MENT-FULL        PIC X(1) VALUE "N".
           88  WS-MENT-TABLE-FULL         VALUE "Y".
       01  WS-TR-DATE          PIC X(8).
       01  WS-TR-TIME          PIC X(8).
       01  WS-TR-NICK          PIC X(64).
       01  WS-TR-ROOM          PIC X(64).
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   PERFORM SPLIT-TRANSCRIPT-RECORD
                   IF WS-TR-DATE = WS-TODAY
                       PERFORM TALLY-TRANSCRIPT-LINE
                   END-IF
           END-READ.

      * date|time|nick|room|text, OR time|nick|room|text UNDATED
       SPLIT-TRANSCRIPT-RECORD.
           MOVE SPACES TO WS-TR-DATE WS-TR-TIME WS-TR-NICK
               WS-TR-ROOM WS-TR-TEXT
           IF TRANSCRIPT-RECORD(3:1) = ":"
               MOVE WS-TODAY TO WS-TR-DATE
               UNSTRING TRANSCRIPT-RECORD DELIMITED BY "|"
                   INTO WS-TR-TIME WS-TR-NICK WS-TR-ROOM WS-TR-TEXT
           ELSE
               UNSTRING TRANSCRIPT-RECORD DELIMITED BY "|"
                   INTO WS-TR-DATE WS-TR-TIME WS-TR-NICK WS-TR-ROOM
                       WS-TR-TEXT
           END-IF.

       TALLY-TRANSCRIPT-LINE.
           ADD 1 TO WS-NROOM-MSGS(WS-NROOM-I)
           ADD 1 TO WS-NICK-TOTAL
           IF WS-NROOM-FIRST(WS-NROOM-I) = SPACES
               MOVE WS-TR-TIME TO WS-NROOM-FIRST(WS-NROOM-I)
           END-IF
           MOVE WS-TR-TIME TO WS-NROOM-LAST(WS-NROOM-I)
           PERFORM CHECK-LINE-MENTIONS
           IF WS-MT-MENTIONED
               IF WS-MENT-CNT < 200
                   ADD 1 TO WS-MENT-CNT
                   MOVE TRANSCRIPT-RECORD
                       TO WS-MENT-LINE(WS-MENT-CNT)
               ELSE
                   MOVE "Y" TO WS-MENT-FULL
               END-IF
           END-IF.

      ******************************************************************
      * WALK THE MESSAGE TEXT FOR @nick TOKENS THE WAY MININ-CHAT'S
      * SCAN-MENTIONS DOES, SETTING WS-MT-MENTIONED WHEN A TOKEN
