      *> CLI9000 RECONCILES THEIRS.  A RESPONSE CARRIES THE
      *> REQUEST'S MSGIDA WITH THE MSGID PREFIX FLIPPED TO
      *> "CLTRSP"; A CLIENT WITH NOTHING ON THE MASTER IS ANSWERED
      *> WITH AN EMPTY RESPONSE (MSGCNT ZERO) AND REPORTED.  A
      *> CLIENT THE SENDER HAS CLOSED (CLTDEL) IS ANSWERED WITH AN
      *> EXPLICIT CLOSED-CLIENT RESPONSE INSTEAD: MSGID PREFIX
      *> "CLTCLS", MSGCNT ZERO AND NO CLIENT DATA - THE FROZEN
      *> VALUES ON THE MASTER ARE NOT LIVE AND ARE NOT SENT - WITH
      *> THE CLOSURE DATE LISTED ON CLI9120R.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9120.

      *> RESPONSE IS THEN AN EMPTY ONE, WHICH IS STILL AN ANSWER.
           05  WS-CLTMST-AVAIL-SW              PIC X VALUE "N".
               88  WS-CLTMST-AVAILABLE          VALUE "Y".
           05  WS-CLT-CLOSED-SW                PIC X VALUE "N".
               88  WS-CLIENT-CLOSED             VALUE "Y".
           05  WS-RESP-FILE-STATUS             PIC X(02) VALUE "00".
               88  WS-RESP-FILE-OK              VALUE "00".
           05  WS-BLDRPT-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-RESP-WRITTEN                 PIC 9(07) VALUE 0.
           05  WS-OCC-FILLED                   PIC 9(07) VALUE 0.
           05  WS-EMPTY-RESPONSES              PIC 9(07) VALUE 0.
           05  WS-CLOSED-RESPONSES             PIC 9(07) VALUE 0.
           05  WS-NON-RTV-SKIPPED              PIC 9(07) VALUE 0.
           05  WS-MSGCNT-HASH                  PIC S9(09) VALUE 0.

           05  WS-PROC-DATE                    PIC 9(008) VALUE 0.
           05  WS-OCC-IDX                      PIC 9(01).
           05  WS-RESP-OCC-CNT                 PIC S9(04).
           05  WS-CLT-CLOSED-DATE              PIC 9(008).
           05  WS-CURRENT-DATE-TIME.
               10  WS-CURR-DATE                PIC 9(008).
               10  FILLER                      PIC X(013).
               10  FILLER                      PIC X(33)
                   VALUE "NO MASTER DATA - EMPTY RESPONSE  ".
               10  FILLER                      PIC X(54) VALUE SPACES.
           05  WS-RPT-CLOSED-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "CLOSED  ** ".
               10  RL2-MSGIDA                  PIC X(30).
               10  FILLER                      PIC X(4) VALUE SPACES.
               10  FILLER                      PIC X(33)
                   VALUE "CLIENT CLOSED - CLOSED RESPONSE  ".
               10  FILLER                      PIC X(7) VALUE "CLOSED=".
               10  RL2-CLOSED-DATE             PIC 9(008).
               10  FILLER                      PIC X(39) VALUE SPACES.
           05  WS-RPT-SUMMARY-LINE.
               10  FILLER                      PIC X(20) VALUE SPACES.
               10  RL-SUMM-TEXT                PIC X(30).
      *> AND ONE RSP-XXXXX OCCURRENCE PER CLIENT OCCURRENCE HELD ON
      *> THE MASTER.  MSGCNT COUNTS THE OCCURRENCES ACTUALLY
      *> CARRIED, THE SAME POPULATED-OCCURRENCE RULE CLI9000 EDITS
      *> INBOUND TRAFFIC BY.  A CLOSURE MARKS EVERY OCCURRENCE OF
      *> THE CLIENT TOGETHER, SO ONE CLOSED OCCURRENCE TURNS THE
      *> WHOLE ANSWER INTO THE CLOSED-CLIENT RESPONSE.
       2100-BUILD-RESPONSE.
           MOVE SPACES TO WS-RESP-MSG
           MOVE MSGIDA TO RSP-MSGIDA
           MOVE "CLTRSP" TO RSP-MSGID (1:6)
           MOVE 371 TO RSP-MSGLNG
           MOVE 0 TO WS-RESP-OCC-CNT
           MOVE "N" TO WS-CLT-CLOSED-SW
           IF WS-CLTMST-AVAILABLE
               PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                       UNTIL WS-OCC-IDX > 4
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CM-CLIENT-CLOSED
                               SET WS-CLIENT-CLOSED TO TRUE
                               MOVE CM-CLOSED-DATE
                                   TO WS-CLT-CLOSED-DATE
                           ELSE
                               PERFORM 2200-FILL-ONE-OCCURRENCE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-CLIENT-CLOSED
               PERFORM 2300-BUILD-CLOSED-RESPONSE
           END-IF
           MOVE WS-RESP-OCC-CNT TO RSP-MSGCNT
           IF WS-RESP-OCC-CNT = 0
               AND NOT WS-CLIENT-CLOSED
               ADD 1 TO WS-EMPTY-RESPONSES
               MOVE MSGIDA TO RL1-MSGIDA
               WRITE BUILD-RPT-REC FROM WS-RPT-EMPTY-LINE
           MOVE CM-TRANS-NO3
               TO RSP-XXXXX-TRANS-NO3 (WS-OCC-IDX).

      *> THE HEADER ONLY - NO OCCURRENCE IS CARRIED FOR A CLOSED
      *> CLIENT.
       2300-BUILD-CLOSED-RESPONSE.
           MOVE SPACES TO RSP-DATA
           MOVE 0 TO WS-RESP-OCC-CNT
           MOVE "CLTCLS" TO RSP-MSGID (1:6)
           ADD 1 TO WS-CLOSED-RESPONSES
           MOVE MSGIDA TO RL2-MSGIDA
           MOVE WS-CLT-CLOSED-DATE TO RL2-CLOSED-DATE
           WRITE BUILD-RPT-REC FROM WS-RPT-CLOSED-LINE.

       2900-WRITE-RESPONSE.
           WRITE RESPONSE-OUT-REC FROM WS-RESP-MSG
           IF NOT WS-RESP-FILE-OK
           MOVE WS-EMPTY-RESPONSES TO RL-SUMM-COUNT
           WRITE BUILD-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "CLOSED-CLIENT RESPONSES       " TO RL-SUMM-TEXT
           MOVE WS-CLOSED-RESPONSES TO RL-SUMM-COUNT
           WRITE BUILD-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "NON-CLTRTV MESSAGES SKIPPED   " TO RL-SUMM-TEXT
           MOVE WS-NON-RTV-SKIPPED TO RL-SUMM-COUNT
