       >>SOURCE FORMAT FREE
      *> CLI9220 - NOT-A-DUPLICATE REVIEW TRANSACTION.
      *>
      *> THE DATA-QUALITY TEAM WORKS THROUGH THE CLI9210 POSSIBLE-
      *> DUPLICATE WORKLIST AND RECORDS HERE EVERY PAIR THEY HAVE
      *> CHECKED AND FOUND TO BE TWO DIFFERENT CLIENTS.  A MARKED
      *> PAIR GOES ON THE CLI9000E EXCLUSION FILE (SEE CLIDUPX)
      *> UNDER THE SIGNED-ON OPERATOR'S ID AND CLI9210 LEAVES IT
      *> OFF EVERY LATER RUN.  A PAIR MARKED IN ERROR CAN BE
      *> UNMARKED, WHICH PUTS IT BACK ON THE NEXT WORKLIST.  THE
      *> TWO MSGIDAS CAN BE KEYED IN EITHER ORDER.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9220.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTDUP-FILE ASSIGN TO "CLI9000E"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-PAIR-KEY
               FILE STATUS IS WS-NOTDUP-FILE-STATUS.

      *> SHARED SUITE RUN LOG - ONE RECORD APPENDED PER RUN, READ
      *> BY THE CLI9150 END-OF-DAY SUMMARY.
           SELECT RUN-LOG ASSIGN TO "CLI9000L"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOTDUP-FILE.
           COPY CLIDUPX.

       FD  RUN-LOG.
           COPY CLIJLOG.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-DONE-SW                      PIC X VALUE "N".
               88  WS-DONE                      VALUE "Y".
           05  WS-LIST-EOF-SW                  PIC X VALUE "N".
               88  WS-LIST-EOF                  VALUE "Y".
           05  WS-PAIR-OK-SW                   PIC X VALUE "N".
               88  WS-PAIR-OK                   VALUE "Y".
           05  WS-NOTDUP-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".

       01  WS-COUNTERS.
           05  WS-MARKED-CNT                   PIC 9(05) VALUE 0.
           05  WS-UNMARKED-CNT                 PIC 9(05) VALUE 0.
           05  WS-REFUSED-CNT                  PIC 9(05) VALUE 0.

       01  WS-OPERATOR-INPUT.
      *> WHO IS SIGNED ON - STAMPED ON EVERY PAIR MARKED IN THIS
      *> SESSION.
           05  WS-OPERATOR-ID                  PIC X(008) VALUE SPACES.
           05  WS-IN-ACTION                    PIC X(001).
           05  WS-IN-MSGIDA-1                  PIC X(030).
           05  WS-IN-MSGIDA-2                  PIC X(030).

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CURR-DATE                PIC 9(008).
               10  WS-CURR-TIME                PIC 9(006).
               10  FILLER                      PIC X(007).

      *> WALL-CLOCK START OF THE RUN AND A STAMP WORK AREA FOR THE
      *> RUN-LOG RECORD WRITTEN AT TERMINATION.
       01  WS-RUN-LOG-FIELDS.
           05  WS-STAMP.
               10  WS-STAMP-DATE               PIC 9(008).
               10  WS-STAMP-TIME               PIC 9(006).
               10  FILLER                      PIC X(007).
           05  WS-START-DATE                   PIC 9(008) VALUE 0.
           05  WS-START-TIME                   PIC 9(006) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-DONE
               PERFORM 2000-APPLY-ONE-ACTION
           END-PERFORM
           PERFORM 9000-TERMINATE
           STOP RUN.

      *> THE EXCLUSION FILE DOESN'T EXIST UNTIL THE FIRST PAIR IS
      *> MARKED - SAME CREATE-IF-MISSING HANDLING AS THE REFERENCE
      *> MAINTENANCE TRANSACTIONS.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-DATE TO WS-START-DATE
           MOVE WS-STAMP-TIME TO WS-START-TIME
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           OPEN I-O NOTDUP-FILE
           IF WS-NOTDUP-FILE-STATUS = "35"
               OPEN OUTPUT NOTDUP-FILE
               CLOSE NOTDUP-FILE
               OPEN I-O NOTDUP-FILE
           END-IF
           IF WS-NOTDUP-FILE-STATUS NOT = "00"
               DISPLAY "CLI9220: EXCLUSION FILE OPEN FAILED STATUS="
                   WS-NOTDUP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-WRITE-RUN-LOG
               STOP RUN
           END-IF.

       2000-APPLY-ONE-ACTION.
           DISPLAY "ACTION - M=MARK NOT DUPLICATE, U=UNMARK, L=LIST,"
               " Q=QUIT: " WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           EVALUATE WS-IN-ACTION
               WHEN "M"
                   PERFORM 2100-MARK-PAIR
               WHEN "U"
                   PERFORM 2200-UNMARK-PAIR
               WHEN "L"
                   PERFORM 2300-LIST-PAIRS
               WHEN "Q"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "CLI9220: ACTION MUST BE M, U, L OR Q"
           END-EVALUATE.

      *> MARKING A PAIR THAT IS ALREADY MARKED JUST RE-STAMPS IT
      *> WITH TODAY'S REVIEWER, THE DUPLICATE-KEY READ/REWRITE
      *> PATTERN USED THROUGHOUT THE SUITE.
       2100-MARK-PAIR.
           PERFORM 2900-ACCEPT-PAIR
           IF NOT WS-PAIR-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-OPERATOR-ID TO DX-MARKED-BY
           MOVE WS-CURR-DATE TO DX-MARKED-DATE
           WRITE CLIDUPX-REC
           IF WS-NOTDUP-FILE-STATUS = "22"
               READ NOTDUP-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE WS-OPERATOR-ID TO DX-MARKED-BY
               MOVE WS-CURR-DATE TO DX-MARKED-DATE
               REWRITE CLIDUPX-REC
           END-IF
           IF WS-NOTDUP-FILE-STATUS = "00"
               ADD 1 TO WS-MARKED-CNT
               DISPLAY "CLI9220: PAIR MARKED NOT DUPLICATE - "
                   DX-MSGIDA-LOW " / " DX-MSGIDA-HIGH
           ELSE
               DISPLAY "CLI9220: MARK FAILED STATUS="
                   WS-NOTDUP-FILE-STATUS
           END-IF.

       2200-UNMARK-PAIR.
           PERFORM 2900-ACCEPT-PAIR
           IF NOT WS-PAIR-OK
               EXIT PARAGRAPH
           END-IF
           READ NOTDUP-FILE
               INVALID KEY
                   DISPLAY "CLI9220: PAIR NOT MARKED - "
                       DX-MSGIDA-LOW " / " DX-MSGIDA-HIGH
                   EXIT PARAGRAPH
           END-READ
           DELETE NOTDUP-FILE RECORD
               INVALID KEY
                   DISPLAY "CLI9220: UNMARK FAILED STATUS="
                       WS-NOTDUP-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-UNMARKED-CNT
                   DISPLAY "CLI9220: PAIR UNMARKED - "
                       DX-MSGIDA-LOW " / " DX-MSGIDA-HIGH
           END-DELETE.

      *> SAME STOP-ON-ANY-NON-ZERO-STATUS WALK THE REFERENCE
      *> MAINTENANCE TRANSACTIONS USE FOR THEIR LISTS.
       2300-LIST-PAIRS.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO DX-PAIR-KEY
           START NOTDUP-FILE KEY NOT < DX-PAIR-KEY
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LIST-EOF
               OR WS-NOTDUP-FILE-STATUS NOT = "00"
               READ NOTDUP-FILE NEXT
                   AT END
                       SET WS-LIST-EOF TO TRUE
               END-READ
               IF NOT WS-LIST-EOF
                   AND WS-NOTDUP-FILE-STATUS = "00"
                   DISPLAY "  " DX-MSGIDA-LOW
                       " " DX-MSGIDA-HIGH
                       " BY=" DX-MARKED-BY
                       " ON " DX-MARKED-DATE
               END-IF
           END-PERFORM
           MOVE "00" TO WS-NOTDUP-FILE-STATUS.

      *> TAKE THE TWO MSGIDAS AND SET UP THE PAIR KEY LOWER-FIRST.
      *> A CLIENT CANNOT BE PAIRED WITH ITSELF.
       2900-ACCEPT-PAIR.
           MOVE "N" TO WS-PAIR-OK-SW
           DISPLAY "FIRST MSGIDA: " WITH NO ADVANCING
           ACCEPT WS-IN-MSGIDA-1
           DISPLAY "SECOND MSGIDA: " WITH NO ADVANCING
           ACCEPT WS-IN-MSGIDA-2
           IF WS-IN-MSGIDA-1 = SPACES
               OR WS-IN-MSGIDA-2 = SPACES
               OR WS-IN-MSGIDA-1 = WS-IN-MSGIDA-2
               DISPLAY "CLI9220: TWO DIFFERENT MSGIDAS REQUIRED"
               ADD 1 TO WS-REFUSED-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CLIDUPX-REC
           IF WS-IN-MSGIDA-1 < WS-IN-MSGIDA-2
               MOVE WS-IN-MSGIDA-1 TO DX-MSGIDA-LOW
               MOVE WS-IN-MSGIDA-2 TO DX-MSGIDA-HIGH
           ELSE
               MOVE WS-IN-MSGIDA-2 TO DX-MSGIDA-LOW
               MOVE WS-IN-MSGIDA-1 TO DX-MSGIDA-HIGH
           END-IF
           MOVE 0 TO DX-MARKED-DATE
           SET WS-PAIR-OK TO TRUE.

       9000-TERMINATE.
           DISPLAY "CLI9220: MARKED=" WS-MARKED-CNT
               " UNMARKED=" WS-UNMARKED-CNT
               " REFUSED=" WS-REFUSED-CNT
           CLOSE NOTDUP-FILE
           PERFORM 9100-WRITE-RUN-LOG.

      *> APPEND THIS RUN'S RECORD TO THE SHARED CLI9000L RUN LOG
      *> FOR THE CLI9150 END-OF-DAY SUMMARY - THE SAME TELEMETRY
      *> EVERY PROGRAM IN THE SUITE LEAVES BEHIND.  A LOG THAT
      *> WON'T WRITE IS REPORTED BUT NEVER FAILS THE RUN.
       9100-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG
           IF WS-RUNLOG-FILE-STATUS = "35"
               OPEN OUTPUT RUN-LOG
               CLOSE RUN-LOG
               OPEN EXTEND RUN-LOG
           END-IF
           IF WS-RUNLOG-FILE-STATUS NOT = "00"
               DISPLAY "CLI9220: RUN LOG OPEN FAILED STATUS="
                   WS-RUNLOG-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE "CLI9220" TO JL-PROGRAM-ID
               MOVE WS-STAMP-DATE TO JL-PROC-DATE
               MOVE WS-START-DATE TO JL-START-DATE
               MOVE WS-START-TIME TO JL-START-TIME
               MOVE WS-STAMP-DATE TO JL-END-DATE
               MOVE WS-STAMP-TIME TO JL-END-TIME
               MOVE WS-MARKED-CNT TO JL-READ-CNT
               ADD WS-UNMARKED-CNT TO JL-READ-CNT
               MOVE 0 TO JL-CLEAN-CNT
               MOVE WS-REFUSED-CNT TO JL-REJECT-CNT
               MOVE WS-MARKED-CNT TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
               WRITE CLIJLOG-REC
               CLOSE RUN-LOG
           END-IF.
