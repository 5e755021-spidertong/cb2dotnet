       >>SOURCE FORMAT FREE
      *> CLI9170 - ACK/NAK REASON-CODE HISTORY ACCUMULATION.
      *>
      *> READS THE NIGHT'S CLI9000A ACKNOWLEDGMENT FILE AND APPENDS
      *> EVERY ACK/NAK RESULT, AND EVERY STRUCTURED REASON ENTRY ON
      *> A NAK, TO THE CLI9170H REASON-CODE HISTORY.  CLI9000A IS A
      *> FRESH FILE EACH RUN, SO WITHOUT THIS COPY A REJECT PATTERN
      *> IS ONLY EVER VISIBLE ONE NIGHT AT A TIME; THE HISTORY IS
      *> WHAT THE CLI9180 WEEKLY/MONTHLY SCORECARD WORKS FROM.
      *>
      *> ONLY ACKNOWLEDGMENTS RAISED UNDER THE PROCESSING DATE ARE
      *> TAKEN, AND A DATE ALREADY ON THE HISTORY IS NOT TAKEN
      *> AGAIN - A RERUN OF THIS JOB, OR A RUN AGAINST AN ACK FILE
      *> CLI9000 HASN'T REPLACED YET, MUST NOT DOUBLE-COUNT A
      *> NIGHT'S REJECTS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9170.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-IN ASSIGN TO "CLI9000A"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

      *> DATED, ACCUMULATING COPY OF EVERY NIGHT'S ACK/NAK RESULTS -
      *> THE HISTORY THE CLI9180 SCORECARD READS.
           SELECT REASON-HIST ASSIGN TO "CLI9170H"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSNHIST-FILE-STATUS.

           SELECT ACCUM-RPT ASSIGN TO "CLI9170R"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRPT-FILE-STATUS.

      *> SHARED SUITE RUN LOG - ONE RECORD APPENDED PER RUN, READ
      *> BY THE CLI9150 END-OF-DAY SUMMARY.
           SELECT RUN-LOG ASSIGN TO "CLI9000L"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACK-IN.
           COPY CLIACKR.

       FD  REASON-HIST.
           COPY CLIRSNH.

       FD  ACCUM-RPT.
       01  ACCUM-RPT-REC                       PIC X(132).

       FD  RUN-LOG.
           COPY CLIJLOG.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                       PIC X VALUE "N".
               88  WS-EOF                       VALUE "Y".
           05  WS-ACK-FILE-STATUS              PIC X(02) VALUE "00".
               88  WS-ACK-FILE-NOT-FOUND        VALUE "35".
           05  WS-RSNHIST-FILE-STATUS          PIC X(02) VALUE "00".
               88  WS-RSNHIST-FILE-OK           VALUE "00".
               88  WS-RSNHIST-FILE-NOT-FOUND    VALUE "35".
           05  WS-ACCRPT-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-ALREADY-SW                   PIC X VALUE "N".
               88  WS-ALREADY-ACCUMULATED       VALUE "Y".
           05  WS-HIST-OPEN-SW                 PIC X VALUE "N".
               88  WS-HIST-OPEN                 VALUE "Y".

       01  WS-COUNTERS.
           05  WS-ACK-READ                     PIC 9(07) VALUE 0.
           05  WS-ACK-TAKEN                    PIC 9(07) VALUE 0.
           05  WS-NAK-TAKEN                    PIC 9(07) VALUE 0.
           05  WS-REASONS-TAKEN                PIC 9(07) VALUE 0.
           05  WS-OTHER-DATE-SKIPPED           PIC 9(07) VALUE 0.
           05  WS-HIST-WRITTEN                 PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
      *> THE BUSINESS DATE WHOSE ACKNOWLEDGMENTS ARE TAKEN - THE
      *> SAME DATE THE NIGHT'S CLI9000 RUN POSTED UNDER.  ZERO
      *> TAKES TODAY.
           05  WS-PROC-DATE                    PIC 9(008) VALUE 0.
           05  WS-RSN-IDX                      PIC 9(02).

      *> WALL-CLOCK START OF THE RUN AND A STAMP WORK AREA FOR THE
      *> RUN-LOG RECORD WRITTEN AT TERMINATION.
       01  WS-RUN-LOG-FIELDS.
           05  WS-STAMP.
               10  WS-STAMP-DATE               PIC 9(008).
               10  WS-STAMP-TIME               PIC 9(006).
               10  FILLER                      PIC X(007).
           05  WS-START-DATE                   PIC 9(008) VALUE 0.
           05  WS-START-TIME                   PIC 9(006) VALUE 0.

       01  WS-RPT-LINES.
           05  WS-RPT-HDR1.
               10  FILLER                      PIC X(33)
                   VALUE "CLI9170 REASON HISTORY ACCUMULATE".
               10  FILLER                      PIC X(17)
                           VALUE " PROCESSING DATE=".
               10  RL0-PROC-DATE               PIC 9(008).
               10  FILLER                      PIC X(74) VALUE SPACES.
           05  WS-RPT-NOTE-LINE.
               10  RL1-NOTE-TEXT               PIC X(60).
               10  FILLER                      PIC X(72) VALUE SPACES.
           05  WS-RPT-SUMMARY-LINE.
               10  FILLER                      PIC X(20) VALUE SPACES.
               10  RL-SUMM-TEXT                PIC X(30).
               10  RL-SUMM-COUNT               PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ALREADY-ACCUMULATED
               PERFORM 2000-ACCUMULATE-ACKS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-DATE TO WS-START-DATE
           MOVE WS-STAMP-TIME TO WS-START-TIME
           DISPLAY "PROCESSING DATE CCYYMMDD (0 FOR TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-PROC-DATE
           IF WS-PROC-DATE = 0
               MOVE WS-STAMP-DATE TO WS-PROC-DATE
           END-IF
           OPEN OUTPUT ACCUM-RPT
           MOVE WS-PROC-DATE TO RL0-PROC-DATE
           WRITE ACCUM-RPT-REC FROM WS-RPT-HDR1
           PERFORM 1100-CHECK-DATE-NOT-TAKEN
           IF WS-ALREADY-ACCUMULATED
               MOVE "DATE ALREADY ON REASON HISTORY - NOTHING ACCUMULATED"
                   TO RL1-NOTE-TEXT
               WRITE ACCUM-RPT-REC FROM WS-RPT-NOTE-LINE
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 1200-OPEN-REASON-HIST
           END-IF.

      *> THE HISTORY IS APPENDED ONE NIGHT AT A TIME, SO A PASS OVER
      *> IT IS ENOUGH TO SEE WHETHER THIS NIGHT IS ALREADY THERE.
       1100-CHECK-DATE-NOT-TAKEN.
           OPEN INPUT REASON-HIST
           IF WS-RSNHIST-FILE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
               READ REASON-HIST
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   AND RH-PROC-DATE = WS-PROC-DATE
                   SET WS-ALREADY-ACCUMULATED TO TRUE
                   SET WS-EOF TO TRUE
               END-IF
           END-PERFORM
           CLOSE REASON-HIST
           MOVE "N" TO WS-EOF-SW.

      *> THE HISTORY ACCUMULATES ACROSS RUNS AND DOESN'T EXIST
      *> BEFORE THE FIRST ONE - THE SAME CREATE-IF-MISSING TREATMENT
      *> CLI9010 GIVES ITS TOTALS HISTORY.
       1200-OPEN-REASON-HIST.
           OPEN EXTEND REASON-HIST
           IF WS-RSNHIST-FILE-STATUS = "35"
               OPEN OUTPUT REASON-HIST
               CLOSE REASON-HIST
               OPEN EXTEND REASON-HIST
           END-IF
           IF NOT WS-RSNHIST-FILE-OK
               DISPLAY "CLI9170: REASON HISTORY OPEN FAILED STATUS="
                   WS-RSNHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           SET WS-HIST-OPEN TO TRUE.

      *> NO ACKNOWLEDGMENT FILE MEANS CLI9000 HASN'T PRODUCED ONE -
      *> AN EMPTY NIGHT, NOT AN ABEND.
       2000-ACCUMULATE-ACKS.
           OPEN INPUT ACK-IN
           IF WS-ACK-FILE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF
               READ ACK-IN
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   ADD 1 TO WS-ACK-READ
                   IF AK-PROCESS-DATE = WS-PROC-DATE
                       PERFORM 2100-ACCUMULATE-ONE-ACK
                   ELSE
                       ADD 1 TO WS-OTHER-DATE-SKIPPED
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACK-IN.

       2100-ACCUMULATE-ONE-ACK.
           MOVE SPACES TO CLIRSNH-REC
           MOVE AK-PROCESS-DATE TO RH-PROC-DATE
           SET RH-MESSAGE-RESULT TO TRUE
           MOVE AK-MSGIDA TO RH-MSGIDA
           MOVE AK-MSGID TO RH-MSGID
           MOVE AK-MSGID (1:6) TO RH-FAMILY
           MOVE AK-ACK-STATUS TO RH-ACK-STATUS
           MOVE 0 TO RH-REASON-OCC
           MOVE 0 TO RH-REASON-SUB
           PERFORM 2200-WRITE-HISTORY
           IF AK-REJECTED
               ADD 1 TO WS-NAK-TAKEN
               SET RH-REASON-ENTRY TO TRUE
               PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
                       UNTIL WS-RSN-IDX > AK-REASON-COUNT
                          OR WS-RSN-IDX > 64
                   MOVE AK-REASON-CODE (WS-RSN-IDX) TO RH-REASON-CODE
                   MOVE AK-REASON-OCC (WS-RSN-IDX) TO RH-REASON-OCC
                   MOVE AK-REASON-SUB (WS-RSN-IDX) TO RH-REASON-SUB
                   PERFORM 2200-WRITE-HISTORY
                   ADD 1 TO WS-REASONS-TAKEN
               END-PERFORM
           ELSE
               ADD 1 TO WS-ACK-TAKEN
           END-IF.

      *> A WRITE FAILURE ENDS THE RUN ON THE SPOT, THE SAME WAY
      *> CLI9010 TREATS ITS TOTALS HISTORY - A HISTORY WITH A
      *> SILENT HOLE WOULD SKEW EVERY SCORECARD DOWNSTREAM.
       2200-WRITE-HISTORY.
           WRITE CLIRSNH-REC
           IF NOT WS-RSNHIST-FILE-OK
               DISPLAY "CLI9170: REASON HISTORY WRITE FAILED"
                   " STATUS=" WS-RSNHIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           ADD 1 TO WS-HIST-WRITTEN.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "ACKNOWLEDGMENTS READ          " TO RL-SUMM-TEXT
           MOVE WS-ACK-READ TO RL-SUMM-COUNT
           WRITE ACCUM-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "OTHER-DATE RECORDS SKIPPED    " TO RL-SUMM-TEXT
           MOVE WS-OTHER-DATE-SKIPPED TO RL-SUMM-COUNT
           WRITE ACCUM-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "ACK RESULTS ACCUMULATED       " TO RL-SUMM-TEXT
           MOVE WS-ACK-TAKEN TO RL-SUMM-COUNT
           WRITE ACCUM-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "NAK RESULTS ACCUMULATED       " TO RL-SUMM-TEXT
           MOVE WS-NAK-TAKEN TO RL-SUMM-COUNT
           WRITE ACCUM-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "REASON ENTRIES ACCUMULATED    " TO RL-SUMM-TEXT
           MOVE WS-REASONS-TAKEN TO RL-SUMM-COUNT
           WRITE ACCUM-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "HISTORY RECORDS WRITTEN       " TO RL-SUMM-TEXT
           MOVE WS-HIST-WRITTEN TO RL-SUMM-COUNT
           WRITE ACCUM-RPT-REC FROM WS-RPT-SUMMARY-LINE

           CLOSE ACCUM-RPT
           IF WS-HIST-OPEN
               CLOSE REASON-HIST
           END-IF
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
               DISPLAY "CLI9170: RUN LOG OPEN FAILED STATUS="
                   WS-RUNLOG-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE "CLI9170" TO JL-PROGRAM-ID
               MOVE WS-PROC-DATE TO JL-PROC-DATE
               MOVE WS-START-DATE TO JL-START-DATE
               MOVE WS-START-TIME TO JL-START-TIME
               MOVE WS-STAMP-DATE TO JL-END-DATE
               MOVE WS-STAMP-TIME TO JL-END-TIME
               MOVE WS-ACK-READ TO JL-READ-CNT
               MOVE WS-ACK-TAKEN TO JL-CLEAN-CNT
               MOVE WS-NAK-TAKEN TO JL-REJECT-CNT
               MOVE WS-HIST-WRITTEN TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
               WRITE CLIJLOG-REC
               CLOSE RUN-LOG
           END-IF.
