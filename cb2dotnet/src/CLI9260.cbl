       >>SOURCE FORMAT FREE
      *> CLI9260 - CLIENT MASTER RECORD LAYOUT CONVERSION.
      *>
      *> ONE-OFF BATCH.  CLIENT CLOSURE (CLTDEL) SUPPORT ADDED
      *> CM-CLIENT-STATUS AND CM-CLOSED-DATE TO THE END OF THE
      *> CLICLTM RECORD, MAKING EVERY CLI9000M ENTRY NINE BYTES
      *> LONGER - A MASTER BUILT BEFORE THEN CANNOT BE OPENED BY
      *> ANY PROGRAM COPYING THE NEW LAYOUT.  THIS RUN READS THE
      *> EXISTING MASTER IN KEY ORDER ON ITS OLD LAYOUT (DESCRIBED
      *> INLINE BELOW, SINCE CLICLTM NO LONGER CARRIES IT) AND
      *> WRITES EVERY ENTRY UNCHANGED ONTO THE NEW LAYOUT, OPEN
      *> (STATUS "O") WITH A ZERO CLOSED DATE - NO CLIENT CAN HAVE
      *> BEEN CLOSED BEFORE THE STATUS EXISTED.
      *>
      *> THE CONVERTED MASTER GOES TO CLI9260M, WHICH OPERATIONS
      *> SWAPS IN OVER CLI9000M BEFORE THE NEXT NIGHTLY RUN - THE
      *> SAME TREATMENT CLI9140'S NEW-CURRENT FILES GET - SO THE
      *> OLD MASTER STAYS UNTOUCHED UNTIL THE COUNTS ON CLI9260R
      *> HAVE BEEN CHECKED.  A MASTER ALREADY ON THE NEW LAYOUT
      *> FAILS THE OPEN HERE AND NOTHING IS WRITTEN.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9260.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER ASSIGN TO "CLI9000M"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OM-KEY
               FILE STATUS IS WS-OLDMST-FILE-STATUS.

           SELECT CLIENT-MASTER ASSIGN TO "CLI9260M"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CLTMST-FILE-STATUS.

           SELECT CONVERT-RPT ASSIGN TO "CLI9260R"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNVRPT-FILE-STATUS.

      *> SHARED SUITE RUN LOG - ONE RECORD APPENDED PER RUN, READ
      *> BY THE CLI9150 END-OF-DAY SUMMARY.
           SELECT RUN-LOG ASSIGN TO "CLI9000L"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> THE CLICLTM RECORD AS IT STOOD BEFORE THE CLOSED STATUS -
      *> FIELD FOR FIELD THE SAME AS TODAY'S UP TO AND INCLUDING
      *> THE LAST-UPDATED STAMP, AND NOTHING AFTER IT.
       FD  OLD-MASTER.
       01  OLD-MASTER-REC.
           03  OM-KEY.
               05  OM-MSGIDA                   PIC X(030).
               05  OM-BGEN-OCC-IDX             PIC 9(001).
           03  OM-ADDRTYPE                     PIC X(001).
           03  OM-BIRTHP                       PIC X(020) OCCURS 2.
           03  OM-CLTDOBX                      PIC 9(008).
           03  OM-GROUP OCCURS 3.
               05  OM-GROUP01                  PIC X(00001).
               05  OM-GROUP02                  PIC S9(00005).
           03  OM-TRANS-NO1                    PIC 9(04) COMP-3.
           03  OM-TRANS-NO2                    PIC S9(05) COMP-3.
           03  OM-TRANS-NO3                    PIC S9(05)V9(03)
                                                COMP-3.
           03  OM-LAST-UPDATED-DATE            PIC 9(008).
           03  OM-LAST-UPDATED-TIME            PIC 9(006).

       FD  CLIENT-MASTER.
           COPY CLICLTM.

       FD  CONVERT-RPT.
       01  CONVERT-RPT-REC                     PIC X(132).

       FD  RUN-LOG.
           COPY CLIJLOG.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-OLDMST-EOF-SW                PIC X VALUE "N".
               88  WS-OLDMST-EOF                VALUE "Y".
           05  WS-OLDMST-FILE-STATUS           PIC X(02) VALUE "00".
               88  WS-OLDMST-FILE-NOT-FOUND     VALUE "35".
           05  WS-OLDMST-OPEN-SW               PIC X VALUE "N".
               88  WS-OLDMST-OPEN               VALUE "Y".
           05  WS-CLTMST-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-CLTMST-OPEN-SW               PIC X VALUE "N".
               88  WS-CLTMST-OPEN               VALUE "Y".
           05  WS-CNVRPT-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".

       01  WS-COUNTERS.
           05  WS-MASTER-READ                  PIC 9(07) VALUE 0.
           05  WS-MASTER-WRITTEN               PIC 9(07) VALUE 0.

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
                   VALUE "CLI9260 CLIENT MASTER CONVERSION ".
               10  FILLER                      PIC X(9)
                                   VALUE "RUN=     ".
               10  RL0-RUN-DATE                PIC 9(008).
               10  FILLER                      PIC X(82) VALUE SPACES.
           05  WS-RPT-NOTE-LINE.
               10  RL1-NOTE-TEXT               PIC X(70).
               10  FILLER                      PIC X(62) VALUE SPACES.
           05  WS-RPT-SUMMARY-LINE.
               10  FILLER                      PIC X(20) VALUE SPACES.
               10  RL-SUMM-TEXT                PIC X(30).
               10  RL-SUMM-COUNT               PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-MASTER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-DATE TO WS-START-DATE
           MOVE WS-STAMP-TIME TO WS-START-TIME
           OPEN OUTPUT CONVERT-RPT
           MOVE WS-START-DATE TO RL0-RUN-DATE
           WRITE CONVERT-RPT-REC FROM WS-RPT-HDR1
           PERFORM 1100-OPEN-OLD-MASTER
           IF WS-OLDMST-OPEN
               PERFORM 1200-OPEN-NEW-MASTER
               MOVE "CONVERTED MASTER ON CLI9260M - SWAP IN OVER"
                   & " CLI9000M BEFORE NEXT RUN" TO RL1-NOTE-TEXT
               WRITE CONVERT-RPT-REC FROM WS-RPT-NOTE-LINE
           END-IF.

      *> NO MASTER AT ALL IS A FRESH ENVIRONMENT - CLI9000 WILL
      *> CREATE ONE ON THE NEW LAYOUT - SO THERE IS NOTHING TO DO.
      *> ANY OTHER OPEN FAILURE, A MASTER ALREADY CONVERTED AMONG
      *> THEM, IS FATAL.
       1100-OPEN-OLD-MASTER.
           OPEN INPUT OLD-MASTER
           EVALUATE TRUE
               WHEN WS-OLDMST-FILE-STATUS = "00"
                   SET WS-OLDMST-OPEN TO TRUE
               WHEN WS-OLDMST-FILE-NOT-FOUND
                   MOVE "NO CLIENT MASTER ON FILE - NOTHING TO CONVERT"
                       TO RL1-NOTE-TEXT
                   WRITE CONVERT-RPT-REC FROM WS-RPT-NOTE-LINE
               WHEN OTHER
                   DISPLAY "CLI9260: CLIENT MASTER OPEN FAILED STATUS="
                       WS-OLDMST-FILE-STATUS
                       " - MASTER NOT ON THE OLD CLICLTM LAYOUT?"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE
                   STOP RUN
           END-EVALUATE.

      *> THE CONVERTED MASTER IS CUT FRESH EVERY RUN, SO A RERUN
      *> AFTER A FAILURE STARTS CLEAN.
       1200-OPEN-NEW-MASTER.
           OPEN OUTPUT CLIENT-MASTER
           IF WS-CLTMST-FILE-STATUS = "00"
               SET WS-CLTMST-OPEN TO TRUE
           ELSE
               DISPLAY "CLI9260: CONVERTED MASTER OPEN FAILED STATUS="
                   WS-CLTMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.

      *> THE OLD MASTER IS READ IN KEY ORDER, SO EACH ENTRY IS
      *> WRITTEN TO THE NEW ONE IN ASCENDING KEY SEQUENCE.  A READ
      *> OR WRITE FAILURE ENDS THE RUN ON THE SPOT - A CONVERTED
      *> MASTER SHORT OF ENTRIES MUST NEVER BE SWAPPED IN.
       2000-CONVERT-MASTER.
           IF NOT WS-OLDMST-OPEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OLDMST-EOF
               READ OLD-MASTER
                   AT END
                       SET WS-OLDMST-EOF TO TRUE
               END-READ
               IF NOT WS-OLDMST-EOF
                   IF WS-OLDMST-FILE-STATUS NOT = "00"
                       DISPLAY "CLI9260: CLIENT MASTER READ FAILED"
                           " STATUS=" WS-OLDMST-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       PERFORM 9000-TERMINATE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-MASTER-READ
                   PERFORM 2100-CONVERT-ONE-ENTRY
               END-IF
           END-PERFORM.

      *> THE TWO LAYOUTS AGREE UP TO THE LAST-UPDATED STAMP, SO THE
      *> OLD ENTRY MOVES ACROSS WHOLE AND ONLY THE NEW FIELDS ARE
      *> SET.
       2100-CONVERT-ONE-ENTRY.
           MOVE OLD-MASTER-REC TO CLICLTM-REC
           SET CM-CLIENT-OPEN TO TRUE
           MOVE 0 TO CM-CLOSED-DATE
           WRITE CLICLTM-REC
           IF WS-CLTMST-FILE-STATUS = "00"
               ADD 1 TO WS-MASTER-WRITTEN
           ELSE
               DISPLAY "CLI9260: CONVERTED MASTER WRITE FAILED FOR "
                   OM-MSGIDA " OCC=" OM-BGEN-OCC-IDX
                   " STATUS=" WS-CLTMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "MASTER ENTRIES READ           " TO RL-SUMM-TEXT
           MOVE WS-MASTER-READ TO RL-SUMM-COUNT
           WRITE CONVERT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "MASTER ENTRIES WRITTEN        " TO RL-SUMM-TEXT
           MOVE WS-MASTER-WRITTEN TO RL-SUMM-COUNT
           WRITE CONVERT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           IF RETURN-CODE NOT = 0
               MOVE "RUN FAILED - CLI9260M IS INCOMPLETE,"
                   & " DO NOT SWAP IT IN" TO RL1-NOTE-TEXT
               WRITE CONVERT-RPT-REC FROM WS-RPT-NOTE-LINE
           END-IF

           IF WS-OLDMST-OPEN
               CLOSE OLD-MASTER
           END-IF
           IF WS-CLTMST-OPEN
               CLOSE CLIENT-MASTER
           END-IF
           CLOSE CONVERT-RPT
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
               DISPLAY "CLI9260: RUN LOG OPEN FAILED STATUS="
                   WS-RUNLOG-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE "CLI9260" TO JL-PROGRAM-ID
               MOVE WS-START-DATE TO JL-PROC-DATE
               MOVE WS-START-DATE TO JL-START-DATE
               MOVE WS-START-TIME TO JL-START-TIME
               MOVE WS-STAMP-DATE TO JL-END-DATE
               MOVE WS-STAMP-TIME TO JL-END-TIME
               MOVE WS-MASTER-READ TO JL-READ-CNT
               MOVE 0 TO JL-CLEAN-CNT
               MOVE 0 TO JL-REJECT-CNT
               MOVE WS-MASTER-WRITTEN TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
               WRITE CLIJLOG-REC
               CLOSE RUN-LOG
           END-IF.
