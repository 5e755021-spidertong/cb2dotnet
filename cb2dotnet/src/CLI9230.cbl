       >>SOURCE FORMAT FREE
      *> CLI9230 - CLIENT MASTER CHANGE FEED TRANSMISSION BUILDER.
      *>
      *> DOWNSTREAM SYSTEMS THAT KEEP THEIR OWN COPY OF THE CLIENT
      *> POSITION HAVE HAD TO RE-EXTRACT THE WHOLE CLI9000M MASTER
      *> TO FIND OUT WHAT MOVED.  CLI9000'S POST PATH NOW WRITES ONE
      *> CLICDCR CHANGE RECORD TO CLI9000F FOR EVERY MASTER
      *> OCCURRENCE IT ADDS OR ACTUALLY CHANGES; THIS BATCH TAKES
      *> THE DAY'S CLI9000F AND SENDS IT AS THE DAILY CHANGE FEED,
      *> CLI9230O, WRAPPED IN THE SAME HDRCTL/TRLCTL CONTROL RECORDS
      *> CLI9120 PUTS ON ITS RESPONSE TRANSMISSION - HERE THE
      *> TRAILER COUNTS CHANGE RECORDS AND ITS HASH TOTAL IS THE SUM
      *> OF THEIR CHANGED-FIELD COUNTS.  CLIENT CLOSURES TRAVEL ON
      *> THE SAME FEED AS CLOSED RECORDS.  A DAY WITH NO CHANGES
      *> STILL SENDS A WRAPPED, EMPTY TRANSMISSION.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9230.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-IN ASSIGN TO "CLI9000F"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-FILE-STATUS.

           SELECT FEED-OUT ASSIGN TO "CLI9230O"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT BUILD-RPT ASSIGN TO "CLI9230R"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BLDRPT-FILE-STATUS.

      *> SHARED SUITE RUN LOG - ONE RECORD APPENDED PER RUN, READ
      *> BY THE CLI9150 END-OF-DAY SUMMARY.
           SELECT RUN-LOG ASSIGN TO "CLI9000L"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-IN.
           COPY CLICDCR.

       FD  FEED-OUT.
       01  FEED-OUT-REC                        PIC X(900).

       FD  BUILD-RPT.
       01  BUILD-RPT-REC                       PIC X(132).

       FD  RUN-LOG.
           COPY CLIJLOG.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                       PIC X VALUE "N".
               88  WS-EOF                       VALUE "Y".
           05  WS-CHANGE-FILE-STATUS           PIC X(02) VALUE "00".
               88  WS-CHANGE-FILE-NOT-FOUND     VALUE "35".
           05  WS-FEED-FILE-STATUS             PIC X(02) VALUE "00".
               88  WS-FEED-FILE-OK              VALUE "00".
           05  WS-BLDRPT-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".

       01  WS-COUNTERS.
           05  WS-CHANGE-READ                  PIC 9(07) VALUE 0.
           05  WS-FEED-WRITTEN                 PIC 9(07) VALUE 0.
           05  WS-ADDED-CNT                    PIC 9(07) VALUE 0.
           05  WS-CHANGED-CNT                  PIC 9(07) VALUE 0.
           05  WS-CLOSED-CNT                   PIC 9(07) VALUE 0.
           05  WS-OTHER-DATE-CNT               PIC 9(07) VALUE 0.
           05  WS-FIELD-HASH                   PIC S9(09) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-PROC-DATE                    PIC 9(008) VALUE 0.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CURR-DATE                PIC 9(008).
               10  FILLER                      PIC X(013).

      *> WALL-CLOCK START OF THE RUN AND A STAMP WORK AREA FOR THE
      *> RUN-LOG RECORD WRITTEN AT TERMINATION.
       01  WS-RUN-LOG-FIELDS.
           05  WS-STAMP.
               10  WS-STAMP-DATE               PIC 9(008).
               10  WS-STAMP-TIME               PIC 9(006).
               10  FILLER                      PIC X(007).
           05  WS-START-DATE                   PIC 9(008) VALUE 0.
           05  WS-START-TIME                   PIC 9(006) VALUE 0.

      *> CONTROL-RECORD IMAGE FOR THE HDRCTL/TRLCTL WRAPPER - THE
      *> SAME LAYOUT CLI9000 RECOGNIZES ON CLIRTVOI AND CLI9120
      *> PUTS ON ITS RESPONSE TRANSMISSION, PADDED OUT TO THE
      *> CHANGE RECORD LENGTH.  THE REPLAY FLAG IS LEFT BLANK.
       01  WS-CTL-REC.
           05  WS-CTL-RECORD-TYPE              PIC X(006).
           05  WS-CTL-TRANS-DATE               PIC 9(008).
           05  WS-CTL-MSG-COUNT                PIC 9(007).
           05  WS-CTL-MSGCNT-HASH              PIC S9(009).
           05  WS-CTL-REPLAY-FLAG              PIC X(001).
           05  FILLER                          PIC X(869).

       01  WS-RPT-LINES.
           05  WS-RPT-HDR1.
               10  FILLER                      PIC X(33)
                   VALUE "CLI9230 CHANGE FEED BUILD REPORT ".
               10  FILLER                      PIC X(17)
                           VALUE "PROCESSING DATE= ".
               10  RL0-PROC-DATE               PIC 9(008).
               10  FILLER                      PIC X(74) VALUE SPACES.
      *> A CHANGE STAMPED WITH ANOTHER BUSINESS DATE STILL GOES OUT
      *> - IT HAPPENED AND THE RECEIVER NEEDS IT - BUT IS LISTED SO
      *> A FEED BUILT FROM THE WRONG DAY'S FILE IS NOTICED.
           05  WS-RPT-OTHER-DATE-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "BUSDATE ** ".
               10  RL1-MSGIDA                  PIC X(30).
               10  FILLER                      PIC X(5) VALUE " OCC=".
               10  RL1-OCC-IDX                 PIC 9.
               10  FILLER                      PIC X(15)
                                   VALUE " BUSINESS DATE=".
               10  RL1-BUS-DATE                PIC 9(008).
               10  FILLER                      PIC X(62) VALUE SPACES.
           05  WS-RPT-SUMMARY-LINE.
               10  FILLER                      PIC X(20) VALUE SPACES.
               10  RL-SUMM-TEXT                PIC X(30).
               10  RL-SUMM-COUNT               PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM UNTIL WS-EOF
               READ CHANGE-IN
                   AT END
                       SET WS-EOF TO TRUE
               END-READ
               IF NOT WS-EOF
                   ADD 1 TO WS-CHANGE-READ
                   PERFORM 2000-SEND-ONE-CHANGE
               END-IF
           END-PERFORM
           PERFORM 3000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

      *> A MISSING CHANGE FILE MEANS CLI9000 HASN'T RUN - THE
      *> TRANSMISSION STILL GOES OUT, WRAPPED AND EMPTY, SO THE
      *> RECEIVING SIDE SEES A RECONCILABLE NO-CHANGE DAY RATHER
      *> THAN SILENCE.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-DATE TO WS-START-DATE
           MOVE WS-STAMP-TIME TO WS-START-TIME
           DISPLAY "PROCESSING DATE CCYYMMDD (0 FOR TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-PROC-DATE
           IF WS-PROC-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURR-DATE TO WS-PROC-DATE
           END-IF
           OPEN INPUT CHANGE-IN
           IF WS-CHANGE-FILE-NOT-FOUND
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT FEED-OUT
           OPEN OUTPUT BUILD-RPT
           MOVE WS-PROC-DATE TO RL0-PROC-DATE
           WRITE BUILD-RPT-REC FROM WS-RPT-HDR1

           MOVE SPACES TO WS-CTL-REC
           MOVE "HDRCTL" TO WS-CTL-RECORD-TYPE
           MOVE WS-PROC-DATE TO WS-CTL-TRANS-DATE
           MOVE 0 TO WS-CTL-MSG-COUNT
           MOVE 0 TO WS-CTL-MSGCNT-HASH
           WRITE FEED-OUT-REC FROM WS-CTL-REC.

       2000-SEND-ONE-CHANGE.
           EVALUATE TRUE
               WHEN CD-OCCURRENCE-ADDED
                   ADD 1 TO WS-ADDED-CNT
               WHEN CD-OCCURRENCE-CLOSED
                   ADD 1 TO WS-CLOSED-CNT
               WHEN OTHER
                   ADD 1 TO WS-CHANGED-CNT
           END-EVALUATE
           IF CD-BUSINESS-DATE NOT = WS-PROC-DATE
               ADD 1 TO WS-OTHER-DATE-CNT
               MOVE CD-MSGIDA TO RL1-MSGIDA
               MOVE CD-BGEN-OCC-IDX TO RL1-OCC-IDX
               MOVE CD-BUSINESS-DATE TO RL1-BUS-DATE
               WRITE BUILD-RPT-REC FROM WS-RPT-OTHER-DATE-LINE
           END-IF
           WRITE FEED-OUT-REC FROM CLICDC-REC
           IF NOT WS-FEED-FILE-OK
               DISPLAY "CLI9230: FEED WRITE FAILED FOR " CD-MSGIDA
                   " STATUS=" WS-FEED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           ADD 1 TO WS-FEED-WRITTEN
           ADD CD-FIELD-COUNT TO WS-FIELD-HASH.

      *> CLOSE THE WRAPPER: THE TRAILER CARRIES THE TRANSMISSION'S
      *> OWN RECORD COUNT AND CHANGED-FIELD HASH TOTAL, SO THE
      *> RECEIVING SIDE CAN PROVE IT ARRIVED WHOLE.
       3000-WRITE-TRAILER.
           MOVE SPACES TO WS-CTL-REC
           MOVE "TRLCTL" TO WS-CTL-RECORD-TYPE
           MOVE WS-PROC-DATE TO WS-CTL-TRANS-DATE
           MOVE WS-FEED-WRITTEN TO WS-CTL-MSG-COUNT
           MOVE WS-FIELD-HASH TO WS-CTL-MSGCNT-HASH
           WRITE FEED-OUT-REC FROM WS-CTL-REC.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "CHANGE RECORDS READ           " TO RL-SUMM-TEXT
           MOVE WS-CHANGE-READ TO RL-SUMM-COUNT
           WRITE BUILD-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "OCCURRENCES ADDED             " TO RL-SUMM-TEXT
           MOVE WS-ADDED-CNT TO RL-SUMM-COUNT
           WRITE BUILD-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "OCCURRENCES CHANGED           " TO RL-SUMM-TEXT
           MOVE WS-CHANGED-CNT TO RL-SUMM-COUNT
           WRITE BUILD-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "OCCURRENCES CLOSED            " TO RL-SUMM-TEXT
           MOVE WS-CLOSED-CNT TO RL-SUMM-COUNT
           WRITE BUILD-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "CHANGED FIELDS CARRIED        " TO RL-SUMM-TEXT
           MOVE WS-FIELD-HASH TO RL-SUMM-COUNT
           WRITE BUILD-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "OTHER BUSINESS DATE RECORDS   " TO RL-SUMM-TEXT
           MOVE WS-OTHER-DATE-CNT TO RL-SUMM-COUNT
           WRITE BUILD-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "FEED RECORDS WRITTEN          " TO RL-SUMM-TEXT
           MOVE WS-FEED-WRITTEN TO RL-SUMM-COUNT
           WRITE BUILD-RPT-REC FROM WS-RPT-SUMMARY-LINE

           IF NOT WS-CHANGE-FILE-NOT-FOUND
               CLOSE CHANGE-IN
           END-IF
           CLOSE FEED-OUT
           CLOSE BUILD-RPT
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
               DISPLAY "CLI9230: RUN LOG OPEN FAILED STATUS="
                   WS-RUNLOG-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE "CLI9230" TO JL-PROGRAM-ID
               MOVE WS-PROC-DATE TO JL-PROC-DATE
               MOVE WS-START-DATE TO JL-START-DATE
               MOVE WS-START-TIME TO JL-START-TIME
               MOVE WS-STAMP-DATE TO JL-END-DATE
               MOVE WS-STAMP-TIME TO JL-END-TIME
               MOVE WS-CHANGE-READ TO JL-READ-CNT
               MOVE 0 TO JL-CLEAN-CNT
               MOVE 0 TO JL-REJECT-CNT
               MOVE WS-FEED-WRITTEN TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
               WRITE CLIJLOG-REC
               CLOSE RUN-LOG
           END-IF.
