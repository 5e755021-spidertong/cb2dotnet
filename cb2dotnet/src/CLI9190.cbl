       >>SOURCE FORMAT FREE
      *> CLI9190 - PENDING REFERENCE CHANGES REPORT.
      *>
      *> CHANGES TO THE BIRTHPLACE REFERENCE (CLI9080), THE GROUP01
      *> CODE REFERENCE (CLI9130) AND THE RUN-CONTROL PARAMETERS
      *> (CLI9110) WAIT ON THE CLI9000N PENDING FILE UNTIL A SECOND
      *> OPERATOR CHECKS THEM (SEE CLIPCHG).  THIS BATCH LISTS EVERY
      *> REQUEST STILL WAITING, OLDEST FIRST, WITH WHO RAISED IT,
      *> HOW MANY DAYS IT HAS SAT, AND THE BEFORE AND AFTER VALUES
      *> IT WOULD APPLY - SO SUPERVISORS CAN CHASE A CHECKER OR
      *> CLEAR OUT A REQUEST NOBODY INTENDS TO APPROVE.  IT ONLY
      *> READS; DECISIONS ARE TAKEN IN THE MAINTENANCE
      *> TRANSACTIONS THEMSELVES.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9190.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "CLI9000N"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-REQUEST-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT PENDING-RPT ASSIGN TO "CLI9190R"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDRPT-FILE-STATUS.

      *> SHARED SUITE RUN LOG - ONE RECORD APPENDED PER RUN, READ
      *> BY THE CLI9150 END-OF-DAY SUMMARY.
           SELECT RUN-LOG ASSIGN TO "CLI9000L"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-FILE.
           COPY CLIPCHG.

       FD  PENDING-RPT.
       01  PENDING-RPT-REC                     PIC X(132).

       FD  RUN-LOG.
           COPY CLIJLOG.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                       PIC X VALUE "N".
               88  WS-EOF                       VALUE "Y".
           05  WS-PENDING-FILE-STATUS          PIC X(02) VALUE "00".
               88  WS-PENDING-FILE-OK           VALUE "00".
               88  WS-PENDING-FILE-NOT-FOUND    VALUE "35".
           05  WS-PENDING-OPEN-SW              PIC X VALUE "N".
               88  WS-PENDING-OPEN              VALUE "Y".
           05  WS-PENDRPT-FILE-STATUS          PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".

       01  WS-COUNTERS.
           05  WS-PENDING-CNT                  PIC 9(07) VALUE 0.
           05  WS-PLACE-CNT                    PIC 9(07) VALUE 0.
           05  WS-GROUP-CNT                    PIC 9(07) VALUE 0.
           05  WS-PARM-CNT                     PIC 9(07) VALUE 0.
           05  WS-OVERDUE-CNT                  PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-ASOF-DATE                    PIC 9(08) VALUE 0.
           05  WS-ASOF-INT                     PIC S9(07).
           05  WS-REQ-INT                      PIC S9(07).
           05  WS-AGE-DAYS                     PIC S9(05).
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

       01  WS-RPT-LINES.
           05  WS-RPT-HDR1.
               10  FILLER                      PIC X(32)
                   VALUE "CLI9190 PENDING REFERENCE CHGS  ".
               10  FILLER                      PIC X(9)
                                   VALUE "AS OF=   ".
               10  RL0-ASOF-DATE               PIC 9(008).
               10  FILLER                      PIC X(83) VALUE SPACES.
           05  WS-RPT-HDR2.
               10  FILLER                      PIC X(18)
                                   VALUE "REQUEST NUMBER    ".
               10  FILLER                      PIC X(11)
                                   VALUE "FILE       ".
               10  FILLER                      PIC X(7)
                                   VALUE "ACTION ".
               10  FILLER                      PIC X(21)
                                   VALUE "KEY                  ".
               10  FILLER                      PIC X(10)
                                   VALUE "RAISED BY ".
               10  FILLER                      PIC X(9)
                                   VALUE "AGE DAYS ".
               10  FILLER                      PIC X(56) VALUE SPACES.
           05  WS-RPT-REQUEST-LINE.
               10  RL1-REQUEST-KEY             PIC X(16).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL1-TARGET                  PIC X(10).
               10  FILLER                      PIC X(1) VALUE SPACES.
               10  RL1-ACTION                  PIC X(6).
               10  FILLER                      PIC X(1) VALUE SPACES.
               10  RL1-TARGET-KEY              PIC X(20).
               10  FILLER                      PIC X(1) VALUE SPACES.
               10  RL1-REQUESTED-BY            PIC X(8).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL1-AGE-DAYS                PIC ZZZZ9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL1-OVERDUE                 PIC X(10).
               10  FILLER                      PIC X(48) VALUE SPACES.
      *> ONE LINE EACH FOR THE VALUES ON FILE WHEN THE REQUEST WAS
      *> RAISED AND THE VALUES IT WOULD APPLY.  WHICH OF THE
      *> GENERIC FIELDS MEAN ANYTHING DEPENDS ON THE TARGET FILE -
      *> THE UNUSED ONES ARE LEFT BLANK.
           05  WS-RPT-VALUE-LINE.
               10  FILLER                      PIC X(18) VALUE SPACES.
               10  RL2-LABEL                   PIC X(8).
               10  RL2-STATUS-LABEL            PIC X(8).
               10  RL2-STATUS                  PIC X(9).
               10  RL2-NUM1-LABEL              PIC X(7).
               10  RL2-NUM1                    PIC -(9)9.
               10  RL2-NUM1-X REDEFINES RL2-NUM1
                                               PIC X(10).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL2-NUM2-LABEL              PIC X(7).
               10  RL2-NUM2                    PIC -(9)9.
               10  RL2-NUM2-X REDEFINES RL2-NUM2
                                               PIC X(10).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL2-DATE-LABEL              PIC X(11).
               10  RL2-DATE                    PIC X(8).
               10  FILLER                      PIC X(32) VALUE SPACES.
           05  WS-RPT-SUMMARY-LINE.
               10  FILLER                      PIC X(20) VALUE SPACES.
               10  RL-SUMM-TEXT                PIC X(30).
               10  RL-SUMM-COUNT               PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WALK-PENDING-FILE
           PERFORM 9000-TERMINATE
           STOP RUN.

      *> THE AS-OF DATE ANCHORS EVERY AGE CALCULATION (ZERO MEANS
      *> TODAY).  NO PENDING FILE YET ("35") SIMPLY MEANS NOTHING
      *> HAS EVER BEEN REQUESTED - THE REPORT STILL PRINTS, EMPTY.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-DATE TO WS-START-DATE
           MOVE WS-STAMP-TIME TO WS-START-TIME
           DISPLAY "AS-OF DATE CCYYMMDD (0 FOR TODAY): "
               WITH NO ADVANCING
           ACCEPT WS-ASOF-DATE
           IF WS-ASOF-DATE = 0
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               MOVE WS-CURR-DATE TO WS-ASOF-DATE
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE (WS-ASOF-DATE) TO WS-ASOF-INT
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-OK
               SET WS-PENDING-OPEN TO TRUE
           END-IF
           IF NOT WS-PENDING-OPEN
               AND NOT WS-PENDING-FILE-NOT-FOUND
               DISPLAY "CLI9190: PENDING FILE OPEN FAILED STATUS="
                   WS-PENDING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PENDING-RPT
           MOVE WS-ASOF-DATE TO RL0-ASOF-DATE
           WRITE PENDING-RPT-REC FROM WS-RPT-HDR1
           WRITE PENDING-RPT-REC FROM WS-RPT-HDR2.

      *> THE FILE IS KEYED BY THE MOMENT EACH REQUEST WAS RAISED, SO
      *> A FRONT-TO-BACK WALK IS OLDEST FIRST.  STOPS ON ANY
      *> NON-ZERO FILE STATUS LIKE THE OTHER INDEXED WALKS.
       2000-WALK-PENDING-FILE.
           IF WS-PENDING-OPEN
               PERFORM UNTIL WS-EOF
                   OR WS-PENDING-FILE-STATUS NOT = "00"
                   READ PENDING-FILE NEXT
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF
                       AND WS-PENDING-FILE-STATUS = "00"
                       AND PC-STATUS-PENDING
                       ADD 1 TO WS-PENDING-CNT
                       PERFORM 2100-REPORT-ONE-REQUEST
                   END-IF
               END-PERFORM
           END-IF.

      *> A REQUEST LEFT MORE THAN TWO DAYS WITHOUT A CHECKER IS
      *> FLAGGED OVERDUE.
       2100-REPORT-ONE-REQUEST.
           MOVE SPACES TO WS-RPT-REQUEST-LINE
           MOVE PC-REQUEST-KEY TO RL1-REQUEST-KEY
           EVALUATE TRUE
               WHEN PC-TARGET-BIRTHPLACE
                   MOVE "BIRTHPLACE" TO RL1-TARGET
                   ADD 1 TO WS-PLACE-CNT
               WHEN PC-TARGET-GROUP-CODE
                   MOVE "GROUP01   " TO RL1-TARGET
                   ADD 1 TO WS-GROUP-CNT
               WHEN PC-TARGET-PARAMETER
                   MOVE "PARAMETER " TO RL1-TARGET
                   ADD 1 TO WS-PARM-CNT
               WHEN OTHER
                   MOVE PC-TARGET-FILE TO RL1-TARGET
           END-EVALUATE
           EVALUATE TRUE
               WHEN PC-ACTION-ADD
                   MOVE "ADD   " TO RL1-ACTION
               WHEN PC-ACTION-RETIRE
                   MOVE "RETIRE" TO RL1-ACTION
               WHEN PC-ACTION-SET
                   MOVE "SET   " TO RL1-ACTION
               WHEN OTHER
                   MOVE PC-ACTION TO RL1-ACTION
           END-EVALUATE
           MOVE PC-TARGET-KEY TO RL1-TARGET-KEY
           MOVE PC-REQUESTED-BY TO RL1-REQUESTED-BY
           IF PC-REQ-DATE >= 16010101
               MOVE FUNCTION INTEGER-OF-DATE (PC-REQ-DATE)
                   TO WS-REQ-INT
               COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-REQ-INT
           ELSE
               MOVE 99999 TO WS-AGE-DAYS
           END-IF
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO RL1-AGE-DAYS
           IF WS-AGE-DAYS > 2
               MOVE "** OVERDUE" TO RL1-OVERDUE
               ADD 1 TO WS-OVERDUE-CNT
           END-IF
           WRITE PENDING-RPT-REC FROM WS-RPT-REQUEST-LINE

           MOVE SPACES TO WS-RPT-VALUE-LINE
           MOVE "WAS     " TO RL2-LABEL
           IF PC-BEFORE-WAS-ON-FILE
               MOVE PC-BEFORE-STATUS TO RL2-STATUS
               MOVE PC-BEFORE-NUM1 TO RL2-NUM1
               MOVE PC-BEFORE-NUM2 TO RL2-NUM2
               MOVE PC-BEFORE-DATE TO RL2-DATE
               PERFORM 2110-LABEL-VALUE-LINE
           ELSE
               MOVE "NOT ON FILE" TO RL2-DATE-LABEL
           END-IF
           WRITE PENDING-RPT-REC FROM WS-RPT-VALUE-LINE

           MOVE SPACES TO WS-RPT-VALUE-LINE
           MOVE "NOW     " TO RL2-LABEL
           MOVE PC-AFTER-STATUS TO RL2-STATUS
           MOVE PC-AFTER-NUM1 TO RL2-NUM1
           MOVE PC-AFTER-NUM2 TO RL2-NUM2
           MOVE PC-AFTER-DATE TO RL2-DATE
           PERFORM 2110-LABEL-VALUE-LINE
           WRITE PENDING-RPT-REC FROM WS-RPT-VALUE-LINE.

      *> LABEL THE GENERIC VALUE FIELDS FOR THE TARGET FILE AND
      *> BLANK THE ONES IT DOESN'T USE.
       2110-LABEL-VALUE-LINE.
           MOVE "STATUS= " TO RL2-STATUS-LABEL
           EVALUATE TRUE
               WHEN PC-TARGET-GROUP-CODE
                   MOVE "MIN=   " TO RL2-NUM1-LABEL
                   MOVE "MAX=   " TO RL2-NUM2-LABEL
                   MOVE SPACES TO RL2-DATE
               WHEN PC-TARGET-PARAMETER
                   MOVE SPACES TO RL2-STATUS-LABEL RL2-STATUS
                   MOVE "VALUE= " TO RL2-NUM1-LABEL
                   MOVE SPACES TO RL2-NUM2-X
                   MOVE "EFFECTIVE= " TO RL2-DATE-LABEL
               WHEN OTHER
                   MOVE SPACES TO RL2-NUM1-X RL2-NUM2-X RL2-DATE
           END-EVALUATE.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "REQUESTS PENDING              " TO RL-SUMM-TEXT
           MOVE WS-PENDING-CNT TO RL-SUMM-COUNT
           WRITE PENDING-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "  BIRTHPLACE REFERENCE        " TO RL-SUMM-TEXT
           MOVE WS-PLACE-CNT TO RL-SUMM-COUNT
           WRITE PENDING-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "  GROUP01 CODE REFERENCE      " TO RL-SUMM-TEXT
           MOVE WS-GROUP-CNT TO RL-SUMM-COUNT
           WRITE PENDING-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "  RUN-CONTROL PARAMETERS      " TO RL-SUMM-TEXT
           MOVE WS-PARM-CNT TO RL-SUMM-COUNT
           WRITE PENDING-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "REQUESTS OVERDUE (> 2 DAYS)   " TO RL-SUMM-TEXT
           MOVE WS-OVERDUE-CNT TO RL-SUMM-COUNT
           WRITE PENDING-RPT-REC FROM WS-RPT-SUMMARY-LINE

           IF WS-PENDING-OPEN
               CLOSE PENDING-FILE
           END-IF
           CLOSE PENDING-RPT
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
               DISPLAY "CLI9190: RUN LOG OPEN FAILED STATUS="
                   WS-RUNLOG-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE "CLI9190" TO JL-PROGRAM-ID
               MOVE WS-ASOF-DATE TO JL-PROC-DATE
               MOVE WS-START-DATE TO JL-START-DATE
               MOVE WS-START-TIME TO JL-START-TIME
               MOVE WS-STAMP-DATE TO JL-END-DATE
               MOVE WS-STAMP-TIME TO JL-END-TIME
               MOVE WS-PENDING-CNT TO JL-READ-CNT
               MOVE 0 TO JL-CLEAN-CNT
               MOVE WS-OVERDUE-CNT TO JL-REJECT-CNT
               MOVE 0 TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
               WRITE CLIJLOG-REC
               CLOSE RUN-LOG
           END-IF.
