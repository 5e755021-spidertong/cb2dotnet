       >>SOURCE FORMAT FREE
      *> CLI9180 - WEEKLY/MONTHLY REJECT SCORECARD.
      *>
      *> READS THE CLI9170H REASON-CODE HISTORY AND SCORES ONE
      *> PERIOD'S REJECTS AGAINST THE PERIOD BEFORE IT:
      *>   - REJECT RATE BY MESSAGE FAMILY (CLTRTV, CLTUPD, AND ANY
      *>     OTHER MSGID PREFIX THAT WAS ACKNOWLEDGED);
      *>   - EVERY EDIT THAT FAILED, MOST-FAILED FIRST, WITH ITS
      *>     FAILURE RATE PER 100 MESSAGES OF ITS OWN FAMILY IN BOTH
      *>     PERIODS AND WHETHER THAT RATE IS IMPROVING OR
      *>     WORSENING;
      *>   - WHICH BGEN-XXXXX OCCURRENCES, AND WHICH GROUP TABLE
      *>     POSITIONS WITHIN THEM, FAIL MOST IN THE PERIOD.
      *> A WEEKLY CARD SCORES THE SEVEN DAYS ENDING ON THE AS-OF
      *> DATE AGAINST THE SEVEN BEFORE THAT; A MONTHLY CARD SCORES
      *> THE AS-OF DATE'S CALENDAR MONTH TO DATE AGAINST THE WHOLE
      *> PREVIOUS MONTH.  RATES, NOT RAW COUNTS, ARE COMPARED, SO A
      *> SHORT MONTH-TO-DATE STILL JUDGES FAIRLY AGAINST A FULL ONE.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9180.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REASON-HIST ASSIGN TO "CLI9170H"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSNHIST-FILE-STATUS.

           SELECT SCORE-RPT ASSIGN TO "CLI9180R"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCORERPT-FILE-STATUS.

      *> SHARED SUITE RUN LOG - ONE RECORD APPENDED PER RUN, READ
      *> BY THE CLI9150 END-OF-DAY SUMMARY.
           SELECT RUN-LOG ASSIGN TO "CLI9000L"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REASON-HIST.
           COPY CLIRSNH.

       FD  SCORE-RPT.
       01  SCORE-RPT-REC                       PIC X(132).

       FD  RUN-LOG.
           COPY CLIJLOG.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                       PIC X VALUE "N".
               88  WS-EOF                       VALUE "Y".
           05  WS-RSNHIST-FILE-STATUS          PIC X(02) VALUE "00".
               88  WS-RSNHIST-FILE-NOT-FOUND    VALUE "35".
           05  WS-SCORERPT-FILE-STATUS         PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-FOUND-SW                     PIC X.
               88  WS-FOUND                     VALUE "Y".
           05  WS-PERIOD-SW                    PIC X VALUE "W".
               88  WS-WEEKLY                    VALUE "W".
               88  WS-MONTHLY                   VALUE "M".

       01  WS-COUNTERS.
           05  WS-HIST-READ                    PIC 9(07) VALUE 0.
           05  WS-OUT-OF-PERIOD                PIC 9(07) VALUE 0.
           05  WS-EDITS-WORSENING              PIC 9(07) VALUE 0.
           05  WS-FAMILY-OVERFLOW-CNT          PIC 9(07) VALUE 0.
           05  WS-EDIT-OVERFLOW-CNT            PIC 9(07) VALUE 0.

       01  WS-PARAMETER-FIELDS.
      *> THE AS-OF DATE THE CURRENT PERIOD ENDS ON - ALSO THE
      *> BUSINESS DATE THE RUN LOGS UNDER.  ZERO TAKES TODAY.
           05  WS-PROC-DATE                    PIC 9(008) VALUE 0.

      *> THE TWO PERIODS BEING SCORED, AS PRINTED ON THE HEADER.
      *> SLOT 1 OF EVERY CELL TABLE BELOW IS THE CURRENT PERIOD,
      *> SLOT 2 THE PRIOR ONE.
       01  WS-PERIOD-FIELDS.
           05  WS-CUR-FROM                     PIC 9(008).
           05  WS-CUR-THRU                     PIC 9(008).
           05  WS-PRI-FROM                     PIC 9(008).
           05  WS-PRI-THRU                     PIC 9(008).
           05  WS-CUR-FROM-INT                 PIC 9(008).
           05  WS-CUR-THRU-INT                 PIC 9(008).
           05  WS-PRI-FROM-INT                 PIC 9(008).
           05  WS-REC-INT                      PIC 9(008).
           05  WS-PERIOD-IDX                   PIC 9(01).
           05  WS-WORK-DATE                    PIC 9(008).
           05  WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
               10  WS-WORK-CCYY                PIC 9(004).
               10  WS-WORK-MM                  PIC 9(002).
               10  WS-WORK-DD                  PIC 9(002).

      *> ONE ROW PER MSGID PREFIX ACKNOWLEDGED, IN ORDER OF FIRST
      *> APPEARANCE, PLUS THE ALL-FAMILIES TOTAL ROW.  A PREFIX PAST
      *> THE END OF THE TABLE STILL COUNTS IN THE TOTAL ROW.
       01  WS-FAMILY-TABLE.
           05  WS-FAMILY-CNT                   PIC 9(02) VALUE 0.
           05  WS-FAMILY-ROW OCCURS 12.
               10  WS-FT-FAMILY                PIC X(006).
               10  WS-FT-CELL OCCURS 2.
                   15  WS-FT-MSG-CNT           PIC 9(007).
                   15  WS-FT-NAK-CNT           PIC 9(007).
       01  WS-TOTAL-ROW.
           05  WS-TT-CELL OCCURS 2.
               10  WS-TT-MSG-CNT               PIC 9(007) VALUE 0.
               10  WS-TT-NAK-CNT               PIC 9(007) VALUE 0.
      *> THE ROW BEING PRINTED - A FAMILY ROW OR THE TOTAL ROW.
       01  WS-PRINT-ROW.
           05  WS-PR-CELL OCCURS 2.
               10  WS-PR-MSG-CNT               PIC 9(007).
               10  WS-PR-NAK-CNT               PIC 9(007).

      *> ONE ROW PER REASON CODE SEEN IN EITHER PERIOD.  THE CODE
      *> CARRIES ITS FAMILY SUFFIX, SO GC01 AND GC51 SCORE
      *> SEPARATELY.  SIZED TO THE ACK RECORD'S OWN REASON TABLE.
       01  WS-EDIT-TABLE.
           05  WS-EDIT-CNT                     PIC 9(02) VALUE 0.
           05  WS-EDIT-ROW OCCURS 64.
               10  WS-ET-CODE                  PIC X(004).
               10  WS-ET-PRINTED-SW            PIC X(001).
               10  WS-ET-FAIL-CNT OCCURS 2     PIC 9(007).

      *> CURRENT-PERIOD FAILURES BY OCCURRENCE: EVERY EDIT THAT
      *> NAMES AN OCCURRENCE, AND - FOR THE GROUP TABLE EDITS (GC,
      *> GR, GV) THAT ALSO NAME A GROUP ENTRY - BY GROUP POSITION
      *> WITHIN IT.
       01  WS-POSITION-TABLE.
           05  WS-POS-ROW OCCURS 4.
               10  WS-PT-ALL-CNT               PIC 9(007) VALUE 0.
               10  WS-PT-GROUP-CNT OCCURS 3    PIC 9(007) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-ROW-IDX                      PIC 9(02).
           05  WS-BEST-IDX                     PIC 9(02).
           05  WS-RANK                         PIC 9(02).
           05  WS-OCC-IDX                      PIC 9(01).
           05  WS-GRP-IDX                      PIC 9(01).
           05  WS-MOST-OCC                     PIC 9(01).
           05  WS-MOST-GRP                     PIC 9(01).
           05  WS-MOST-CNT                     PIC 9(007).
           05  WS-CUR-RATE                     PIC 9(05)V99.
           05  WS-PRI-RATE                     PIC 9(05)V99.
           05  WS-TREND-TEXT                   PIC X(010).
           05  WS-EDIT-FAMILY                  PIC X(006).

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
               10  FILLER                      PIC X(26)
                   VALUE "CLI9180 REJECT SCORECARD  ".
               10  FILLER                      PIC X(7) VALUE "PERIOD=".
               10  RL0-PERIOD                  PIC X(7).
               10  FILLER                      PIC X(8) VALUE "  AS OF ".
               10  RL0-AS-OF                   PIC 9(008).
               10  FILLER                      PIC X(76) VALUE SPACES.
           05  WS-RPT-PERIOD-LINE.
               10  FILLER                      PIC X(15)
                                   VALUE "CURRENT PERIOD ".
               10  RL0-CUR-FROM                PIC 9(008).
               10  FILLER                      PIC X(6) VALUE " THRU ".
               10  RL0-CUR-THRU                PIC 9(008).
               10  FILLER                      PIC X(16)
                                   VALUE "   PRIOR PERIOD ".
               10  RL0-PRI-FROM                PIC 9(008).
               10  FILLER                      PIC X(6) VALUE " THRU ".
               10  RL0-PRI-THRU                PIC 9(008).
               10  FILLER                      PIC X(57) VALUE SPACES.
           05  WS-RPT-TITLE-LINE.
               10  RL4-TITLE                   PIC X(60).
               10  FILLER                      PIC X(72) VALUE SPACES.
           05  WS-RPT-FAMILY-HDR.
               10  FILLER                      PIC X(8) VALUE "FAMILY".
               10  FILLER                      PIC X(9) VALUE "   MSGS".
               10  FILLER                      PIC X(9) VALUE "REJECTS".
               10  FILLER                      PIC X(10) VALUE "  PCT%".
               10  FILLER                      PIC X(9) VALUE " P-MSGS".
               10  FILLER                      PIC X(9) VALUE "P-REJTS".
               10  FILLER                      PIC X(10) VALUE " P-PCT".
               10  FILLER                      PIC X(10) VALUE "TREND".
               10  FILLER                      PIC X(58) VALUE SPACES.
           05  WS-RPT-FAMILY-LINE.
               10  RL1-FAMILY                  PIC X(6).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL1-MSG-CNT                 PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL1-NAK-CNT                 PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL1-RATE                    PIC ZZ9.99.
               10  FILLER                      PIC X(4) VALUE SPACES.
               10  RL1-PRIOR-MSG-CNT           PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL1-PRIOR-NAK-CNT           PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL1-PRIOR-RATE              PIC ZZ9.99.
               10  FILLER                      PIC X(4) VALUE SPACES.
               10  RL1-TREND                   PIC X(10).
               10  FILLER                      PIC X(58) VALUE SPACES.
           05  WS-RPT-EDIT-HDR.
               10  FILLER                      PIC X(5) VALUE "RANK".
               10  FILLER                      PIC X(7) VALUE "EDIT".
               10  FILLER                      PIC X(9) VALUE "    FAILS".
               10  FILLER                      PIC X(12)
                                   VALUE "   PER 100  ".
               10  FILLER                      PIC X(9) VALUE "    PRIOR".
               10  FILLER                      PIC X(12)
                                   VALUE " PRIOR/100  ".
               10  FILLER                      PIC X(10) VALUE "TREND".
               10  FILLER                      PIC X(68) VALUE SPACES.
           05  WS-RPT-EDIT-LINE.
               10  RL2-RANK                    PIC ZZ9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL2-CODE                    PIC X(4).
               10  FILLER                      PIC X(3) VALUE SPACES.
               10  RL2-FAIL-CNT                PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL2-RATE                    PIC Z,ZZ9.99.
               10  FILLER                      PIC X(4) VALUE SPACES.
               10  RL2-PRIOR-CNT               PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL2-PRIOR-RATE              PIC Z,ZZ9.99.
               10  FILLER                      PIC X(4) VALUE SPACES.
               10  RL2-TREND                   PIC X(10).
               10  FILLER                      PIC X(68) VALUE SPACES.
           05  WS-RPT-POSITION-HDR.
               10  FILLER                      PIC X(8) VALUE "POSITION".
               10  FILLER                      PIC X(7) VALUE "    ALL".
               10  FILLER                      PIC X(10) VALUE "    GROUP1".
               10  FILLER                      PIC X(10) VALUE "    GROUP2".
               10  FILLER                      PIC X(10) VALUE "    GROUP3".
               10  FILLER                      PIC X(87) VALUE SPACES.
           05  WS-RPT-POSITION-LINE.
               10  FILLER                      PIC X(4) VALUE "OCC ".
               10  RL3-OCC                     PIC 9.
               10  FILLER                      PIC X(3) VALUE SPACES.
               10  RL3-ALL-CNT                 PIC ZZZ,ZZ9.
               10  RL3-GRP-CELL OCCURS 3.
                   15  FILLER                  PIC X(3).
                   15  RL3-GRP-CNT             PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(3) VALUE SPACES.
               10  RL3-FLAG                    PIC X(8).
               10  FILLER                      PIC X(76) VALUE SPACES.
           05  WS-RPT-MOST-GROUP-LINE.
               10  FILLER                      PIC X(32)
                   VALUE "MOST FAILED GROUP POSITION: OCC=".
               10  RL5-OCC                     PIC 9.
               10  FILLER                      PIC X(7) VALUE " GROUP=".
               10  RL5-GRP                     PIC 9.
               10  FILLER                      PIC X(7) VALUE " FAILS=".
               10  RL5-FAIL-CNT                PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(77) VALUE SPACES.
           05  WS-RPT-SUMMARY-LINE.
               10  FILLER                      PIC X(20) VALUE SPACES.
               10  RL-SUMM-TEXT                PIC X(30).
               10  RL-SUMM-COUNT               PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-HISTORY
           PERFORM 3000-PRINT-FAMILY-RATES
           PERFORM 4000-PRINT-EDIT-RANKING
           PERFORM 5000-PRINT-POSITIONS
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
           DISPLAY "SCORECARD PERIOD (W=WEEKLY, M=MONTHLY): "
               WITH NO ADVANCING
           ACCEPT WS-PERIOD-SW
           IF NOT WS-MONTHLY
               SET WS-WEEKLY TO TRUE
           END-IF
           PERFORM 1100-SET-PERIOD-BOUNDS
           OPEN OUTPUT SCORE-RPT
           IF WS-WEEKLY
               MOVE "WEEKLY " TO RL0-PERIOD
           ELSE
               MOVE "MONTHLY" TO RL0-PERIOD
           END-IF
           MOVE WS-PROC-DATE TO RL0-AS-OF
           WRITE SCORE-RPT-REC FROM WS-RPT-HDR1
           MOVE WS-CUR-FROM TO RL0-CUR-FROM
           MOVE WS-CUR-THRU TO RL0-CUR-THRU
           MOVE WS-PRI-FROM TO RL0-PRI-FROM
           MOVE WS-PRI-THRU TO RL0-PRI-THRU
           WRITE SCORE-RPT-REC FROM WS-RPT-PERIOD-LINE.

      *> BOTH PERIODS ARE HELD AS DAY NUMBERS SO A HISTORY DATE
      *> CLASSIFIES WITH TWO COMPARISONS.  THE CURRENT PERIOD ENDS
      *> ON THE AS-OF DATE AND THE PRIOR PERIOD ENDS THE DAY BEFORE
      *> THE CURRENT ONE STARTS.
       1100-SET-PERIOD-BOUNDS.
           MOVE WS-PROC-DATE TO WS-CUR-THRU
           COMPUTE WS-CUR-THRU-INT =
               FUNCTION INTEGER-OF-DATE (WS-CUR-THRU)
           IF WS-WEEKLY
               COMPUTE WS-CUR-FROM-INT = WS-CUR-THRU-INT - 6
               COMPUTE WS-PRI-FROM-INT = WS-CUR-FROM-INT - 7
           ELSE
               MOVE WS-PROC-DATE TO WS-WORK-DATE
               MOVE 1 TO WS-WORK-DD
               COMPUTE WS-CUR-FROM-INT =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
               IF WS-WORK-MM = 1
                   MOVE 12 TO WS-WORK-MM
                   SUBTRACT 1 FROM WS-WORK-CCYY
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MM
               END-IF
               COMPUTE WS-PRI-FROM-INT =
                   FUNCTION INTEGER-OF-DATE (WS-WORK-DATE)
           END-IF
           COMPUTE WS-CUR-FROM =
               FUNCTION DATE-OF-INTEGER (WS-CUR-FROM-INT)
           COMPUTE WS-PRI-FROM =
               FUNCTION DATE-OF-INTEGER (WS-PRI-FROM-INT)
           COMPUTE WS-PRI-THRU =
               FUNCTION DATE-OF-INTEGER (WS-CUR-FROM-INT - 1).

      *> LIKE THE OTHER INQUIRIES OVER THE SUITE'S HISTORY FILES, A
      *> HISTORY THAT DOESN'T EXIST YET IS AN EMPTY REPORT, NOT AN
      *> ABEND.
       2000-LOAD-HISTORY.
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
                   ADD 1 TO WS-HIST-READ
                   PERFORM 2100-CLASSIFY-PERIOD
                   IF WS-PERIOD-IDX = 0
                       ADD 1 TO WS-OUT-OF-PERIOD
                   ELSE
                       PERFORM 2200-POST-HISTORY-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE REASON-HIST.

       2100-CLASSIFY-PERIOD.
           MOVE 0 TO WS-PERIOD-IDX
           IF RH-PROC-DATE NOT NUMERIC
               OR RH-PROC-DATE < 16010101
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REC-INT = FUNCTION INTEGER-OF-DATE (RH-PROC-DATE)
           EVALUATE TRUE
               WHEN WS-REC-INT > WS-CUR-THRU-INT
                   CONTINUE
               WHEN WS-REC-INT >= WS-CUR-FROM-INT
                   MOVE 1 TO WS-PERIOD-IDX
               WHEN WS-REC-INT >= WS-PRI-FROM-INT
                   MOVE 2 TO WS-PERIOD-IDX
           END-EVALUATE.

       2200-POST-HISTORY-RECORD.
           IF RH-MESSAGE-RESULT
               PERFORM 2300-POST-FAMILY-RESULT
           END-IF
           IF RH-REASON-ENTRY
               PERFORM 2400-POST-EDIT-FAILURE
               IF WS-PERIOD-IDX = 1
                   PERFORM 2500-POST-POSITION
               END-IF
           END-IF.

       2300-POST-FAMILY-RESULT.
           ADD 1 TO WS-TT-MSG-CNT (WS-PERIOD-IDX)
           IF RH-REJECTED
               ADD 1 TO WS-TT-NAK-CNT (WS-PERIOD-IDX)
           END-IF
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-FAMILY-CNT
               IF WS-FT-FAMILY (WS-ROW-IDX) = RH-FAMILY
                   MOVE "Y" TO WS-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-FAMILY-CNT >= 12
                   ADD 1 TO WS-FAMILY-OVERFLOW-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FAMILY-CNT
               MOVE WS-FAMILY-CNT TO WS-ROW-IDX
               MOVE RH-FAMILY TO WS-FT-FAMILY (WS-ROW-IDX)
               MOVE 0 TO WS-FT-MSG-CNT (WS-ROW-IDX, 1)
               MOVE 0 TO WS-FT-NAK-CNT (WS-ROW-IDX, 1)
               MOVE 0 TO WS-FT-MSG-CNT (WS-ROW-IDX, 2)
               MOVE 0 TO WS-FT-NAK-CNT (WS-ROW-IDX, 2)
           END-IF
           ADD 1 TO WS-FT-MSG-CNT (WS-ROW-IDX, WS-PERIOD-IDX)
           IF RH-REJECTED
               ADD 1 TO WS-FT-NAK-CNT (WS-ROW-IDX, WS-PERIOD-IDX)
           END-IF.

       2400-POST-EDIT-FAILURE.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-EDIT-CNT
               IF WS-ET-CODE (WS-ROW-IDX) = RH-REASON-CODE
                   MOVE "Y" TO WS-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-EDIT-CNT >= 64
                   ADD 1 TO WS-EDIT-OVERFLOW-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EDIT-CNT
               MOVE WS-EDIT-CNT TO WS-ROW-IDX
               MOVE RH-REASON-CODE TO WS-ET-CODE (WS-ROW-IDX)
               MOVE "N" TO WS-ET-PRINTED-SW (WS-ROW-IDX)
               MOVE 0 TO WS-ET-FAIL-CNT (WS-ROW-IDX, 1)
               MOVE 0 TO WS-ET-FAIL-CNT (WS-ROW-IDX, 2)
           END-IF
           ADD 1 TO WS-ET-FAIL-CNT (WS-ROW-IDX, WS-PERIOD-IDX).

      *> ONLY EDITS THAT NAME AN OCCURRENCE COUNT HERE (MCnn, MT01,
      *> DP01 AND UP51 FAULT THE MESSAGE AS A WHOLE), AND ONLY THE
      *> GROUP TABLE EDITS' SECOND POSITION IS A GROUP ENTRY - FOR
      *> THE OTHERS IT NAMES A BIRTHP ENTRY, A TRANS-NO FIELD OR A
      *> SECOND OCCURRENCE.
       2500-POST-POSITION.
           IF RH-REASON-OCC NOT NUMERIC
               OR RH-REASON-OCC < 1
               OR RH-REASON-OCC > 4
               EXIT PARAGRAPH
           END-IF
           MOVE RH-REASON-OCC TO WS-OCC-IDX
           ADD 1 TO WS-PT-ALL-CNT (WS-OCC-IDX)
           IF (RH-REASON-CODE (1:2) = "GC"
               OR RH-REASON-CODE (1:2) = "GR"
               OR RH-REASON-CODE (1:2) = "GV")
               AND RH-REASON-SUB NUMERIC
               AND RH-REASON-SUB >= 1
               AND RH-REASON-SUB <= 3
               MOVE RH-REASON-SUB TO WS-GRP-IDX
               ADD 1 TO WS-PT-GROUP-CNT (WS-OCC-IDX, WS-GRP-IDX)
           END-IF.

      *> ONE ROW PER FAMILY, THEN THE ALL-FAMILIES TOTAL.  A FAMILY'S
      *> REJECT RATE IS ITS NAKS AS A PERCENTAGE OF ITS MESSAGES.
       3000-PRINT-FAMILY-RATES.
           MOVE "REJECT RATE BY MESSAGE FAMILY" TO RL4-TITLE
           WRITE SCORE-RPT-REC FROM WS-RPT-TITLE-LINE
           WRITE SCORE-RPT-REC FROM WS-RPT-FAMILY-HDR
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-FAMILY-CNT
               MOVE WS-FT-FAMILY (WS-ROW-IDX) TO RL1-FAMILY
               INSPECT RL1-FAMILY REPLACING ALL LOW-VALUE BY SPACE
               MOVE WS-FT-CELL (WS-ROW-IDX, 1) TO WS-PR-CELL (1)
               MOVE WS-FT-CELL (WS-ROW-IDX, 2) TO WS-PR-CELL (2)
               PERFORM 3100-PRINT-FAMILY-LINE
           END-PERFORM
           MOVE "TOTAL " TO RL1-FAMILY
           MOVE WS-TOTAL-ROW TO WS-PRINT-ROW
           PERFORM 3100-PRINT-FAMILY-LINE.

       3100-PRINT-FAMILY-LINE.
           MOVE WS-PR-MSG-CNT (1) TO RL1-MSG-CNT
           MOVE WS-PR-NAK-CNT (1) TO RL1-NAK-CNT
           MOVE WS-PR-MSG-CNT (2) TO RL1-PRIOR-MSG-CNT
           MOVE WS-PR-NAK-CNT (2) TO RL1-PRIOR-NAK-CNT
           MOVE 0 TO WS-CUR-RATE
           MOVE 0 TO WS-PRI-RATE
           IF WS-PR-MSG-CNT (1) > 0
               COMPUTE WS-CUR-RATE ROUNDED =
                   WS-PR-NAK-CNT (1) * 100 / WS-PR-MSG-CNT (1)
           END-IF
           IF WS-PR-MSG-CNT (2) > 0
               COMPUTE WS-PRI-RATE ROUNDED =
                   WS-PR-NAK-CNT (2) * 100 / WS-PR-MSG-CNT (2)
           END-IF
           MOVE WS-CUR-RATE TO RL1-RATE
           MOVE WS-PRI-RATE TO RL1-PRIOR-RATE
           PERFORM 3200-JUDGE-TREND
           MOVE WS-TREND-TEXT TO RL1-TREND
           WRITE SCORE-RPT-REC FROM WS-RPT-FAMILY-LINE.

      *> A LOWER RATE THAN THE PRIOR PERIOD IS IMPROVING, A HIGHER
      *> ONE WORSENING.  A SIDE WITH NO MESSAGES AT ALL HAS NO RATE
      *> TO JUDGE - THE FAMILY (OR THE HISTORY) IS NEW OR HAS GONE
      *> QUIET.
       3200-JUDGE-TREND.
           EVALUATE TRUE
               WHEN WS-PR-MSG-CNT (2) = 0
                   MOVE "NO PRIOR" TO WS-TREND-TEXT
               WHEN WS-PR-MSG-CNT (1) = 0
                   MOVE "NO CURRENT" TO WS-TREND-TEXT
               WHEN WS-CUR-RATE < WS-PRI-RATE
                   MOVE "IMPROVING" TO WS-TREND-TEXT
               WHEN WS-CUR-RATE > WS-PRI-RATE
                   MOVE "WORSENING" TO WS-TREND-TEXT
               WHEN OTHER
                   MOVE "STEADY" TO WS-TREND-TEXT
           END-EVALUATE.

      *> EVERY EDIT SEEN IN EITHER PERIOD, MOST-FAILED IN THE
      *> CURRENT PERIOD FIRST (PRIOR-PERIOD FAILURES BREAK A TIE),
      *> SO THE TOP OF THE LIST IS THE TOP FAILING EDITS.  AN
      *> EDIT'S RATE IS ITS FAILURES PER 100 MESSAGES OF THE FAMILY
      *> ITS CODE BELONGS TO (SEE 4150) IN THE PERIOD, SO ANOTHER
      *> FAMILY'S VOLUME CANNOT MOVE IT - ONE MESSAGE CAN FAIL THE
      *> SAME EDIT SEVERAL TIMES, SO THE RATE CAN PASS 100.
       4000-PRINT-EDIT-RANKING.
           MOVE "FAILING EDITS - MOST FAILED FIRST" TO RL4-TITLE
           WRITE SCORE-RPT-REC FROM WS-RPT-TITLE-LINE
           WRITE SCORE-RPT-REC FROM WS-RPT-EDIT-HDR
           PERFORM VARYING WS-RANK FROM 1 BY 1
                   UNTIL WS-RANK > WS-EDIT-CNT
               PERFORM 4100-FIND-NEXT-EDIT
               PERFORM 4200-PRINT-EDIT-LINE
           END-PERFORM.

       4100-FIND-NEXT-EDIT.
           MOVE 0 TO WS-BEST-IDX
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-EDIT-CNT
               IF WS-ET-PRINTED-SW (WS-ROW-IDX) NOT = "Y"
                   IF WS-BEST-IDX = 0
                       MOVE WS-ROW-IDX TO WS-BEST-IDX
                   ELSE
                       IF WS-ET-FAIL-CNT (WS-ROW-IDX, 1)
                               > WS-ET-FAIL-CNT (WS-BEST-IDX, 1)
                           OR (WS-ET-FAIL-CNT (WS-ROW-IDX, 1)
                                   = WS-ET-FAIL-CNT (WS-BEST-IDX, 1)
                               AND WS-ET-FAIL-CNT (WS-ROW-IDX, 2)
                                   > WS-ET-FAIL-CNT (WS-BEST-IDX, 2))
                           MOVE WS-ROW-IDX TO WS-BEST-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE "Y" TO WS-ET-PRINTED-SW (WS-BEST-IDX).

       4200-PRINT-EDIT-LINE.
           MOVE WS-RANK TO RL2-RANK
           MOVE WS-ET-CODE (WS-BEST-IDX) TO RL2-CODE
           INSPECT RL2-CODE REPLACING ALL LOW-VALUE BY SPACE
           MOVE WS-ET-FAIL-CNT (WS-BEST-IDX, 1) TO RL2-FAIL-CNT
           MOVE WS-ET-FAIL-CNT (WS-BEST-IDX, 2) TO RL2-PRIOR-CNT
           PERFORM 4150-SET-EDIT-DENOMINATOR
           MOVE 0 TO WS-CUR-RATE
           MOVE 0 TO WS-PRI-RATE
           IF WS-PR-MSG-CNT (1) > 0
               COMPUTE WS-CUR-RATE ROUNDED =
                   WS-ET-FAIL-CNT (WS-BEST-IDX, 1) * 100
                       / WS-PR-MSG-CNT (1)
           END-IF
           IF WS-PR-MSG-CNT (2) > 0
               COMPUTE WS-PRI-RATE ROUNDED =
                   WS-ET-FAIL-CNT (WS-BEST-IDX, 2) * 100
                       / WS-PR-MSG-CNT (2)
           END-IF
           MOVE WS-CUR-RATE TO RL2-RATE
           MOVE WS-PRI-RATE TO RL2-PRIOR-RATE
           PERFORM 3200-JUDGE-TREND
           IF WS-TREND-TEXT = "WORSENING"
               ADD 1 TO WS-EDITS-WORSENING
           END-IF
           MOVE WS-TREND-TEXT TO RL2-TREND
           WRITE SCORE-RPT-REC FROM WS-RPT-EDIT-LINE.

      *> THE MESSAGE COUNTS AN EDIT'S RATE IS TAKEN OVER.  THE CODE'S
      *> TWO-DIGIT SUFFIX NAMES THE FAMILY IT WAS RAISED AGAINST
      *> (SEE CLIACKR): 01 CLTRTV, 51 CLTUPD, 71 CLTDEL.  DP01 AND
      *> MT01 ARE RAISED BEFORE DISPATCH AGAINST MESSAGES OF ANY
      *> FAMILY, AND AN UNRECOGNISED SUFFIX BELONGS TO NO FAMILY -
      *> THOSE KEEP THE ALL-FAMILIES TOTAL.  A FAMILY NOT SEEN IN
      *> EITHER PERIOD HAS NO MESSAGES, SO ITS EDITS HAVE NO RATE.
       4150-SET-EDIT-DENOMINATOR.
           MOVE SPACES TO WS-EDIT-FAMILY
           IF WS-ET-CODE (WS-BEST-IDX) NOT = "DP01"
               AND WS-ET-CODE (WS-BEST-IDX) NOT = "MT01"
               EVALUATE WS-ET-CODE (WS-BEST-IDX) (3:2)
                   WHEN "01"
                       MOVE "CLTRTV" TO WS-EDIT-FAMILY
                   WHEN "51"
                       MOVE "CLTUPD" TO WS-EDIT-FAMILY
                   WHEN "71"
                       MOVE "CLTDEL" TO WS-EDIT-FAMILY
               END-EVALUATE
           END-IF
           IF WS-EDIT-FAMILY = SPACES
               MOVE WS-TOTAL-ROW TO WS-PRINT-ROW
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PR-MSG-CNT (1)
           MOVE 0 TO WS-PR-NAK-CNT (1)
           MOVE 0 TO WS-PR-MSG-CNT (2)
           MOVE 0 TO WS-PR-NAK-CNT (2)
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-FAMILY-CNT
               IF WS-FT-FAMILY (WS-ROW-IDX) = WS-EDIT-FAMILY
                   MOVE WS-FT-CELL (WS-ROW-IDX, 1) TO WS-PR-CELL (1)
                   MOVE WS-FT-CELL (WS-ROW-IDX, 2) TO WS-PR-CELL (2)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> CURRENT PERIOD ONLY.  THE OCCURRENCE WITH THE MOST
      *> FAILURES IS FLAGGED ON ITS ROW, AND THE SINGLE MOST-FAILED
      *> OCCURRENCE/GROUP POSITION IS NAMED UNDERNEATH.
       5000-PRINT-POSITIONS.
           MOVE "CURRENT PERIOD FAILURES BY OCCURRENCE AND GROUP POSITION"
               TO RL4-TITLE
           WRITE SCORE-RPT-REC FROM WS-RPT-TITLE-LINE
           WRITE SCORE-RPT-REC FROM WS-RPT-POSITION-HDR
           MOVE 0 TO WS-MOST-OCC
           MOVE 0 TO WS-MOST-CNT
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                   UNTIL WS-OCC-IDX > 4
               IF WS-PT-ALL-CNT (WS-OCC-IDX) > WS-MOST-CNT
                   MOVE WS-OCC-IDX TO WS-MOST-OCC
                   MOVE WS-PT-ALL-CNT (WS-OCC-IDX) TO WS-MOST-CNT
               END-IF
           END-PERFORM
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                   UNTIL WS-OCC-IDX > 4
               MOVE SPACES TO WS-RPT-POSITION-LINE (9:)
               MOVE WS-OCC-IDX TO RL3-OCC
               MOVE WS-PT-ALL-CNT (WS-OCC-IDX) TO RL3-ALL-CNT
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > 3
                   MOVE WS-PT-GROUP-CNT (WS-OCC-IDX, WS-GRP-IDX)
                       TO RL3-GRP-CNT (WS-GRP-IDX)
               END-PERFORM
               IF WS-OCC-IDX = WS-MOST-OCC
                   MOVE "** MOST" TO RL3-FLAG
               END-IF
               WRITE SCORE-RPT-REC FROM WS-RPT-POSITION-LINE
           END-PERFORM
           MOVE 0 TO WS-MOST-OCC
           MOVE 0 TO WS-MOST-GRP
           MOVE 0 TO WS-MOST-CNT
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                   UNTIL WS-OCC-IDX > 4
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > 3
                   IF WS-PT-GROUP-CNT (WS-OCC-IDX, WS-GRP-IDX)
                           > WS-MOST-CNT
                       MOVE WS-OCC-IDX TO WS-MOST-OCC
                       MOVE WS-GRP-IDX TO WS-MOST-GRP
                       MOVE WS-PT-GROUP-CNT (WS-OCC-IDX, WS-GRP-IDX)
                           TO WS-MOST-CNT
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-MOST-CNT > 0
               MOVE WS-MOST-OCC TO RL5-OCC
               MOVE WS-MOST-GRP TO RL5-GRP
               MOVE WS-MOST-CNT TO RL5-FAIL-CNT
               WRITE SCORE-RPT-REC FROM WS-RPT-MOST-GROUP-LINE
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "HISTORY RECORDS READ          " TO RL-SUMM-TEXT
           MOVE WS-HIST-READ TO RL-SUMM-COUNT
           WRITE SCORE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "RECORDS OUTSIDE BOTH PERIODS  " TO RL-SUMM-TEXT
           MOVE WS-OUT-OF-PERIOD TO RL-SUMM-COUNT
           WRITE SCORE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "EDITS TRACKED                 " TO RL-SUMM-TEXT
           MOVE WS-EDIT-CNT TO RL-SUMM-COUNT
           WRITE SCORE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "EDITS WORSENING               " TO RL-SUMM-TEXT
           MOVE WS-EDITS-WORSENING TO RL-SUMM-COUNT
           WRITE SCORE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "FAMILY RESULTS NOT TRACKED    " TO RL-SUMM-TEXT
           MOVE WS-FAMILY-OVERFLOW-CNT TO RL-SUMM-COUNT
           WRITE SCORE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "EDIT FAILURES NOT TRACKED     " TO RL-SUMM-TEXT
           MOVE WS-EDIT-OVERFLOW-CNT TO RL-SUMM-COUNT
           WRITE SCORE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           CLOSE SCORE-RPT
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
               DISPLAY "CLI9180: RUN LOG OPEN FAILED STATUS="
                   WS-RUNLOG-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE "CLI9180" TO JL-PROGRAM-ID
               MOVE WS-PROC-DATE TO JL-PROC-DATE
               MOVE WS-START-DATE TO JL-START-DATE
               MOVE WS-START-TIME TO JL-START-TIME
               MOVE WS-STAMP-DATE TO JL-END-DATE
               MOVE WS-STAMP-TIME TO JL-END-TIME
               MOVE WS-HIST-READ TO JL-READ-CNT
               MOVE 0 TO JL-CLEAN-CNT
               MOVE WS-EDITS-WORSENING TO JL-REJECT-CNT
               MOVE 0 TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
               WRITE CLIJLOG-REC
               CLOSE RUN-LOG
           END-IF.
