       >>SOURCE FORMAT FREE
      *> CLI9250 - CLIENT PORTFOLIO AGE-BAND PROFILE REPORT.
      *>
      *> MANAGEMENT'S PICTURE OF THE BOOK WE HOLD.  CLI9010 ONLY
      *> ROLLS UP ONE DAY'S TRANS-NO3 OFF THE RAW FEED; THIS BATCH
      *> WALKS THE WHOLE CLI9000M CLIENT MASTER, WORKS OUT EACH
      *> CLIENT OCCURRENCE'S AGE FROM CM-CLTDOBX AS OF THE BUSINESS
      *> PROCESSING DATE, AND BUCKETS THE BOOK INTO SIX AGE BANDS.
      *> EACH BAND IS CROSS-TABULATED BY CM-ADDRTYPE AND BY THE
      *> OCCURRENCE'S PRIMARY GROUP01 CODE - THE SAME GROUP (1)
      *> BREAKOUT CLI9010 USES - AS ONE MATRIX OF OCCURRENCE COUNTS
      *> AND ONE OF CM-TRANS-NO3 TOTALS PER DIMENSION, WITH AN ALL-BANDS
      *> COLUMN AND AN ALL-CODES ROW.
      *>
      *> THE UPPER AGE OF BANDS 1 TO 5 COMES FROM THE CLI9000V
      *> RUN-CONTROL FILE (CLI9250-BAND-1 TO CLI9250-BAND-5, SEE
      *> CLIPARM) SO THE BUSINESS CAN RE-CUT THE BANDS THROUGH
      *> CLI9110 WITHOUT A RECOMPILE; BAND 6 RUNS FROM THERE TO 120.
      *> THE LIMITS ACTUALLY USED PRINT AT THE HEAD OF THE REPORT.
      *>
      *> AN AGE THAT CANNOT BE RIGHT - A BIRTHDATE AFTER THE
      *> PROCESSING DATE, AN AGE OVER 120, OR A BIRTHDATE THAT IS
      *> NOT A CALENDAR DATE - GOT PAST INTAKE SOMEHOW; IT IS LISTED
      *> FOR FOLLOW-UP AND KEPT OUT OF THE BANDS.  AN OCCURRENCE WITH
      *> NO BIRTHDATE HELD IS COUNTED BUT NOT BANDED, AND A CLOSED
      *> CLIENT (CLTDEL) IS NO LONGER PART OF THE BOOK AND IS LEFT
      *> OUT.  IT ONLY READS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9250.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER ASSIGN TO "CLI9000M"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CLTMST-FILE-STATUS.

           SELECT PROFILE-RPT ASSIGN TO "CLI9250R"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROFRPT-FILE-STATUS.

      *> SUITE RUN-CONTROL PARAMETERS, MAINTAINED THROUGH CLI9110 -
      *> SUPPLIES THE AGE BAND LIMITS.
           SELECT PARM-FILE ASSIGN TO "CLI9000V"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PARM-ID
               FILE STATUS IS WS-PARM-FILE-STATUS.

      *> SHARED SUITE RUN LOG - ONE RECORD APPENDED PER RUN, READ
      *> BY THE CLI9150 END-OF-DAY SUMMARY.
           SELECT RUN-LOG ASSIGN TO "CLI9000L"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER.
           COPY CLICLTM.

       FD  PROFILE-RPT.
       01  PROFILE-RPT-REC                     PIC X(132).

       FD  PARM-FILE.
           COPY CLIPARM.

       FD  RUN-LOG.
           COPY CLIJLOG.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-MST-EOF-SW                   PIC X VALUE "N".
               88  WS-MST-EOF                   VALUE "Y".
           05  WS-MASTER-OPEN-SW               PIC X VALUE "N".
               88  WS-MASTER-OPEN               VALUE "Y".
           05  WS-CLTMST-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-PROFRPT-FILE-STATUS          PIC X(02) VALUE "00".
           05  WS-PARM-FILE-STATUS             PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-FOUND-SW                     PIC X.
               88  WS-FOUND                     VALUE "Y".
           05  WS-DOB-VALID-SW                 PIC X.
               88  WS-DOB-VALID                 VALUE "Y".
           05  WS-LIMITS-VALID-SW              PIC X.
               88  WS-LIMITS-VALID              VALUE "Y".

       01  WS-COUNTERS.
           05  WS-MASTER-READ                  PIC 9(07) VALUE 0.
           05  WS-CLOSED-EXCLUDED              PIC 9(07) VALUE 0.
           05  WS-NO-DOB-CNT                   PIC 9(07) VALUE 0.
           05  WS-FUTURE-DOB-CNT               PIC 9(07) VALUE 0.
           05  WS-OVER-AGE-CNT                 PIC 9(07) VALUE 0.
           05  WS-BAD-DOB-CNT                  PIC 9(07) VALUE 0.
           05  WS-FLAGGED-CNT                  PIC 9(07) VALUE 0.
           05  WS-PROFILED-CNT                 PIC 9(07) VALUE 0.
           05  WS-OVERFLOW-CNT                 PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
      *> THE BUSINESS DATE AGES ARE WORKED OUT AS OF - OPERATOR-
      *> SUPPLIED SO A PERIOD-END PROFILE CAN BE RUN AFTER THE
      *> FACT.  ALSO GATES THE RUN-CONTROL EFFECTIVE DATES.  ZERO
      *> TAKES TODAY.
           05  WS-PROC-DATE                    PIC 9(008) VALUE 0.
           05  WS-PROC-DATE-R REDEFINES WS-PROC-DATE.
               10  WS-PROC-CCYY                PIC 9(004).
               10  WS-PROC-MMDD                PIC 9(004).
           05  WS-DOB-WORK                     PIC 9(008).
           05  WS-DOB-WORK-R REDEFINES WS-DOB-WORK.
               10  WS-DOB-CCYY                 PIC 9(004).
               10  WS-DOB-MMDD                 PIC 9(004).
               10  WS-DOB-MMDD-R REDEFINES WS-DOB-MMDD.
                   15  WS-DOB-MM               PIC 9(002).
                   15  WS-DOB-DD               PIC 9(002).
           05  WS-DAYS-IN-MONTH                PIC 9(02).
           05  WS-AGE                          PIC S9(05).
           05  WS-BAND-IDX                     PIC 9(01).
           05  WS-CELL-IDX                     PIC 9(01).
           05  WS-DIM-IDX                      PIC 9(01).
           05  WS-ROW-IDX                      PIC 9(02).
           05  WS-ROW-CODE                     PIC X(001).
           05  WS-PREV-LIMIT                   PIC 9(03).
           05  WS-FLAG-TEXT                    PIC X(30).
      *> WALL-CLOCK START OF THE RUN AND A STAMP WORK AREA FOR THE
      *> RUN-LOG RECORD WRITTEN AT TERMINATION.
       01  WS-RUN-LOG-FIELDS.
           05  WS-STAMP.
               10  WS-STAMP-DATE               PIC 9(008).
               10  WS-STAMP-TIME               PIC 9(006).
               10  FILLER                      PIC X(007).
           05  WS-START-DATE                   PIC 9(008) VALUE 0.
           05  WS-START-TIME                   PIC 9(006) VALUE 0.

       01  WS-DAYS-TABLE VALUE
               "31" & "28" & "31" & "30" & "31" & "30" &
               "31" & "31" & "30" & "31" & "30" & "31".
           05  WS-DAYS-TAB-ENTRY OCCURS 12     PIC 9(02).

      *> HOUSE BAND LIMITS - THE UPPER AGE OF BANDS 1 TO 5 WHEN NO
      *> EFFECTIVE CLI9000V VALUE IS ON FILE: 0-17, 18-24, 25-34,
      *> 35-49, 50-64, AND 65-120 FOR BAND 6.
       01  WS-DEFAULT-LIMITS VALUE "017024034049064".
           05  WS-DEFAULT-LIMIT OCCURS 5       PIC 9(03).

      *> THE LIMITS THIS RUN USES, WHERE EACH ONE CAME FROM, AND THE
      *> LOW/HIGH AGE OF EVERY BAND DERIVED FROM THEM.
       01  WS-BAND-FIELDS.
           05  WS-BAND-LIMIT OCCURS 5          PIC 9(03).
           05  WS-BAND-SOURCE OCCURS 5         PIC X(08).
           05  WS-BAND-ENTRY OCCURS 6.
               10  WS-BAND-LOW                 PIC 9(03).
               10  WS-BAND-HIGH                PIC 9(03).

      *> THE TWO CROSS-TABS: DIMENSION 1 IS CM-ADDRTYPE, DIMENSION
      *> 2 THE PRIMARY GROUP01 CODE.  ONE ROW PER DISTINCT CODE IN
      *> ORDER OF FIRST APPEARANCE, ONE CELL PER BAND AND CELL 7 FOR
      *> ALL BANDS.  SIZED LIKE CLI9010'S ACCUMULATOR - A CODE PAST
      *> THE END IS COUNTED RATHER THAN WRITTEN PAST THE TABLE, AND
      *> STILL REACHES THE ALL-CODES ROW.
       01  WS-XTAB-TABLE.
           05  WS-XTAB-DIM OCCURS 2.
               10  WS-XT-CODE-CNT              PIC 9(02).
               10  WS-XT-ROW OCCURS 36.
                   15  WS-XT-CODE              PIC X(001).
                   15  WS-XT-CELL OCCURS 7.
                       20  WS-XT-COUNT         PIC 9(07).
                       20  WS-XT-TOTAL         PIC S9(09)V9(03).

       01  WS-ALL-CODES-ROW.
           05  WS-AC-CELL OCCURS 7.
               10  WS-AC-COUNT                 PIC 9(07).
               10  WS-AC-TOTAL                 PIC S9(09)V9(03).

       01  WS-DIM-NAMES VALUE "ADDRTYPEGROUP01 ".
           05  WS-DIM-NAME OCCURS 2            PIC X(08).

       01  WS-RPT-LINES.
           05  WS-RPT-HDR1.
               10  FILLER                      PIC X(34)
                   VALUE "CLI9250 CLIENT PORTFOLIO PROFILE  ".
               10  FILLER                      PIC X(6)
                                   VALUE "AS OF ".
               10  RL0-PROC-DATE               PIC 9(008).
               10  FILLER                      PIC X(84) VALUE SPACES.
           05  WS-RPT-PARM-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "PARM    ** ".
               10  RL1-PARM-NAME               PIC X(20).
               10  FILLER                      PIC X(4) VALUE SPACES.
               10  FILLER                      PIC X(7)
                                   VALUE "VALUE= ".
               10  RL1-PARM-VALUE              PIC -(8)9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL1-PARM-SOURCE             PIC X(08).
               10  FILLER                      PIC X(71) VALUE SPACES.
           05  WS-RPT-LIMITS-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "PARM    ** ".
               10  FILLER                      PIC X(46) VALUE
                   "CLI9250-BAND LIMITS NOT ASCENDING BELOW 120 - ".
               10  FILLER                      PIC X(19)
                                   VALUE "HOUSE DEFAULTS USED".
               10  FILLER                      PIC X(56) VALUE SPACES.
           05  WS-RPT-SECTION-LINE.
               10  RL2-SECTION-TEXT            PIC X(20).
               10  FILLER                      PIC X(4) VALUE " BY ".
               10  RL2-DIM-NAME                PIC X(08).
               10  FILLER                      PIC X(100) VALUE SPACES.
           05  WS-RPT-COLUMN-HDR.
               10  FILLER                      PIC X(6) VALUE "CODE  ".
               10  RL3-COLUMN OCCURS 7.
                   15  FILLER                  PIC X(05).
                   15  RL3-BAND-LABEL          PIC X(09).
               10  FILLER                      PIC X(28) VALUE SPACES.
           05  WS-RPT-BAND-LABEL.
               10  RL3-BAND-LOW                PIC ZZ9.
               10  FILLER                      PIC X VALUE "-".
               10  RL3-BAND-HIGH               PIC ZZ9.
               10  FILLER                      PIC X(2) VALUE SPACES.
           05  WS-RPT-COUNT-LINE.
               10  RL4-CODE                    PIC X(06).
               10  RL4-CELL OCCURS 7.
                   15  FILLER                  PIC X(03).
                   15  RL4-COUNT               PIC ZZZ,ZZZ,ZZ9.
               10  FILLER                      PIC X(28) VALUE SPACES.
           05  WS-RPT-TOTAL-LINE.
               10  RL5-CODE                    PIC X(06).
               10  RL5-CELL OCCURS 7.
                   15  RL5-TOTAL               PIC -(9)9.999.
               10  FILLER                      PIC X(28) VALUE SPACES.
           05  WS-RPT-FLAG-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "AGE     ** ".
               10  RL6-MSGIDA                  PIC X(30).
               10  FILLER                      PIC X(5) VALUE " OCC=".
               10  RL6-OCC-IDX                 PIC 9(001).
               10  FILLER                      PIC X(9)
                                   VALUE " CLTDOBX=".
               10  RL6-CLTDOBX                 PIC 9(008).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL6-FLAG-TEXT               PIC X(30).
               10  FILLER                      PIC X(36) VALUE SPACES.
           05  WS-RPT-SUMMARY-LINE.
               10  FILLER                      PIC X(20) VALUE SPACES.
               10  RL-SUMM-TEXT                PIC X(30).
               10  RL-SUMM-COUNT               PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROFILE-MASTER
           PERFORM 3000-PRINT-PROFILE
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
           OPEN OUTPUT PROFILE-RPT
           MOVE WS-PROC-DATE TO RL0-PROC-DATE
           WRITE PROFILE-RPT-REC FROM WS-RPT-HDR1
           PERFORM 1100-LOAD-RUN-CONTROLS
           PERFORM 1200-BUILD-BANDS
           INITIALIZE WS-XTAB-TABLE
           INITIALIZE WS-ALL-CODES-ROW
           PERFORM 1300-OPEN-CLIENT-MASTER.

      *> START FROM THE HOUSE LIMITS AND TAKE EACH CLI9250-BAND-n
      *> VALUE FROM THE CLI9000V RUN-CONTROL FILE THAT IS ALREADY
      *> EFFECTIVE.  A MISSING FILE, A MISSING PARAMETER, OR A VALUE
      *> DATED PAST THE PROCESSING DATE LEAVES THAT LIMIT ON ITS
      *> DEFAULT.
       1100-LOAD-RUN-CONTROLS.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 5
               MOVE WS-DEFAULT-LIMIT (WS-BAND-IDX)
                   TO WS-BAND-LIMIT (WS-BAND-IDX)
               MOVE "DEFAULT" TO WS-BAND-SOURCE (WS-BAND-IDX)
           END-PERFORM
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 5
                   MOVE "CLI9250-BAND-" TO PM-PARM-ID
                   MOVE WS-BAND-IDX TO PM-PARM-ID (14:1)
                   READ PARM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PM-EFF-DATE <= WS-PROC-DATE
                               AND PM-PARM-VALUE > 0
                               AND PM-PARM-VALUE < 1000
                               MOVE PM-PARM-VALUE
                                   TO WS-BAND-LIMIT (WS-BAND-IDX)
                               MOVE "CLI9000V"
                                   TO WS-BAND-SOURCE (WS-BAND-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARM-FILE
           END-IF.

      *> THE LIMITS MUST CLIMB STRICTLY AND STOP SHORT OF 120, OR
      *> SOME BAND WOULD BE EMPTY OR BACKWARDS.  A SET THAT DOESN'T
      *> IS NOT PATCHED UP LIMIT BY LIMIT - THE WHOLE HOUSE SET IS
      *> USED INSTEAD, THE REPORT SAYS SO, AND THE RUN ENDS RC 4 SO
      *> THE BAD PARAMETERS GET NOTICED.  THE LIMITS USED PRINT
      *> EITHER WAY.
       1200-BUILD-BANDS.
           SET WS-LIMITS-VALID TO TRUE
           MOVE 0 TO WS-PREV-LIMIT
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 5
               IF WS-BAND-LIMIT (WS-BAND-IDX) >= 120
                   OR (WS-BAND-IDX > 1
                       AND WS-BAND-LIMIT (WS-BAND-IDX)
                           NOT > WS-PREV-LIMIT)
                   MOVE "N" TO WS-LIMITS-VALID-SW
               END-IF
               MOVE WS-BAND-LIMIT (WS-BAND-IDX) TO WS-PREV-LIMIT
           END-PERFORM
           IF NOT WS-LIMITS-VALID
               WRITE PROFILE-RPT-REC FROM WS-RPT-LIMITS-LINE
               MOVE 4 TO RETURN-CODE
               PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                       UNTIL WS-BAND-IDX > 5
                   MOVE WS-DEFAULT-LIMIT (WS-BAND-IDX)
                       TO WS-BAND-LIMIT (WS-BAND-IDX)
                   MOVE "DEFAULT" TO WS-BAND-SOURCE (WS-BAND-IDX)
               END-PERFORM
           END-IF
           MOVE "PROCESSING-DATE" TO RL1-PARM-NAME
           MOVE WS-PROC-DATE TO RL1-PARM-VALUE
           MOVE SPACES TO RL1-PARM-SOURCE
           WRITE PROFILE-RPT-REC FROM WS-RPT-PARM-LINE
           MOVE 0 TO WS-BAND-LOW (1)
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 5
               MOVE WS-BAND-LIMIT (WS-BAND-IDX)
                   TO WS-BAND-HIGH (WS-BAND-IDX)
               COMPUTE WS-BAND-LOW (WS-BAND-IDX + 1) =
                   WS-BAND-LIMIT (WS-BAND-IDX) + 1
               MOVE "CLI9250-BAND-" TO RL1-PARM-NAME
               MOVE WS-BAND-IDX TO RL1-PARM-NAME (14:1)
               MOVE WS-BAND-LIMIT (WS-BAND-IDX) TO RL1-PARM-VALUE
               MOVE WS-BAND-SOURCE (WS-BAND-IDX) TO RL1-PARM-SOURCE
               WRITE PROFILE-RPT-REC FROM WS-RPT-PARM-LINE
           END-PERFORM
           MOVE 120 TO WS-BAND-HIGH (6).

      *> A MASTER THAT DOESN'T EXIST YET IS AN EMPTY BOOK.  ANY
      *> OTHER OPEN FAILURE IS FATAL.
       1300-OPEN-CLIENT-MASTER.
           OPEN INPUT CLIENT-MASTER
           EVALUATE WS-CLTMST-FILE-STATUS
               WHEN "00"
                   SET WS-MASTER-OPEN TO TRUE
               WHEN "35"
                   SET WS-MST-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "CLI9250: CLIENT MASTER OPEN FAILED STATUS="
                       WS-CLTMST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE
                   STOP RUN
           END-EVALUATE.

      *> WALK THE MASTER IN KEY ORDER, STOPPING ON ANY NON-ZERO
      *> FILE STATUS LIKE THE OTHER INDEXED WALKS IN THE SUITE.
       2000-PROFILE-MASTER.
           IF WS-MASTER-OPEN
               PERFORM UNTIL WS-MST-EOF
                   OR WS-CLTMST-FILE-STATUS NOT = "00"
                   READ CLIENT-MASTER NEXT
                       AT END
                           SET WS-MST-EOF TO TRUE
                   END-READ
                   IF NOT WS-MST-EOF
                       AND WS-CLTMST-FILE-STATUS = "00"
                       ADD 1 TO WS-MASTER-READ
                       PERFORM 2100-PROFILE-ONE-OCCURRENCE
                   END-IF
               END-PERFORM
           END-IF.

      *> AN UNSENT BIRTHDATE IS HELD AS ZEROS (OR LOW-VALUES) AND
      *> HAS NO AGE TO BAND - IT IS COUNTED, NOT FLAGGED.  AGE IS
      *> WHOLE YEARS: THE DIFFERENCE IN YEARS, LESS ONE IF THE
      *> BIRTHDAY HAS NOT YET COME ROUND BY THE PROCESSING DATE.
       2100-PROFILE-ONE-OCCURRENCE.
           IF CM-CLIENT-CLOSED
               ADD 1 TO WS-CLOSED-EXCLUDED
               EXIT PARAGRAPH
           END-IF
           IF CM-CLTDOBX NOT NUMERIC
               OR CM-CLTDOBX = 0
               ADD 1 TO WS-NO-DOB-CNT
               EXIT PARAGRAPH
           END-IF
           MOVE CM-CLTDOBX TO WS-DOB-WORK
           PERFORM 2200-EDIT-BIRTHDATE
           IF NOT WS-DOB-VALID
               ADD 1 TO WS-BAD-DOB-CNT
               MOVE "BIRTHDATE NOT A CALENDAR DATE" TO WS-FLAG-TEXT
               PERFORM 2400-FLAG-AGE
               EXIT PARAGRAPH
           END-IF
           IF WS-DOB-WORK > WS-PROC-DATE
               ADD 1 TO WS-FUTURE-DOB-CNT
               MOVE "BIRTHDATE IN THE FUTURE" TO WS-FLAG-TEXT
               PERFORM 2400-FLAG-AGE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE = WS-PROC-CCYY - WS-DOB-CCYY
           IF WS-PROC-MMDD < WS-DOB-MMDD
               SUBTRACT 1 FROM WS-AGE
           END-IF
           IF WS-AGE > 120
               ADD 1 TO WS-OVER-AGE-CNT
               MOVE "AGE OVER 120" TO WS-FLAG-TEXT
               PERFORM 2400-FLAG-AGE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 5
                   OR WS-AGE <= WS-BAND-HIGH (WS-BAND-IDX)
               CONTINUE
           END-PERFORM
           ADD 1 TO WS-PROFILED-CNT
           ADD 1 TO WS-AC-COUNT (WS-BAND-IDX)
           ADD CM-TRANS-NO3 TO WS-AC-TOTAL (WS-BAND-IDX)
           ADD 1 TO WS-AC-COUNT (7)
           ADD CM-TRANS-NO3 TO WS-AC-TOTAL (7)
           MOVE 1 TO WS-DIM-IDX
           MOVE CM-ADDRTYPE TO WS-ROW-CODE
           PERFORM 2300-POST-XTAB-CELL
           MOVE 2 TO WS-DIM-IDX
           MOVE CM-GROUP01 (1) TO WS-ROW-CODE
           PERFORM 2300-POST-XTAB-CELL.

      *> THE SAME CCYY/MM/DD CHECKS CLI9000'S 3210-EDIT-ONE-CLTDOBX
      *> APPLIES AT INTAKE.
       2200-EDIT-BIRTHDATE.
           SET WS-DOB-VALID TO TRUE
           IF WS-DOB-CCYY = 0
               MOVE "N" TO WS-DOB-VALID-SW
           END-IF
           IF WS-DOB-MM < 1
               OR WS-DOB-MM > 12
               MOVE "N" TO WS-DOB-VALID-SW
           END-IF
           IF WS-DOB-VALID
               MOVE WS-DAYS-TAB-ENTRY (WS-DOB-MM) TO WS-DAYS-IN-MONTH
               IF WS-DOB-MM = 2
                   AND FUNCTION MOD (WS-DOB-CCYY, 4) = 0
                   AND (FUNCTION MOD (WS-DOB-CCYY, 100) NOT = 0
                       OR FUNCTION MOD (WS-DOB-CCYY, 400) = 0)
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
               IF WS-DOB-DD < 1
                   OR WS-DOB-DD > WS-DAYS-IN-MONTH
                   MOVE "N" TO WS-DOB-VALID-SW
               END-IF
           END-IF.

      *> FIND OR ADD THE CODE'S ROW IN THIS DIMENSION AND POST THE
      *> OCCURRENCE TO ITS BAND CELL AND ITS ALL-BANDS CELL.
       2300-POST-XTAB-CELL.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                   UNTIL WS-ROW-IDX > WS-XT-CODE-CNT (WS-DIM-IDX)
               IF WS-XT-CODE (WS-DIM-IDX, WS-ROW-IDX) = WS-ROW-CODE
                   MOVE "Y" TO WS-FOUND-SW
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               IF WS-XT-CODE-CNT (WS-DIM-IDX) >= 36
                   ADD 1 TO WS-OVERFLOW-CNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-XT-CODE-CNT (WS-DIM-IDX)
               MOVE WS-XT-CODE-CNT (WS-DIM-IDX) TO WS-ROW-IDX
               MOVE WS-ROW-CODE TO WS-XT-CODE (WS-DIM-IDX, WS-ROW-IDX)
           END-IF
           ADD 1 TO WS-XT-COUNT (WS-DIM-IDX, WS-ROW-IDX, WS-BAND-IDX)
           ADD CM-TRANS-NO3
               TO WS-XT-TOTAL (WS-DIM-IDX, WS-ROW-IDX, WS-BAND-IDX)
           ADD 1 TO WS-XT-COUNT (WS-DIM-IDX, WS-ROW-IDX, 7)
           ADD CM-TRANS-NO3 TO WS-XT-TOTAL (WS-DIM-IDX, WS-ROW-IDX, 7).

      *> LIST AN IMPLAUSIBLE AGE FOR FOLLOW-UP.  ONLY THE VARYING
      *> FIELDS ARE MOVED - THE LINE'S LITERALS ARE SET ONCE BY
      *> THEIR VALUE CLAUSES.
       2400-FLAG-AGE.
           ADD 1 TO WS-FLAGGED-CNT
           MOVE CM-MSGIDA TO RL6-MSGIDA
           MOVE CM-BGEN-OCC-IDX TO RL6-OCC-IDX
           MOVE WS-DOB-WORK TO RL6-CLTDOBX
           MOVE WS-FLAG-TEXT TO RL6-FLAG-TEXT
           WRITE PROFILE-RPT-REC FROM WS-RPT-FLAG-LINE.

      *> FOR EACH DIMENSION, THE COUNT MATRIX THEN THE TRANS-NO3
      *> MATRIX, EACH UNDER THE SAME BAND COLUMN HEADINGS.
       3000-PRINT-PROFILE.
           MOVE SPACES TO WS-RPT-COLUMN-HDR (7:)
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 6
               MOVE WS-BAND-LOW (WS-BAND-IDX) TO RL3-BAND-LOW
               MOVE WS-BAND-HIGH (WS-BAND-IDX) TO RL3-BAND-HIGH
               MOVE WS-RPT-BAND-LABEL TO RL3-BAND-LABEL (WS-BAND-IDX)
           END-PERFORM
           MOVE "ALL BANDS" TO RL3-BAND-LABEL (7)
           PERFORM VARYING WS-DIM-IDX FROM 1 BY 1
                   UNTIL WS-DIM-IDX > 2
               MOVE WS-DIM-NAME (WS-DIM-IDX) TO RL2-DIM-NAME
               MOVE "OCCURRENCE COUNT" TO RL2-SECTION-TEXT
               WRITE PROFILE-RPT-REC FROM WS-RPT-SECTION-LINE
               WRITE PROFILE-RPT-REC FROM WS-RPT-COLUMN-HDR
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-XT-CODE-CNT (WS-DIM-IDX)
                   PERFORM 3100-PRINT-COUNT-ROW
               END-PERFORM
               PERFORM 3150-PRINT-COUNT-ALL-ROW
               MOVE "TRANS-NO3 TOTAL" TO RL2-SECTION-TEXT
               WRITE PROFILE-RPT-REC FROM WS-RPT-SECTION-LINE
               WRITE PROFILE-RPT-REC FROM WS-RPT-COLUMN-HDR
               PERFORM VARYING WS-ROW-IDX FROM 1 BY 1
                       UNTIL WS-ROW-IDX > WS-XT-CODE-CNT (WS-DIM-IDX)
                   PERFORM 3200-PRINT-TOTAL-ROW
               END-PERFORM
               PERFORM 3250-PRINT-TOTAL-ALL-ROW
           END-PERFORM.

      *> SAME LOW-VALUES/LINE-SEQUENTIAL HAZARD AS CLI9010'S OWN
      *> REPORT - A "NO CODE SENT" ROW CARRIES LOW-VALUES AS ITS
      *> CODE BYTE.
       3050-SET-ROW-CODE.
           IF WS-XT-CODE (WS-DIM-IDX, WS-ROW-IDX) = LOW-VALUES
               MOVE SPACES TO WS-ROW-CODE
           ELSE
               MOVE WS-XT-CODE (WS-DIM-IDX, WS-ROW-IDX) TO WS-ROW-CODE
           END-IF.

       3100-PRINT-COUNT-ROW.
           MOVE SPACES TO WS-RPT-COUNT-LINE
           PERFORM 3050-SET-ROW-CODE
           MOVE WS-ROW-CODE TO RL4-CODE
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > 7
               MOVE WS-XT-COUNT (WS-DIM-IDX, WS-ROW-IDX, WS-CELL-IDX)
                   TO RL4-COUNT (WS-CELL-IDX)
           END-PERFORM
           WRITE PROFILE-RPT-REC FROM WS-RPT-COUNT-LINE.

       3150-PRINT-COUNT-ALL-ROW.
           MOVE SPACES TO WS-RPT-COUNT-LINE
           MOVE "*ALL" TO RL4-CODE
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > 7
               MOVE WS-AC-COUNT (WS-CELL-IDX) TO RL4-COUNT (WS-CELL-IDX)
           END-PERFORM
           WRITE PROFILE-RPT-REC FROM WS-RPT-COUNT-LINE.

       3200-PRINT-TOTAL-ROW.
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           PERFORM 3050-SET-ROW-CODE
           MOVE WS-ROW-CODE TO RL5-CODE
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > 7
               MOVE WS-XT-TOTAL (WS-DIM-IDX, WS-ROW-IDX, WS-CELL-IDX)
                   TO RL5-TOTAL (WS-CELL-IDX)
           END-PERFORM
           WRITE PROFILE-RPT-REC FROM WS-RPT-TOTAL-LINE.

       3250-PRINT-TOTAL-ALL-ROW.
           MOVE SPACES TO WS-RPT-TOTAL-LINE
           MOVE "*ALL" TO RL5-CODE
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > 7
               MOVE WS-AC-TOTAL (WS-CELL-IDX) TO RL5-TOTAL (WS-CELL-IDX)
           END-PERFORM
           WRITE PROFILE-RPT-REC FROM WS-RPT-TOTAL-LINE.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "MASTER ENTRIES READ           " TO RL-SUMM-TEXT
           MOVE WS-MASTER-READ TO RL-SUMM-COUNT
           WRITE PROFILE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "CLOSED CLIENT ENTRIES LEFT OUT" TO RL-SUMM-TEXT
           MOVE WS-CLOSED-EXCLUDED TO RL-SUMM-COUNT
           WRITE PROFILE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "ENTRIES WITH NO BIRTHDATE     " TO RL-SUMM-TEXT
           MOVE WS-NO-DOB-CNT TO RL-SUMM-COUNT
           WRITE PROFILE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "BIRTHDATES IN THE FUTURE      " TO RL-SUMM-TEXT
           MOVE WS-FUTURE-DOB-CNT TO RL-SUMM-COUNT
           WRITE PROFILE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "AGES OVER 120                 " TO RL-SUMM-TEXT
           MOVE WS-OVER-AGE-CNT TO RL-SUMM-COUNT
           WRITE PROFILE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "BIRTHDATES NOT A CALENDAR DATE" TO RL-SUMM-TEXT
           MOVE WS-BAD-DOB-CNT TO RL-SUMM-COUNT
           WRITE PROFILE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "ENTRIES PROFILED              " TO RL-SUMM-TEXT
           MOVE WS-PROFILED-CNT TO RL-SUMM-COUNT
           WRITE PROFILE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "CODES NOT TABULATED (OVERFLOW)" TO RL-SUMM-TEXT
           MOVE WS-OVERFLOW-CNT TO RL-SUMM-COUNT
           WRITE PROFILE-RPT-REC FROM WS-RPT-SUMMARY-LINE

           IF WS-MASTER-OPEN
               CLOSE CLIENT-MASTER
           END-IF
           CLOSE PROFILE-RPT
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
               DISPLAY "CLI9250: RUN LOG OPEN FAILED STATUS="
                   WS-RUNLOG-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE "CLI9250" TO JL-PROGRAM-ID
               MOVE WS-PROC-DATE TO JL-PROC-DATE
               MOVE WS-START-DATE TO JL-START-DATE
               MOVE WS-START-TIME TO JL-START-TIME
               MOVE WS-STAMP-DATE TO JL-END-DATE
               MOVE WS-STAMP-TIME TO JL-END-TIME
               MOVE WS-MASTER-READ TO JL-READ-CNT
               MOVE WS-PROFILED-CNT TO JL-CLEAN-CNT
               MOVE WS-FLAGGED-CNT TO JL-REJECT-CNT
               MOVE 0 TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
               WRITE CLIJLOG-REC
               CLOSE RUN-LOG
           END-IF.
