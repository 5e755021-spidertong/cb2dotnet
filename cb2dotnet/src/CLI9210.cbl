       >>SOURCE FORMAT FREE
      *> CLI9210 - POSSIBLE-DUPLICATE CLIENT MATCH WORKLIST.
      *>
      *> THE SENDING SYSTEM SOMETIMES OPENS THE SAME PERSON AGAIN
      *> UNDER A NEW MSGIDA, LEAVING TWO CLI9000M MASTER ENTRIES
      *> AND TWO RETRIEVE ANSWERS THAT DISAGREE.  THIS BATCH PAIRS
      *> UP CLIENT OCCURRENCES UNDER DIFFERENT MSGIDA KEYS THAT
      *> SHARE A CM-CLTDOBX AND AT LEAST ONE CM-BIRTHP VALUE (AND,
      *> IF THE OPERATOR ASKS, THE SAME CM-ADDRTYPE), SCORES EACH
      *> PAIR AND PRINTS THE SUSPECTS AS A WORKLIST:
      *>   EXACT   - SAME ADDRTYPE AND THE SAME BIRTHP VALUES
      *>   PARTIAL - ANYTHING LESS, BUT AT LEAST ONE BIRTHP SHARED
      *> A PAIR THE DATA-QUALITY TEAM HAS ALREADY REVIEWED AND
      *> MARKED NOT-A-DUPLICATE THROUGH CLI9220 (CLI9000E, SEE
      *> CLIDUPX) IS COUNTED BUT LEFT OFF THE LIST.
      *>
      *> THE MASTER IS SORTED BY BIRTHDATE SO ONLY CLIENTS BORN ON
      *> THE SAME DAY ARE EVER COMPARED.  AN OCCURRENCE WITH NO
      *> BIRTHDATE OR NO BIRTHPLACE HAS NOTHING TO MATCH ON AND IS
      *> LEFT OUT.  IT ONLY READS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9210.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER ASSIGN TO "CLI9000M"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CLTMST-FILE-STATUS.

           SELECT NOTDUP-FILE ASSIGN TO "CLI9000E"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DX-PAIR-KEY
               FILE STATUS IS WS-NOTDUP-FILE-STATUS.

           SELECT MATCH-RPT ASSIGN TO "CLI9210R"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MATCHRPT-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO "CLI9210S".

      *> SHARED SUITE RUN LOG - ONE RECORD APPENDED PER RUN, READ
      *> BY THE CLI9150 END-OF-DAY SUMMARY.
           SELECT RUN-LOG ASSIGN TO "CLI9000L"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER.
           COPY CLICLTM.

       FD  NOTDUP-FILE.
           COPY CLIDUPX.

       FD  MATCH-RPT.
       01  MATCH-RPT-REC                       PIC X(132).

       FD  RUN-LOG.
           COPY CLIJLOG.

      *> ONE ENTRY PER MASTER OCCURRENCE WORTH MATCHING, COLLATED
      *> BY BIRTHDATE SO EACH DAY'S CLIENTS ARRIVE TOGETHER.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-CLTDOBX                      PIC 9(008).
           05  SR-MSGIDA                       PIC X(030).
           05  SR-BGEN-OCC-IDX                 PIC 9(001).
           05  SR-ADDRTYPE                     PIC X(001).
           05  SR-BIRTHP                       PIC X(020) OCCURS 2.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-MST-EOF-SW                   PIC X VALUE "N".
               88  WS-MST-EOF                   VALUE "Y".
           05  WS-SORT-EOF-SW                  PIC X VALUE "N".
               88  WS-SORT-EOF                  VALUE "Y".
           05  WS-SAME-ADDR-SW                 PIC X VALUE "N".
               88  WS-REQUIRE-SAME-ADDRTYPE     VALUE "Y".
           05  WS-CLTMST-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-MASTER-OPEN-SW               PIC X VALUE "N".
               88  WS-MASTER-OPEN               VALUE "Y".
           05  WS-NOTDUP-FILE-STATUS           PIC X(02) VALUE "00".
      *> NO EXCLUSION FILE YET SIMPLY MEANS NO PAIR HAS BEEN
      *> REVIEWED.
           05  WS-NOTDUP-AVAIL-SW              PIC X VALUE "N".
               88  WS-NOTDUP-AVAILABLE          VALUE "Y".
           05  WS-MATCHRPT-FILE-STATUS         PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-EXCLUDED-SW                  PIC X VALUE "N".
               88  WS-EXCLUDED                  VALUE "Y".

       01  WS-COUNTERS.
           05  WS-MASTER-READ                  PIC 9(07) VALUE 0.
           05  WS-OCC-MATCHABLE                PIC 9(07) VALUE 0.
           05  WS-EXACT-CNT                    PIC 9(07) VALUE 0.
           05  WS-PARTIAL-CNT                  PIC 9(07) VALUE 0.
           05  WS-EXCLUDED-CNT                 PIC 9(07) VALUE 0.
           05  WS-OVERFLOW-CNT                 PIC 9(07) VALUE 0.

      *> ONE BIRTHDATE'S OCCURRENCES, COMPARED EACH WITH EACH.
       01  WS-DOB-GROUP.
           05  WS-DG-LIMIT                     PIC 9(04) VALUE 200.
           05  WS-DG-COUNT                     PIC 9(04) VALUE 0.
           05  WS-DG-CLTDOBX                   PIC 9(008) VALUE 0.
           05  WS-DG-ENTRY OCCURS 200.
               10  WS-DG-MSGIDA                PIC X(030).
               10  WS-DG-OCC-IDX               PIC 9(001).
               10  WS-DG-ADDRTYPE              PIC X(001).
               10  WS-DG-BIRTHP                PIC X(020) OCCURS 2.

      *> THE CLIENT PAIRS FOUND FOR THE CURRENT BIRTHDATE.  TWO
      *> CLIENTS CAN MATCH ON MORE THAN ONE OF THEIR OCCURRENCES -
      *> THE PAIR PRINTS ONCE, WITH ITS BEST SCORE.  A PAIR ON THE
      *> EXCLUSION FILE IS HELD HERE TOO, FLAGGED, SO IT IS COUNTED
      *> ONCE AND NEVER PRINTED.
       01  WS-PAIR-TABLE.
           05  WS-PR-LIMIT                     PIC 9(04) VALUE 500.
           05  WS-PR-COUNT                     PIC 9(04) VALUE 0.
           05  WS-PR-ENTRY OCCURS 500.
               10  WS-PR-MSGIDA-A              PIC X(030).
               10  WS-PR-OCC-A                 PIC 9(001).
               10  WS-PR-ADDR-A                PIC X(001).
               10  WS-PR-MSGIDA-B              PIC X(030).
               10  WS-PR-OCC-B                 PIC 9(001).
               10  WS-PR-ADDR-B                PIC X(001).
               10  WS-PR-BP-MATCHES            PIC 9(001).
               10  WS-PR-SCORE                 PIC X(007).
               10  WS-PR-EXCL-SW               PIC X(001).
                   88  WS-PR-EXCLUDED           VALUE "Y".

       01  WS-WORK-FIELDS.
           05  WS-BP-IDX                       PIC 9(01).
           05  WS-BP-IDX2                      PIC 9(01).
           05  WS-I                            PIC 9(04).
           05  WS-J                            PIC 9(04).
           05  WS-PR-IDX                       PIC 9(04).
           05  WS-PR-HIT                       PIC 9(04).
           05  WS-BP-MATCHES                   PIC 9(01).
           05  WS-SCORE                        PIC X(007).
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
                   VALUE "CLI9210 POSSIBLE DUPLICATES     ".
               10  FILLER                      PIC X(9)
                                   VALUE "RUN=     ".
               10  RL0-RUN-DATE                PIC 9(008).
               10  FILLER                      PIC X(24)
                                   VALUE "  SAME ADDRTYPE NEEDED: ".
               10  RL0-SAME-ADDR               PIC X(01).
               10  FILLER                      PIC X(58) VALUE SPACES.
           05  WS-RPT-PAIR-LINE.
               10  RL1-SCORE                   PIC X(7).
               10  FILLER                      PIC X(1) VALUE SPACES.
               10  RL1-MSGIDA-A                PIC X(30).
               10  FILLER                      PIC X(5) VALUE " OCC=".
               10  RL1-OCC-A                   PIC 9.
               10  FILLER                      PIC X(1) VALUE SPACES.
               10  RL1-MSGIDA-B                PIC X(30).
               10  FILLER                      PIC X(5) VALUE " OCC=".
               10  RL1-OCC-B                   PIC 9.
               10  FILLER                      PIC X(5) VALUE " DOB=".
               10  RL1-CLTDOBX                 PIC 9(008).
               10  FILLER                      PIC X(6) VALUE " ADDR=".
               10  RL1-ADDR-A                  PIC X(1).
               10  FILLER                      PIC X(1) VALUE "/".
               10  RL1-ADDR-B                  PIC X(1).
               10  FILLER                      PIC X(14)
                                   VALUE " BIRTHP SHARED".
               10  FILLER                      PIC X(1) VALUE "=".
               10  RL1-BP-MATCHES              PIC 9.
               10  FILLER                      PIC X(13) VALUE SPACES.
           05  WS-RPT-NOTE-LINE.
               10  RL2-NOTE-TEXT               PIC X(44).
               10  RL2-NOTE-DATE               PIC 9(008).
               10  FILLER                      PIC X(80) VALUE SPACES.
           05  WS-RPT-SUMMARY-LINE.
               10  FILLER                      PIC X(20) VALUE SPACES.
               10  RL-SUMM-TEXT                PIC X(30).
               10  RL-SUMM-COUNT               PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK
               ON ASCENDING KEY SR-CLTDOBX
                                SR-MSGIDA
                                SR-BGEN-OCC-IDX
               INPUT PROCEDURE IS 2000-RELEASE-OCCURRENCES
               OUTPUT PROCEDURE IS 3000-MATCH-BY-BIRTHDATE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-DATE TO WS-START-DATE
           MOVE WS-STAMP-TIME TO WS-START-TIME
           DISPLAY "REQUIRE SAME ADDRTYPE (Y/N): " WITH NO ADVANCING
           ACCEPT WS-SAME-ADDR-SW
           OPEN OUTPUT MATCH-RPT
           MOVE WS-START-DATE TO RL0-RUN-DATE
           MOVE WS-SAME-ADDR-SW TO RL0-SAME-ADDR
           WRITE MATCH-RPT-REC FROM WS-RPT-HDR1
           OPEN INPUT NOTDUP-FILE
           IF WS-NOTDUP-FILE-STATUS = "00"
               SET WS-NOTDUP-AVAILABLE TO TRUE
           END-IF
           PERFORM 1100-OPEN-CLIENT-MASTER.

      *> A MASTER THAT DOESN'T EXIST YET HOLDS NO DUPLICATES.  ANY
      *> OTHER OPEN FAILURE IS FATAL.
       1100-OPEN-CLIENT-MASTER.
           OPEN INPUT CLIENT-MASTER
           EVALUATE WS-CLTMST-FILE-STATUS
               WHEN "00"
                   SET WS-MASTER-OPEN TO TRUE
               WHEN "35"
                   SET WS-MST-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "CLI9210: CLIENT MASTER OPEN FAILED STATUS="
                       WS-CLTMST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE
                   STOP RUN
           END-EVALUATE.

      *> WALK THE MASTER IN KEY ORDER, STOPPING ON ANY NON-ZERO
      *> FILE STATUS LIKE THE OTHER INDEXED WALKS IN THE SUITE.
       2000-RELEASE-OCCURRENCES.
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
                       PERFORM 2100-RELEASE-ONE-OCCURRENCE
                   END-IF
               END-PERFORM
           END-IF.

      *> AN UNSENT BIRTHDATE IS HELD AS ZEROS AND AN UNSENT PLACE
      *> AS SPACES - NEITHER IS EVIDENCE OF ANYTHING.  LOW-VALUES
      *> IN A PARTIALLY-KEYED PLACE ARE BLANKED SO THE SAME PLACE
      *> KEYED TWO WAYS STILL COMPARES EQUAL.
       2100-RELEASE-ONE-OCCURRENCE.
           IF CM-CLTDOBX NOT NUMERIC
               OR CM-CLTDOBX = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SORT-REC
           MOVE CM-CLTDOBX TO SR-CLTDOBX
           MOVE CM-MSGIDA TO SR-MSGIDA
           MOVE CM-BGEN-OCC-IDX TO SR-BGEN-OCC-IDX
           MOVE CM-ADDRTYPE TO SR-ADDRTYPE
           MOVE CM-BIRTHP (1) TO SR-BIRTHP (1)
           MOVE CM-BIRTHP (2) TO SR-BIRTHP (2)
           INSPECT SR-BIRTHP (1) REPLACING ALL LOW-VALUE BY SPACE
           INSPECT SR-BIRTHP (2) REPLACING ALL LOW-VALUE BY SPACE
           IF SR-BIRTHP (1) NOT = SPACES
               OR SR-BIRTHP (2) NOT = SPACES
               ADD 1 TO WS-OCC-MATCHABLE
               RELEASE SORT-REC
           END-IF.

      *> GATHER EACH BIRTHDATE'S OCCURRENCES, THEN MATCH THEM.
       3000-MATCH-BY-BIRTHDATE.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK
                   AT END
                       SET WS-SORT-EOF TO TRUE
               END-RETURN
               IF NOT WS-SORT-EOF
                   IF SR-CLTDOBX NOT = WS-DG-CLTDOBX
                       PERFORM 3100-MATCH-ONE-GROUP
                       MOVE SR-CLTDOBX TO WS-DG-CLTDOBX
                       MOVE 0 TO WS-DG-COUNT
                   END-IF
                   PERFORM 3050-ADD-TO-GROUP
               END-IF
           END-PERFORM
           PERFORM 3100-MATCH-ONE-GROUP.

      *> A BIRTHDATE SHARED BY MORE OCCURRENCES THAN THE TABLE
      *> HOLDS IS MATCHED ON THE ONES THAT FIT AND NOTED ON THE
      *> REPORT - TYPICALLY A PLACEHOLDER DATE THE SENDER USES FOR
      *> "UNKNOWN", WHICH IS WORTH KNOWING ABOUT IN ITS OWN RIGHT.
       3050-ADD-TO-GROUP.
           IF WS-DG-COUNT < WS-DG-LIMIT
               ADD 1 TO WS-DG-COUNT
               MOVE SR-MSGIDA TO WS-DG-MSGIDA (WS-DG-COUNT)
               MOVE SR-BGEN-OCC-IDX TO WS-DG-OCC-IDX (WS-DG-COUNT)
               MOVE SR-ADDRTYPE TO WS-DG-ADDRTYPE (WS-DG-COUNT)
               MOVE SR-BIRTHP (1) TO WS-DG-BIRTHP (WS-DG-COUNT, 1)
               MOVE SR-BIRTHP (2) TO WS-DG-BIRTHP (WS-DG-COUNT, 2)
           ELSE
               ADD 1 TO WS-OVERFLOW-CNT
               IF WS-DG-COUNT = WS-DG-LIMIT
                   MOVE "BIRTHDATE GROUP TOO LARGE - NOT ALL MATCHED"
                       TO RL2-NOTE-TEXT
                   MOVE SR-CLTDOBX TO RL2-NOTE-DATE
                   WRITE MATCH-RPT-REC FROM WS-RPT-NOTE-LINE
                   ADD 1 TO WS-DG-COUNT
               END-IF
           END-IF.

      *> EACH OCCURRENCE AGAINST EVERY LATER ONE.  THE GROUP IS IN
      *> MSGIDA ORDER, SO THE FIRST OF A PAIR IS ALWAYS THE LOWER
      *> MSGIDA - THE SAME ORDER THE EXCLUSION FILE IS KEYED IN.
       3100-MATCH-ONE-GROUP.
           IF WS-DG-COUNT > WS-DG-LIMIT
               MOVE WS-DG-LIMIT TO WS-DG-COUNT
           END-IF
           MOVE 0 TO WS-PR-COUNT
           IF WS-DG-COUNT > 1
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I >= WS-DG-COUNT
                   COMPUTE WS-J = WS-I + 1
                   PERFORM VARYING WS-J FROM WS-J BY 1
                           UNTIL WS-J > WS-DG-COUNT
                       IF WS-DG-MSGIDA (WS-J) NOT = WS-DG-MSGIDA (WS-I)
                           PERFORM 3200-JUDGE-PAIR
                       END-IF
                   END-PERFORM
               END-PERFORM
               PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                       UNTIL WS-PR-IDX > WS-PR-COUNT
                   PERFORM 3400-PRINT-PAIR
               END-PERFORM
           END-IF.

       3200-JUDGE-PAIR.
           MOVE 0 TO WS-BP-MATCHES
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > 2
               IF WS-DG-BIRTHP (WS-I, WS-BP-IDX) NOT = SPACES
                   IF WS-DG-BIRTHP (WS-I, WS-BP-IDX)
                           = WS-DG-BIRTHP (WS-J, 1)
                       OR WS-DG-BIRTHP (WS-I, WS-BP-IDX)
                           = WS-DG-BIRTHP (WS-J, 2)
                       ADD 1 TO WS-BP-MATCHES
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BP-MATCHES = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-REQUIRE-SAME-ADDRTYPE
               AND WS-DG-ADDRTYPE (WS-I) NOT = WS-DG-ADDRTYPE (WS-J)
               EXIT PARAGRAPH
           END-IF
      *> EXACT MEANS NOTHING TELLS THE TWO APART: SAME ADDRTYPE AND
      *> THE SAME PAIR OF PLACES, IN EITHER ORDER.
           IF WS-DG-ADDRTYPE (WS-I) = WS-DG-ADDRTYPE (WS-J)
               AND ((WS-DG-BIRTHP (WS-I, 1) = WS-DG-BIRTHP (WS-J, 1)
                     AND WS-DG-BIRTHP (WS-I, 2) = WS-DG-BIRTHP (WS-J, 2))
                 OR (WS-DG-BIRTHP (WS-I, 1) = WS-DG-BIRTHP (WS-J, 2)
                     AND WS-DG-BIRTHP (WS-I, 2) = WS-DG-BIRTHP (WS-J, 1)))
               MOVE "EXACT  " TO WS-SCORE
           ELSE
               MOVE "PARTIAL" TO WS-SCORE
           END-IF
           PERFORM 3300-RECORD-PAIR.

      *> ONE TABLE ENTRY PER CLIENT PAIR - A LATER EXACT MATCH ON
      *> ANOTHER OCCURRENCE UPGRADES A PARTIAL ONE.  THE EXCLUSION
      *> FILE IS ONLY CONSULTED THE FIRST TIME A PAIR TURNS UP, SO
      *> AN EXCLUDED PAIR COUNTS ONCE HOWEVER MANY OCCURRENCES MATCH.
       3300-RECORD-PAIR.
           MOVE 0 TO WS-PR-HIT
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-MSGIDA-A (WS-PR-IDX) = WS-DG-MSGIDA (WS-I)
                   AND WS-PR-MSGIDA-B (WS-PR-IDX) = WS-DG-MSGIDA (WS-J)
                   MOVE WS-PR-IDX TO WS-PR-HIT
               END-IF
           END-PERFORM
           IF WS-PR-HIT > 0
               IF WS-PR-EXCLUDED (WS-PR-HIT)
                   EXIT PARAGRAPH
               END-IF
               IF WS-SCORE = "EXACT  "
                   AND WS-PR-SCORE (WS-PR-HIT) = "PARTIAL"
                   MOVE WS-PR-HIT TO WS-PR-IDX
                   MOVE "N" TO WS-EXCLUDED-SW
                   PERFORM 3310-FILL-PAIR
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM 3320-CHECK-EXCLUDED
           IF WS-EXCLUDED
               ADD 1 TO WS-EXCLUDED-CNT
           END-IF
           IF WS-PR-COUNT < WS-PR-LIMIT
               ADD 1 TO WS-PR-COUNT
               MOVE WS-PR-COUNT TO WS-PR-IDX
               PERFORM 3310-FILL-PAIR
           ELSE
               IF NOT WS-EXCLUDED
                   ADD 1 TO WS-OVERFLOW-CNT
               END-IF
           END-IF.

       3310-FILL-PAIR.
           MOVE WS-DG-MSGIDA (WS-I) TO WS-PR-MSGIDA-A (WS-PR-IDX)
           MOVE WS-DG-OCC-IDX (WS-I) TO WS-PR-OCC-A (WS-PR-IDX)
           MOVE WS-DG-ADDRTYPE (WS-I) TO WS-PR-ADDR-A (WS-PR-IDX)
           MOVE WS-DG-MSGIDA (WS-J) TO WS-PR-MSGIDA-B (WS-PR-IDX)
           MOVE WS-DG-OCC-IDX (WS-J) TO WS-PR-OCC-B (WS-PR-IDX)
           MOVE WS-DG-ADDRTYPE (WS-J) TO WS-PR-ADDR-B (WS-PR-IDX)
           MOVE WS-BP-MATCHES TO WS-PR-BP-MATCHES (WS-PR-IDX)
           MOVE WS-SCORE TO WS-PR-SCORE (WS-PR-IDX)
           MOVE WS-EXCLUDED-SW TO WS-PR-EXCL-SW (WS-PR-IDX).

       3320-CHECK-EXCLUDED.
           MOVE "N" TO WS-EXCLUDED-SW
           IF WS-NOTDUP-AVAILABLE
               MOVE WS-DG-MSGIDA (WS-I) TO DX-MSGIDA-LOW
               MOVE WS-DG-MSGIDA (WS-J) TO DX-MSGIDA-HIGH
               READ NOTDUP-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-EXCLUDED TO TRUE
               END-READ
           END-IF.

       3400-PRINT-PAIR.
           IF WS-PR-EXCLUDED (WS-PR-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PR-SCORE (WS-PR-IDX) TO RL1-SCORE
           MOVE WS-PR-MSGIDA-A (WS-PR-IDX) TO RL1-MSGIDA-A
           MOVE WS-PR-OCC-A (WS-PR-IDX) TO RL1-OCC-A
           MOVE WS-PR-MSGIDA-B (WS-PR-IDX) TO RL1-MSGIDA-B
           MOVE WS-PR-OCC-B (WS-PR-IDX) TO RL1-OCC-B
           MOVE WS-DG-CLTDOBX TO RL1-CLTDOBX
           MOVE WS-PR-ADDR-A (WS-PR-IDX) TO RL1-ADDR-A
           MOVE WS-PR-ADDR-B (WS-PR-IDX) TO RL1-ADDR-B
           MOVE WS-PR-BP-MATCHES (WS-PR-IDX) TO RL1-BP-MATCHES
           WRITE MATCH-RPT-REC FROM WS-RPT-PAIR-LINE
           IF WS-PR-SCORE (WS-PR-IDX) = "EXACT  "
               ADD 1 TO WS-EXACT-CNT
           ELSE
               ADD 1 TO WS-PARTIAL-CNT
           END-IF.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "MASTER OCCURRENCES READ       " TO RL-SUMM-TEXT
           MOVE WS-MASTER-READ TO RL-SUMM-COUNT
           WRITE MATCH-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "OCCURRENCES MATCHABLE         " TO RL-SUMM-TEXT
           MOVE WS-OCC-MATCHABLE TO RL-SUMM-COUNT
           WRITE MATCH-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "EXACT SUSPECT PAIRS           " TO RL-SUMM-TEXT
           MOVE WS-EXACT-CNT TO RL-SUMM-COUNT
           WRITE MATCH-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "PARTIAL SUSPECT PAIRS         " TO RL-SUMM-TEXT
           MOVE WS-PARTIAL-CNT TO RL-SUMM-COUNT
           WRITE MATCH-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "PAIRS REVIEWED NOT DUPLICATE  " TO RL-SUMM-TEXT
           MOVE WS-EXCLUDED-CNT TO RL-SUMM-COUNT
           WRITE MATCH-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "ENTRIES NOT MATCHED (OVERFLOW)" TO RL-SUMM-TEXT
           MOVE WS-OVERFLOW-CNT TO RL-SUMM-COUNT
           WRITE MATCH-RPT-REC FROM WS-RPT-SUMMARY-LINE

           IF WS-MASTER-OPEN
               CLOSE CLIENT-MASTER
           END-IF
           IF WS-NOTDUP-AVAILABLE
               CLOSE NOTDUP-FILE
           END-IF
           CLOSE MATCH-RPT
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
               DISPLAY "CLI9210: RUN LOG OPEN FAILED STATUS="
                   WS-RUNLOG-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE "CLI9210" TO JL-PROGRAM-ID
               MOVE WS-START-DATE TO JL-PROC-DATE
               MOVE WS-START-DATE TO JL-START-DATE
               MOVE WS-START-TIME TO JL-START-TIME
               MOVE WS-STAMP-DATE TO JL-END-DATE
               MOVE WS-STAMP-TIME TO JL-END-TIME
               MOVE WS-MASTER-READ TO JL-READ-CNT
               MOVE 0 TO JL-CLEAN-CNT
               MOVE WS-EXACT-CNT TO JL-REJECT-CNT
               ADD WS-PARTIAL-CNT TO JL-REJECT-CNT
               MOVE 0 TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
               WRITE CLIJLOG-REC
               CLOSE RUN-LOG
           END-IF.
