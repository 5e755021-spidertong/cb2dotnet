       >>SOURCE FORMAT FREE
      *> CLI9200 - REFERENCE RETIREMENT IMPACT REPORT.
      *>
      *> RETIRING A GROUP01 CODE THROUGH CLI9130 OR A BIRTHPLACE
      *> THROUGH CLI9080, OR NARROWING A CODE'S GROUP02 RANGE, ONLY
      *> BITES AT INTAKE: THE NEXT CLTUPD FOR EVERY CLIENT STILL
      *> HOLDING THE VALUE STARTS NAK'ING.  THIS RUN SHOWS THAT
      *> IMPACT UP FRONT.  IT WALKS THE CLI9000M CLIENT MASTER AND
      *> JUDGES EVERY HELD CM-BIRTHP VALUE AND CM-GROUP01/CM-GROUP02
      *> PAIR THE WAY CLI9000'S REFERENCE EDITS WOULD JUDGE THEM
      *> TODAY - NOT ON FILE, RETIRED, OR (FOR A GROUP) OUTSIDE THE
      *> CODE'S CURRENT GF-GROUP02-MIN/MAX - AND LISTS THE CLIENTS
      *> CAUGHT, GROUPED BY CODE WITH COUNTS.
      *>
      *> ON REQUEST IT ALSO PLAYS IN THE CHANGES STILL WAITING FOR
      *> A CHECKER ON THE CLI9000N PENDING FILE (SEE CLIPCHG), SO A
      *> RETIREMENT OR RANGE CHANGE CAN BE SIZED BEFORE IT IS
      *> APPROVED.  A CLIENT CAUGHT ONLY BECAUSE OF A PENDING
      *> REQUEST IS MARKED AS SUCH.  A CLIENT THE SENDER HAS CLOSED
      *> (CLTDEL) TAKES NO FURTHER UPDATES, SO NO REFERENCE CHANGE
      *> CAN BITE ON IT - ITS ENTRIES ARE COUNTED AND PASSED OVER.
      *> IT ONLY READS.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9200.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER ASSIGN TO "CLI9000M"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CLTMST-FILE-STATUS.

           SELECT BPREF-FILE ASSIGN TO "CLI9000P"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BP-PLACE-VALUE
               FILE STATUS IS WS-BPREF-FILE-STATUS.

           SELECT GRPREF-FILE ASSIGN TO "CLI9000Q"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GF-GROUP01-CODE
               FILE STATUS IS WS-GRPREF-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "CLI9000N"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-REQUEST-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT IMPACT-RPT ASSIGN TO "CLI9200R"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMPRPT-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO "CLI9200S".

      *> SHARED SUITE RUN LOG - ONE RECORD APPENDED PER RUN, READ
      *> BY THE CLI9150 END-OF-DAY SUMMARY.
           SELECT RUN-LOG ASSIGN TO "CLI9000L"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER.
           COPY CLICLTM.

       FD  BPREF-FILE.
           COPY CLIBPRF.

       FD  GRPREF-FILE.
           COPY CLIGRPF.

       FD  PENDING-FILE.
           COPY CLIPCHG.

       FD  IMPACT-RPT.
       01  IMPACT-RPT-REC                      PIC X(132).

       FD  RUN-LOG.
           COPY CLIJLOG.

      *> ONE ENTRY PER HELD VALUE THAT WOULD FAIL ITS REFERENCE
      *> EDIT, COLLATED BY REFERENCE AND CODE SO EACH CODE'S
      *> CLIENTS PRINT TOGETHER, THEN BY CLIENT SO A CLIENT HOLDING
      *> THE SAME CODE IN SEVERAL PLACES COUNTS ONCE.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-REF-TYPE                     PIC X(001).
               88  SR-GROUP-CODE                VALUE "G".
               88  SR-BIRTHPLACE                VALUE "P".
           05  SR-CODE                         PIC X(020).
           05  SR-MSGIDA                       PIC X(030).
           05  SR-BGEN-OCC-IDX                 PIC 9(001).
           05  SR-ENTRY-IDX                    PIC 9(001).
           05  SR-GROUP02                      PIC S9(005).
           05  SR-REASON                       PIC X(014).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-MST-EOF-SW                   PIC X VALUE "N".
               88  WS-MST-EOF                   VALUE "Y".
           05  WS-SORT-EOF-SW                  PIC X VALUE "N".
               88  WS-SORT-EOF                  VALUE "Y".
           05  WS-PEND-EOF-SW                  PIC X VALUE "N".
               88  WS-PEND-EOF                  VALUE "Y".
           05  WS-INCL-PEND-SW                 PIC X VALUE "N".
               88  WS-INCL-PENDING              VALUE "Y".
           05  WS-CLTMST-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-MASTER-OPEN-SW               PIC X VALUE "N".
               88  WS-MASTER-OPEN               VALUE "Y".
           05  WS-BPREF-FILE-STATUS            PIC X(02) VALUE "00".
      *> A REFERENCE FILE NOT LOADED YET MEANS CLI9000 BYPASSES ITS
      *> EDIT, SO NOTHING HELD AGAINST IT CAN BE CAUGHT - THE SAME
      *> RULE IS APPLIED HERE AND NOTED ON THE REPORT.
           05  WS-BPREF-AVAIL-SW               PIC X VALUE "N".
               88  WS-BPREF-AVAILABLE           VALUE "Y".
           05  WS-GRPREF-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-GRPREF-AVAIL-SW              PIC X VALUE "N".
               88  WS-GRPREF-AVAILABLE          VALUE "Y".
           05  WS-PENDING-FILE-STATUS          PIC X(02) VALUE "00".
           05  WS-IMPRPT-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".
      *> THE REFERENCE ENTRY IN FORCE FOR THE VALUE BEING JUDGED,
      *> AFTER ANY PENDING REQUEST HAS BEEN PLAYED IN.
           05  WS-REF-FOUND-SW                 PIC X VALUE "N".
               88  WS-REF-FOUND                 VALUE "Y".
           05  WS-REF-PENDING-SW               PIC X VALUE "N".
               88  WS-REF-PENDING               VALUE "Y".
           05  WS-OCC-CAUGHT-SW                PIC X VALUE "N".
               88  WS-OCC-CAUGHT                VALUE "Y".
           05  WS-HAVE-CODE-SW                 PIC X VALUE "N".
               88  WS-HAVE-CODE                 VALUE "Y".

       01  WS-COUNTERS.
           05  WS-MASTER-READ                  PIC 9(07) VALUE 0.
           05  WS-CLOSED-SKIPPED               PIC 9(07) VALUE 0.
           05  WS-OCC-CAUGHT-CNT               PIC 9(07) VALUE 0.
           05  WS-BIRTHP-FINDINGS              PIC 9(07) VALUE 0.
           05  WS-GROUP-FINDINGS               PIC 9(07) VALUE 0.
           05  WS-PENDING-FINDINGS             PIC 9(07) VALUE 0.
           05  WS-CODES-AFFECTED               PIC 9(07) VALUE 0.
           05  WS-PEND-LOADED                  PIC 9(07) VALUE 0.
           05  WS-CODE-CLIENTS                 PIC 9(07) VALUE 0.
           05  WS-CODE-ENTRIES                 PIC 9(07) VALUE 0.

      *> THE PENDING BIRTHPLACE AND GROUP01 REQUESTS, LOADED ONCE.
      *> THE FILE IS READ OLDEST FIRST, SO WHEN ONE VALUE HAS MORE
      *> THAN ONE REQUEST WAITING THE LAST MATCH IN THE TABLE - THE
      *> NEWEST - IS THE ONE PLAYED IN.
       01  WS-PENDING-TABLE.
           05  WS-PT-LIMIT                     PIC 9(04) VALUE 500.
           05  WS-PT-COUNT                     PIC 9(04) VALUE 0.
           05  WS-PT-ENTRY OCCURS 500.
               10  WS-PT-TARGET                PIC X(001).
               10  WS-PT-KEY                   PIC X(020).
               10  WS-PT-ACTION                PIC X(001).
               10  WS-PT-MIN                   PIC S9(009).
               10  WS-PT-MAX                   PIC S9(009).

       01  WS-WORK-FIELDS.
           05  WS-OCC-IDX                      PIC 9(01).
           05  WS-GRP-IDX                      PIC 9(01).
           05  WS-BP-IDX                       PIC 9(01).
           05  WS-PT-IDX                       PIC 9(04).
           05  WS-PT-HIT                       PIC 9(04).
           05  WS-ASOF-DATE                    PIC 9(08) VALUE 0.
           05  WS-SEARCH-TARGET                PIC X(001).
           05  WS-SEARCH-KEY                   PIC X(020).
           05  WS-REF-STATUS                   PIC X(001).
           05  WS-REF-MIN                      PIC S9(009).
           05  WS-REF-MAX                      PIC S9(009).
           05  WS-REASON                       PIC X(014).
           05  WS-PRIOR-TYPE                   PIC X(001).
           05  WS-PRIOR-CODE                   PIC X(020).
           05  WS-PRIOR-MSGIDA                 PIC X(030).
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
                   VALUE "CLI9200 RETIREMENT IMPACT       ".
               10  FILLER                      PIC X(9)
                                   VALUE "AS OF=   ".
               10  RL0-ASOF-DATE               PIC 9(008).
               10  FILLER                      PIC X(22)
                                   VALUE "  PENDING CHANGES IN: ".
               10  RL0-INCL-PEND               PIC X(01).
               10  FILLER                      PIC X(60) VALUE SPACES.
           05  WS-RPT-CODE-LINE.
               10  RL1-REF-TEXT                PIC X(14).
               10  RL1-CODE                    PIC X(20).
               10  FILLER                      PIC X(98) VALUE SPACES.
           05  WS-RPT-DETAIL-LINE.
               10  FILLER                      PIC X(4) VALUE SPACES.
               10  RL2-MSGIDA                  PIC X(30).
               10  FILLER                      PIC X(5) VALUE " OCC=".
               10  RL2-OCC-IDX                 PIC 9.
               10  FILLER                      PIC X(7) VALUE " ENTRY=".
               10  RL2-ENTRY-IDX               PIC 9.
               10  RL2-GROUP02-LABEL           PIC X(9).
               10  RL2-GROUP02                 PIC -(5)9.
               10  RL2-GROUP02-X REDEFINES RL2-GROUP02
                                               PIC X(06).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL2-REASON                  PIC X(14).
               10  FILLER                      PIC X(53) VALUE SPACES.
           05  WS-RPT-CODE-TOTAL-LINE.
               10  FILLER                      PIC X(4) VALUE SPACES.
               10  FILLER                      PIC X(10)
                                   VALUE "CLIENTS = ".
               10  RL3-CLIENTS                 PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(4) VALUE SPACES.
               10  FILLER                      PIC X(14)
                                   VALUE "HELD VALUES = ".
               10  RL3-ENTRIES                 PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(86) VALUE SPACES.
           05  WS-RPT-NOTE-LINE.
               10  RL4-NOTE-TEXT               PIC X(60).
               10  FILLER                      PIC X(72) VALUE SPACES.
           05  WS-RPT-SUMMARY-LINE.
               10  FILLER                      PIC X(20) VALUE SPACES.
               10  RL-SUMM-TEXT                PIC X(30).
               10  RL-SUMM-COUNT               PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           SORT SORT-WORK
               ON ASCENDING KEY SR-REF-TYPE
                                SR-CODE
                                SR-MSGIDA
                                SR-BGEN-OCC-IDX
                                SR-ENTRY-IDX
               INPUT PROCEDURE IS 2000-RELEASE-FINDINGS
               OUTPUT PROCEDURE IS 3000-PRINT-BY-CODE
           PERFORM 9000-TERMINATE
           STOP RUN.

      *> THE AS-OF DATE ONLY LABELS THE REPORT (ZERO MEANS TODAY) -
      *> THE MASTER AND REFERENCES ARE JUDGED AS THEY STAND NOW.
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
           DISPLAY "INCLUDE CHANGES AWAITING APPROVAL (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-INCL-PEND-SW
           OPEN OUTPUT IMPACT-RPT
           MOVE WS-ASOF-DATE TO RL0-ASOF-DATE
           MOVE WS-INCL-PEND-SW TO RL0-INCL-PEND
           WRITE IMPACT-RPT-REC FROM WS-RPT-HDR1
           OPEN INPUT BPREF-FILE
           IF WS-BPREF-FILE-STATUS = "00"
               SET WS-BPREF-AVAILABLE TO TRUE
           ELSE
               MOVE "BIRTHPLACE REFERENCE NOT LOADED - BIRTHP NOT JUDGED"
                   TO RL4-NOTE-TEXT
               WRITE IMPACT-RPT-REC FROM WS-RPT-NOTE-LINE
           END-IF
           OPEN INPUT GRPREF-FILE
           IF WS-GRPREF-FILE-STATUS = "00"
               SET WS-GRPREF-AVAILABLE TO TRUE
           ELSE
               MOVE "GROUP01 REFERENCE NOT LOADED - GROUPS NOT JUDGED"
                   TO RL4-NOTE-TEXT
               WRITE IMPACT-RPT-REC FROM WS-RPT-NOTE-LINE
           END-IF
           IF WS-INCL-PENDING
               PERFORM 1200-LOAD-PENDING-REQUESTS
           END-IF
           PERFORM 1100-OPEN-CLIENT-MASTER.

      *> A MASTER THAT DOESN'T EXIST YET HOLDS NOTHING TO BE HURT
      *> BY A RETIREMENT.  ANY OTHER OPEN FAILURE IS FATAL.
       1100-OPEN-CLIENT-MASTER.
           OPEN INPUT CLIENT-MASTER
           EVALUATE WS-CLTMST-FILE-STATUS
               WHEN "00"
                   SET WS-MASTER-OPEN TO TRUE
               WHEN "35"
                   SET WS-MST-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "CLI9200: CLIENT MASTER OPEN FAILED STATUS="
                       WS-CLTMST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE
                   STOP RUN
           END-EVALUATE.

      *> ONLY BIRTHPLACE AND GROUP01 REQUESTS CAN CHANGE WHAT THE
      *> EDITS ACCEPT.  NO PENDING FILE MEANS NOTHING IS WAITING.
       1200-LOAD-PENDING-REQUESTS.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PEND-EOF
               OR WS-PENDING-FILE-STATUS NOT = "00"
               READ PENDING-FILE NEXT
                   AT END
                       SET WS-PEND-EOF TO TRUE
               END-READ
               IF NOT WS-PEND-EOF
                   AND WS-PENDING-FILE-STATUS = "00"
                   AND PC-STATUS-PENDING
                   AND (PC-TARGET-BIRTHPLACE OR PC-TARGET-GROUP-CODE)
                   PERFORM 1210-TABLE-ONE-REQUEST
               END-IF
           END-PERFORM
           CLOSE PENDING-FILE
           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "PENDING REQUESTS PLAYED IN    " TO RL-SUMM-TEXT
           MOVE WS-PEND-LOADED TO RL-SUMM-COUNT
           WRITE IMPACT-RPT-REC FROM WS-RPT-SUMMARY-LINE.

       1210-TABLE-ONE-REQUEST.
           IF WS-PT-COUNT < WS-PT-LIMIT
               ADD 1 TO WS-PT-COUNT
               ADD 1 TO WS-PEND-LOADED
               MOVE PC-TARGET-FILE TO WS-PT-TARGET (WS-PT-COUNT)
               MOVE PC-TARGET-KEY TO WS-PT-KEY (WS-PT-COUNT)
               MOVE PC-ACTION TO WS-PT-ACTION (WS-PT-COUNT)
               MOVE PC-AFTER-NUM1 TO WS-PT-MIN (WS-PT-COUNT)
               MOVE PC-AFTER-NUM2 TO WS-PT-MAX (WS-PT-COUNT)
           ELSE
               DISPLAY "CLI9200: PENDING TABLE FULL - REQUEST "
                   PC-REQUEST-KEY " NOT PLAYED IN"
           END-IF.

      *> WALK THE MASTER IN KEY ORDER, STOPPING ON ANY NON-ZERO
      *> FILE STATUS LIKE THE OTHER INDEXED WALKS IN THE SUITE.
       2000-RELEASE-FINDINGS.
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
                       PERFORM 2100-JUDGE-ONE-OCCURRENCE
                   END-IF
               END-PERFORM
           END-IF.

      *> THE SAME NOT-SENT RULE CLI9000'S EDITS APPLY: A BLANK
      *> BIRTHP OR GROUP01 HOLDS NOTHING TO JUDGE.  A CLOSED
      *> CLIENT'S ENTRIES ARE FROZEN AND NEVER EDITED AGAIN.
       2100-JUDGE-ONE-OCCURRENCE.
           IF CM-CLIENT-CLOSED
               ADD 1 TO WS-CLOSED-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-OCC-CAUGHT-SW
           IF WS-BPREF-AVAILABLE
               PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                       UNTIL WS-BP-IDX > 2
                   IF CM-BIRTHP (WS-BP-IDX) NOT = SPACES
                       AND CM-BIRTHP (WS-BP-IDX) NOT = LOW-VALUES
                       PERFORM 2200-JUDGE-ONE-BIRTHP
                   END-IF
               END-PERFORM
           END-IF
           IF WS-GRPREF-AVAILABLE
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > 3
                   IF CM-GROUP01 (WS-GRP-IDX) NOT = SPACES
                       AND CM-GROUP01 (WS-GRP-IDX) NOT = LOW-VALUES
                       PERFORM 2300-JUDGE-ONE-GROUP
                   END-IF
               END-PERFORM
           END-IF
           IF WS-OCC-CAUGHT
               ADD 1 TO WS-OCC-CAUGHT-CNT
           END-IF.

       2200-JUDGE-ONE-BIRTHP.
           MOVE "N" TO WS-REF-FOUND-SW
           MOVE "N" TO WS-REF-PENDING-SW
           MOVE CM-BIRTHP (WS-BP-IDX) TO BP-PLACE-VALUE
           READ BPREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REF-FOUND TO TRUE
                   MOVE BP-STATUS TO WS-REF-STATUS
           END-READ
           IF WS-INCL-PENDING
               MOVE "P" TO WS-SEARCH-TARGET
               MOVE CM-BIRTHP (WS-BP-IDX) TO WS-SEARCH-KEY
               PERFORM 2400-PLAY-IN-PENDING
           END-IF
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN NOT WS-REF-FOUND
                   MOVE "NOT ON FILE" TO WS-REASON
               WHEN WS-REF-STATUS NOT = "A"
                   MOVE "RETIRED" TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               MOVE SPACES TO SORT-REC
               SET SR-BIRTHPLACE TO TRUE
               MOVE CM-BIRTHP (WS-BP-IDX) TO SR-CODE
      *> A PARTIALLY-KEYED PLACE CAN TRAIL LOW-VALUES - BLANK THEM
      *> SO THE REPORT LINE SURVIVES LINE SEQUENTIAL OUTPUT.
               INSPECT SR-CODE REPLACING ALL LOW-VALUE BY SPACE
               MOVE WS-BP-IDX TO SR-ENTRY-IDX
               MOVE 0 TO SR-GROUP02
               ADD 1 TO WS-BIRTHP-FINDINGS
               PERFORM 2500-RELEASE-FINDING
           END-IF.

      *> A GROUP02 THAT ISN'T NUMERIC CANNOT BE IN ANY RANGE - THE
      *> SAME RULE AS CLI9000'S 3377 RANGE EDIT.
       2300-JUDGE-ONE-GROUP.
           MOVE "N" TO WS-REF-FOUND-SW
           MOVE "N" TO WS-REF-PENDING-SW
           MOVE CM-GROUP01 (WS-GRP-IDX) TO GF-GROUP01-CODE
           READ GRPREF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-REF-FOUND TO TRUE
                   MOVE GF-STATUS TO WS-REF-STATUS
                   MOVE GF-GROUP02-MIN TO WS-REF-MIN
                   MOVE GF-GROUP02-MAX TO WS-REF-MAX
           END-READ
           IF WS-INCL-PENDING
               MOVE "Q" TO WS-SEARCH-TARGET
               MOVE CM-GROUP01 (WS-GRP-IDX) TO WS-SEARCH-KEY
               PERFORM 2400-PLAY-IN-PENDING
           END-IF
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN NOT WS-REF-FOUND
                   MOVE "NOT ON FILE" TO WS-REASON
               WHEN WS-REF-STATUS NOT = "A"
                   MOVE "RETIRED" TO WS-REASON
               WHEN CM-GROUP02 (WS-GRP-IDX) NOT NUMERIC
                   MOVE "OUT OF RANGE" TO WS-REASON
               WHEN CM-GROUP02 (WS-GRP-IDX) < WS-REF-MIN
                   OR CM-GROUP02 (WS-GRP-IDX) > WS-REF-MAX
                   MOVE "OUT OF RANGE" TO WS-REASON
           END-EVALUATE
           IF WS-REASON NOT = SPACES
               MOVE SPACES TO SORT-REC
               SET SR-GROUP-CODE TO TRUE
               MOVE CM-GROUP01 (WS-GRP-IDX) TO SR-CODE
               MOVE WS-GRP-IDX TO SR-ENTRY-IDX
               IF CM-GROUP02 (WS-GRP-IDX) NUMERIC
                   MOVE CM-GROUP02 (WS-GRP-IDX) TO SR-GROUP02
               ELSE
                   MOVE 0 TO SR-GROUP02
               END-IF
               ADD 1 TO WS-GROUP-FINDINGS
               PERFORM 2500-RELEASE-FINDING
           END-IF.

      *> OVERLAY THE NEWEST PENDING REQUEST FOR THE VALUE, IF ANY,
      *> ON WHAT THE REFERENCE FILE SAYS: A RETIRE MAKES IT RETIRED,
      *> AN ADD MAKES IT ACTIVE (WITH THE REQUESTED RANGE, FOR A
      *> GROUP01 CODE).
       2400-PLAY-IN-PENDING.
           MOVE 0 TO WS-PT-HIT
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > WS-PT-COUNT
               IF WS-PT-TARGET (WS-PT-IDX) = WS-SEARCH-TARGET
                   AND WS-PT-KEY (WS-PT-IDX) = WS-SEARCH-KEY
                   MOVE WS-PT-IDX TO WS-PT-HIT
               END-IF
           END-PERFORM
           IF WS-PT-HIT > 0
               SET WS-REF-PENDING TO TRUE
               SET WS-REF-FOUND TO TRUE
               IF WS-PT-ACTION (WS-PT-HIT) = "R"
                   MOVE "R" TO WS-REF-STATUS
               ELSE
                   MOVE "A" TO WS-REF-STATUS
                   IF WS-SEARCH-TARGET = "Q"
                       MOVE WS-PT-MIN (WS-PT-HIT) TO WS-REF-MIN
                       MOVE WS-PT-MAX (WS-PT-HIT) TO WS-REF-MAX
                   END-IF
               END-IF
           END-IF.

      *> A FINDING THAT ONLY EXISTS BECAUSE OF A PENDING REQUEST IS
      *> LABELLED AS SUCH, SO THE BUSINESS CAN TELL WHAT IS ALREADY
      *> FAILING FROM WHAT AN APPROVAL WOULD START FAILING.
       2500-RELEASE-FINDING.
           IF WS-REF-PENDING
               STRING "PENDING " DELIMITED BY SIZE
                   WS-REASON DELIMITED BY SPACE
                   INTO SR-REASON
               END-STRING
               ADD 1 TO WS-PENDING-FINDINGS
           ELSE
               MOVE WS-REASON TO SR-REASON
           END-IF
           MOVE CM-MSGIDA TO SR-MSGIDA
           MOVE CM-BGEN-OCC-IDX TO SR-BGEN-OCC-IDX
           SET WS-OCC-CAUGHT TO TRUE
           RELEASE SORT-REC.

      *> ONE BLOCK PER CODE: A HEADING, ONE LINE PER HELD VALUE,
      *> AND THE CODE'S CLIENT AND VALUE COUNTS.
       3000-PRINT-BY-CODE.
           PERFORM UNTIL WS-SORT-EOF
               RETURN SORT-WORK
                   AT END
                       SET WS-SORT-EOF TO TRUE
               END-RETURN
               IF NOT WS-SORT-EOF
                   IF NOT WS-HAVE-CODE
                       OR SR-REF-TYPE NOT = WS-PRIOR-TYPE
                       OR SR-CODE NOT = WS-PRIOR-CODE
                       PERFORM 3100-START-CODE
                   END-IF
                   PERFORM 3200-PRINT-ONE-FINDING
               END-IF
           END-PERFORM
           IF WS-HAVE-CODE
               PERFORM 3300-END-CODE
           END-IF.

       3100-START-CODE.
           IF WS-HAVE-CODE
               PERFORM 3300-END-CODE
           END-IF
           SET WS-HAVE-CODE TO TRUE
           MOVE SR-REF-TYPE TO WS-PRIOR-TYPE
           MOVE SR-CODE TO WS-PRIOR-CODE
           MOVE SPACES TO WS-PRIOR-MSGIDA
           MOVE 0 TO WS-CODE-CLIENTS
           MOVE 0 TO WS-CODE-ENTRIES
           ADD 1 TO WS-CODES-AFFECTED
           MOVE SPACES TO WS-RPT-CODE-LINE
           IF SR-GROUP-CODE
               MOVE "GROUP01 CODE  " TO RL1-REF-TEXT
           ELSE
               MOVE "BIRTHPLACE    " TO RL1-REF-TEXT
           END-IF
           MOVE SR-CODE TO RL1-CODE
           WRITE IMPACT-RPT-REC FROM WS-RPT-CODE-LINE.

       3200-PRINT-ONE-FINDING.
           IF SR-MSGIDA NOT = WS-PRIOR-MSGIDA
               ADD 1 TO WS-CODE-CLIENTS
               MOVE SR-MSGIDA TO WS-PRIOR-MSGIDA
           END-IF
           ADD 1 TO WS-CODE-ENTRIES
           MOVE SR-MSGIDA TO RL2-MSGIDA
           MOVE SR-BGEN-OCC-IDX TO RL2-OCC-IDX
           MOVE SR-ENTRY-IDX TO RL2-ENTRY-IDX
           IF SR-GROUP-CODE
               MOVE " GROUP02=" TO RL2-GROUP02-LABEL
               MOVE SR-GROUP02 TO RL2-GROUP02
           ELSE
               MOVE SPACES TO RL2-GROUP02-LABEL
               MOVE SPACES TO RL2-GROUP02-X
           END-IF
           MOVE SR-REASON TO RL2-REASON
           WRITE IMPACT-RPT-REC FROM WS-RPT-DETAIL-LINE.

       3300-END-CODE.
           MOVE WS-CODE-CLIENTS TO RL3-CLIENTS
           MOVE WS-CODE-ENTRIES TO RL3-ENTRIES
           WRITE IMPACT-RPT-REC FROM WS-RPT-CODE-TOTAL-LINE.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "MASTER OCCURRENCES READ       " TO RL-SUMM-TEXT
           MOVE WS-MASTER-READ TO RL-SUMM-COUNT
           WRITE IMPACT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "CLOSED-CLIENT ENTRIES SKIPPED " TO RL-SUMM-TEXT
           MOVE WS-CLOSED-SKIPPED TO RL-SUMM-COUNT
           WRITE IMPACT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "OCCURRENCES AFFECTED          " TO RL-SUMM-TEXT
           MOVE WS-OCC-CAUGHT-CNT TO RL-SUMM-COUNT
           WRITE IMPACT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "CODES AFFECTED                " TO RL-SUMM-TEXT
           MOVE WS-CODES-AFFECTED TO RL-SUMM-COUNT
           WRITE IMPACT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "BIRTHP VALUES AFFECTED        " TO RL-SUMM-TEXT
           MOVE WS-BIRTHP-FINDINGS TO RL-SUMM-COUNT
           WRITE IMPACT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "GROUP ENTRIES AFFECTED        " TO RL-SUMM-TEXT
           MOVE WS-GROUP-FINDINGS TO RL-SUMM-COUNT
           WRITE IMPACT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "  OF WHICH FROM PENDING CHANGE" TO RL-SUMM-TEXT
           MOVE WS-PENDING-FINDINGS TO RL-SUMM-COUNT
           WRITE IMPACT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           IF WS-MASTER-OPEN
               CLOSE CLIENT-MASTER
           END-IF
           IF WS-BPREF-AVAILABLE
               CLOSE BPREF-FILE
           END-IF
           IF WS-GRPREF-AVAILABLE
               CLOSE GRPREF-FILE
           END-IF
           CLOSE IMPACT-RPT
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
               DISPLAY "CLI9200: RUN LOG OPEN FAILED STATUS="
                   WS-RUNLOG-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE "CLI9200" TO JL-PROGRAM-ID
               MOVE WS-ASOF-DATE TO JL-PROC-DATE
               MOVE WS-START-DATE TO JL-START-DATE
               MOVE WS-START-TIME TO JL-START-TIME
               MOVE WS-STAMP-DATE TO JL-END-DATE
               MOVE WS-STAMP-TIME TO JL-END-TIME
               MOVE WS-MASTER-READ TO JL-READ-CNT
               MOVE 0 TO JL-CLEAN-CNT
               MOVE WS-OCC-CAUGHT-CNT TO JL-REJECT-CNT
               MOVE 0 TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
               WRITE CLIJLOG-REC
               CLOSE RUN-LOG
           END-IF.
