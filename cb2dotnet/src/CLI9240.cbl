       >>SOURCE FORMAT FREE
      *> CLI9240 - RULE-DRIVEN MASS CORRECTION OF PENDING REJECTS.
      *>
      *> WHEN THE SENDER SHIPS A SYSTEMIC FAULT - A DAY'S WORTH OF
      *> ONE GROUP01 CODE MISKEYED, A BIRTHPLACE MISSPELT THE SAME
      *> WAY EVERY TIME - HUNDREDS OF ENTRIES LAND PENDING IN THE
      *> CLI9000X REJECT STORE, AND CLI9030 CORRECTS ONE MSGIDA AT A
      *> TIME.  THIS BATCH APPLIES THE CORRECTION RULES OPERATIONS
      *> HAS KEYED ON THE CLI9240C RULE FILE (SEE CLICRUL) TO EVERY
      *> PENDING REJECT IMAGE THEY MATCH, AND QUEUES EACH CORRECTED
      *> IMAGE TO CLI9000I FOR THE NEXT CLI9000 RESUBMIT DRAIN,
      *> MARKING THE STORE ENTRY RESUBMITTED EXACTLY AS CLI9030 DOES.
      *>
      *> THE STORE ONLY SAYS "SEE CLI9000R REPORT" FOR A REASON, SO A
      *> RULE NARROWED TO A REASON CODE IS MATCHED AGAINST THE
      *> CLI9170H REASON HISTORY: THE "R" ENTRIES CARRYING THE
      *> REJECT'S MSGIDA UNDER THE BUSINESS DATE IT WAS LAST STORED
      *> (RJ-STATUS-DATE) ARE THE REASONS FOR ITS CURRENT IMAGE.  A
      *> REJECT STORED SINCE CLI9170 LAST RAN HAS NO HISTORY YET AND
      *> IS LEFT ALONE BY SUCH A RULE.
      *>
      *> RULES APPLY IN FILE ORDER, EACH TO THE IMAGE AS THE RULES
      *> BEFORE IT LEFT IT, AND ONLY TO POPULATED OCCURRENCES.  A
      *> DRY RUN - THE DEFAULT - TOUCHES NOTHING AND REPORTS WHAT
      *> WOULD CHANGE; EITHER WAY CLI9240R LISTS EVERY IMAGE TOUCHED
      *> WITH EACH CHANGED FIELD BEFORE AND AFTER.  A RULE FILE WITH
      *> ANY CARD IT CANNOT READ IS NEVER APPLIED - THE RUN DROPS TO
      *> A DRY RUN, LISTS THE BAD CARDS AND ENDS RETURN CODE 4.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9240.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULE-FILE ASSIGN TO "CLI9240C"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULE-FILE-STATUS.

           SELECT REASON-HIST ASSIGN TO "CLI9170H"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSNH-FILE-STATUS.

           SELECT REJECT-STORE ASSIGN TO "CLI9000X"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-MSGIDA
               FILE STATUS IS WS-RJCT-FILE-STATUS.

           SELECT RESUBMIT-OUT ASSIGN TO "CLI9000I"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RESUB-OUT-STATUS.

           SELECT CORR-RPT ASSIGN TO "CLI9240R"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRRPT-FILE-STATUS.

      *> SHARED SUITE RUN LOG - ONE RECORD APPENDED PER RUN, READ
      *> BY THE CLI9150 END-OF-DAY SUMMARY.
           SELECT RUN-LOG ASSIGN TO "CLI9000L"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULE-FILE.
           COPY CLICRUL.

       FD  REASON-HIST.
           COPY CLIRSNH.

       FD  REJECT-STORE.
           COPY CLIRJCT.

       FD  RESUBMIT-OUT.
       01  RESUBMIT-REC                        PIC X(371).

       FD  CORR-RPT.
       01  CORR-RPT-REC                        PIC X(132).

       FD  RUN-LOG.
           COPY CLIJLOG.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-RULE-EOF-SW                  PIC X VALUE "N".
               88  WS-RULE-EOF                  VALUE "Y".
           05  WS-HIST-EOF-SW                  PIC X VALUE "N".
               88  WS-HIST-EOF                  VALUE "Y".
           05  WS-RJCT-EOF-SW                  PIC X VALUE "N".
               88  WS-RJCT-EOF                  VALUE "Y".
           05  WS-DRY-RUN-SW                   PIC X VALUE "Y".
               88  WS-DRY-RUN                   VALUE "Y".
           05  WS-RULE-FILE-STATUS             PIC X(02) VALUE "00".
           05  WS-RSNH-FILE-STATUS             PIC X(02) VALUE "00".
           05  WS-RJCT-FILE-STATUS             PIC X(02) VALUE "00".
           05  WS-RJCT-OPEN-SW                 PIC X VALUE "N".
               88  WS-RJCT-OPEN                 VALUE "Y".
           05  WS-RESUB-OUT-STATUS             PIC X(02) VALUE "00".
           05  WS-RESUB-OPEN-SW                PIC X VALUE "N".
               88  WS-RESUB-OPEN                VALUE "Y".
           05  WS-CORRRPT-FILE-STATUS          PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-REASON-MATCH-SW              PIC X VALUE "N".
               88  WS-REASON-MATCH              VALUE "Y".

       01  WS-COUNTERS.
           05  WS-RULES-LOADED                 PIC 9(07) VALUE 0.
           05  WS-RULES-INVALID                PIC 9(07) VALUE 0.
           05  WS-REASON-RULES                 PIC 9(07) VALUE 0.
           05  WS-PENDING-READ                 PIC 9(07) VALUE 0.
           05  WS-IMAGES-TOUCHED               PIC 9(07) VALUE 0.
           05  WS-FIELDS-CHANGED               PIC 9(07) VALUE 0.
           05  WS-RESUB-WRITTEN                PIC 9(07) VALUE 0.
           05  WS-RSN-LOADED                   PIC 9(07) VALUE 0.
           05  WS-RSN-OVERFLOW                 PIC 9(07) VALUE 0.
           05  WS-OTHER-FAMILY-SKIPPED         PIC 9(07) VALUE 0.

      *> THE RULE FILE AS LOADED - VALID CARDS ONLY, IN FILE ORDER.
       01  WS-RULE-TABLE.
           05  WS-RT-LIMIT                     PIC 9(03) VALUE 50.
           05  WS-RT-COUNT                     PIC 9(03) VALUE 0.
           05  WS-RT-ENTRY OCCURS 50.
               10  WS-RT-RULE-ID               PIC X(004).
               10  WS-RT-RULE-TYPE             PIC X(001).
               10  WS-RT-REASON-CODE           PIC X(004).
               10  WS-RT-FROM-VALUE            PIC X(020).
               10  WS-RT-TO-VALUE              PIC X(020).
               10  WS-RT-APPLIED               PIC 9(07).

      *> THE REASONS EACH PENDING REJECT'S CURRENT IMAGE WAS NAK'D
      *> FOR, LIMITED TO THE CODES SOME RULE ASKS ABOUT.
       01  WS-REASON-TABLE.
           05  WS-RS-LIMIT                     PIC 9(05) VALUE 5000.
           05  WS-RS-COUNT                     PIC 9(05) VALUE 0.
           05  WS-RS-ENTRY OCCURS 5000.
               10  WS-RS-MSGIDA                PIC X(030).
               10  WS-RS-REASON-CODE           PIC X(004).
               10  WS-RS-REASON-OCC            PIC 9(001).
               10  WS-RS-REASON-SUB            PIC 9(001).

      *> THE FIELDS CHANGED ON THE IMAGE UNDER CORRECTION.  FOUR
      *> OCCURRENCES CARRY AT MOST FIVE CORRECTABLE FIELDS EACH, BUT
      *> CHAINED RULES CAN TOUCH ONE FIELD MORE THAN ONCE; ANYTHING
      *> PAST THE TABLE IS STILL APPLIED AND COUNTED, JUST NOT LISTED.
       01  WS-IMAGE-CHANGES.
           05  WS-CH-LIMIT                     PIC 9(02) VALUE 64.
           05  WS-CH-COUNT                     PIC 9(02) VALUE 0.
           05  WS-CH-ENTRY OCCURS 64.
               10  WS-CH-RULE-ID               PIC X(004).
               10  WS-CH-OCC                   PIC 9(001).
               10  WS-CH-SUB                   PIC 9(001).
               10  WS-CH-FIELD                 PIC X(008).
               10  WS-CH-BEFORE                PIC X(020).
               10  WS-CH-AFTER                 PIC X(020).

       01  WS-WORK-FIELDS.
           05  WS-IN-DRY-RUN                   PIC X(001).
           05  WS-RULE-PROBLEM                 PIC X(030).
           05  WS-RT-IDX                       PIC 9(03).
           05  WS-RS-IDX                       PIC 9(05).
           05  WS-CH-IDX                       PIC 9(02).
           05  WS-OCC-IDX                      PIC 9(01).
           05  WS-SUB-IDX                      PIC 9(01).
           05  WS-CH-FIELD-WORK                PIC X(008).
           05  WS-CH-BEFORE-WORK               PIC X(020).
           05  WS-CH-AFTER-WORK                PIC X(020).
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

      *> CORRECTION WORK AREA - THE MESSAGE IMAGE PULLED FROM THE
      *> REJECT STORE, OVERLAID WITH THE STANDARD CLIRTVO-REC
      *> LAYOUT THE SAME WAY CLI9030 ADDRESSES IT.
           COPY CLIRTVOR REPLACING ==CLIRTVO-REC== BY ==WS-CORR-MSG==.

       01  WS-RPT-LINES.
           05  WS-RPT-HDR1.
               10  FILLER                      PIC X(33)
                   VALUE "CLI9240 REJECT MASS CORRECTION   ".
               10  FILLER                      PIC X(9)
                                   VALUE "RUN=     ".
               10  RL0-RUN-DATE                PIC 9(008).
               10  FILLER                      PIC X(8)
                                   VALUE "  MODE: ".
               10  RL0-MODE                    PIC X(30).
               10  FILLER                      PIC X(44) VALUE SPACES.
           05  WS-RPT-RULE-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "RULE    ** ".
               10  RL1-RULE-ID                 PIC X(4).
               10  FILLER                      PIC X(6) VALUE " TYPE=".
               10  RL1-RULE-TYPE               PIC X(1).
               10  FILLER                      PIC X(8)
                                   VALUE " REASON=".
               10  RL1-REASON-CODE             PIC X(4).
               10  FILLER                      PIC X(6) VALUE " FROM=".
               10  RL1-FROM-VALUE              PIC X(20).
               10  FILLER                      PIC X(4) VALUE " TO=".
               10  RL1-TO-VALUE                PIC X(20).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL1-STATUS                  PIC X(30).
               10  FILLER                      PIC X(16) VALUE SPACES.
           05  WS-RPT-IMAGE-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "IMAGE   ** ".
               10  RL2-MSGIDA                  PIC X(30).
               10  FILLER                      PIC X(7) VALUE " MSGID=".
               10  RL2-MSGID                   PIC X(10).
               10  FILLER                      PIC X(8)
                                   VALUE " STORED=".
               10  RL2-STORED-DATE             PIC 9(008).
               10  FILLER                      PIC X(9)
                                   VALUE " CHANGES=".
               10  RL2-CHANGES                 PIC Z9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL2-ACTION                  PIC X(20).
               10  FILLER                      PIC X(25) VALUE SPACES.
           05  WS-RPT-CHANGE-LINE.
               10  FILLER                      PIC X(15) VALUE SPACES.
               10  FILLER                      PIC X(5) VALUE "RULE=".
               10  RL3-RULE-ID                 PIC X(4).
               10  FILLER                      PIC X(5) VALUE " OCC=".
               10  RL3-OCC                     PIC 9.
               10  FILLER                      PIC X(7) VALUE " ENTRY=".
               10  RL3-SUB                     PIC 9.
               10  FILLER                      PIC X(1) VALUE SPACES.
               10  RL3-FIELD                   PIC X(8).
               10  FILLER                      PIC X(8)
                                   VALUE " BEFORE=".
               10  RL3-BEFORE                  PIC X(20).
               10  FILLER                      PIC X(7) VALUE " AFTER=".
               10  RL3-AFTER                   PIC X(20).
               10  FILLER                      PIC X(30) VALUE SPACES.
           05  WS-RPT-NOTE-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "NOTE    ** ".
               10  RL4-NOTE-TEXT               PIC X(60).
               10  FILLER                      PIC X(61) VALUE SPACES.
           05  WS-RPT-SUMMARY-LINE.
               10  FILLER                      PIC X(20) VALUE SPACES.
               10  RL-SUMM-TEXT                PIC X(30).
               10  RL-SUMM-COUNT               PIC ZZZ,ZZ9.
               10  FILLER                      PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-RULES
           PERFORM 1200-OPEN-REJECT-STORE
           IF WS-RT-COUNT > 0
               AND WS-RJCT-OPEN
               IF WS-REASON-RULES > 0
                   PERFORM 1300-LOAD-REASON-HISTORY
               END-IF
               PERFORM 2000-CORRECT-PENDING-REJECTS
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      *> ANYTHING BUT AN EXPLICIT "N" IS A DRY RUN.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-DATE TO WS-START-DATE
           MOVE WS-STAMP-TIME TO WS-START-TIME
           DISPLAY "DRY RUN - REPORT ONLY, NOTHING QUEUED (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-IN-DRY-RUN
           IF WS-IN-DRY-RUN = "N"
               MOVE "N" TO WS-DRY-RUN-SW
           END-IF
           OPEN OUTPUT CORR-RPT
           MOVE WS-START-DATE TO RL0-RUN-DATE
           IF WS-DRY-RUN
               MOVE "DRY RUN - NOTHING QUEUED" TO RL0-MODE
           ELSE
               MOVE "CORRECTIONS QUEUED TO CLI9000I" TO RL0-MODE
           END-IF
           WRITE CORR-RPT-REC FROM WS-RPT-HDR1.

      *> EVERY CARD IS LISTED WITH WHAT WAS MADE OF IT.  ONE BAD
      *> CARD TURNS THE WHOLE RUN INTO A DRY RUN - A RULE FILE THAT
      *> IS ONLY PARTLY UNDERSTOOD IS NOT ONE TO MASS-UPDATE FROM.
       1100-LOAD-RULES.
           OPEN INPUT RULE-FILE
           IF WS-RULE-FILE-STATUS NOT = "00"
               MOVE "NO CLI9240C RULE FILE - NOTHING TO APPLY"
                   TO RL4-NOTE-TEXT
               WRITE CORR-RPT-REC FROM WS-RPT-NOTE-LINE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RULE-EOF
               READ RULE-FILE
                   AT END
                       SET WS-RULE-EOF TO TRUE
               END-READ
               IF NOT WS-RULE-EOF
                   AND CLICRUL-REC NOT = SPACES
                   AND CLICRUL-REC (1:1) NOT = "*"
                   PERFORM 1110-LOAD-ONE-RULE
               END-IF
           END-PERFORM
           CLOSE RULE-FILE
           IF WS-RULES-INVALID > 0
               AND NOT WS-DRY-RUN
               SET WS-DRY-RUN TO TRUE
               MOVE "INVALID RULE CARDS - RUN REDUCED TO A DRY RUN"
                   TO RL4-NOTE-TEXT
               WRITE CORR-RPT-REC FROM WS-RPT-NOTE-LINE
           END-IF
           IF WS-RULES-INVALID > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       1110-LOAD-ONE-RULE.
           MOVE SPACES TO WS-RULE-PROBLEM
           EVALUATE TRUE
               WHEN NOT CR-RULE-GROUP01 AND NOT CR-RULE-BIRTHP
                   MOVE "INVALID - TYPE MUST BE G OR B"
                       TO WS-RULE-PROBLEM
               WHEN CR-FROM-VALUE = SPACES
                   MOVE "INVALID - NO FROM VALUE" TO WS-RULE-PROBLEM
               WHEN CR-TO-VALUE = SPACES
                   MOVE "INVALID - NO TO VALUE" TO WS-RULE-PROBLEM
               WHEN CR-FROM-VALUE = CR-TO-VALUE
                   MOVE "INVALID - FROM AND TO THE SAME"
                       TO WS-RULE-PROBLEM
               WHEN CR-RULE-GROUP01
                   AND (CR-FROM-VALUE (2:19) NOT = SPACES
                        OR CR-TO-VALUE (2:19) NOT = SPACES)
                   MOVE "INVALID - GROUP01 IS ONE CHAR"
                       TO WS-RULE-PROBLEM
               WHEN WS-RT-COUNT NOT < WS-RT-LIMIT
                   MOVE "INVALID - RULE TABLE FULL" TO WS-RULE-PROBLEM
           END-EVALUATE
           MOVE CR-RULE-ID TO RL1-RULE-ID
           MOVE CR-RULE-TYPE TO RL1-RULE-TYPE
           MOVE CR-REASON-CODE TO RL1-REASON-CODE
           MOVE CR-FROM-VALUE TO RL1-FROM-VALUE
           MOVE CR-TO-VALUE TO RL1-TO-VALUE
           IF WS-RULE-PROBLEM = SPACES
               ADD 1 TO WS-RT-COUNT
               ADD 1 TO WS-RULES-LOADED
               MOVE CR-RULE-ID TO WS-RT-RULE-ID (WS-RT-COUNT)
               MOVE CR-RULE-TYPE TO WS-RT-RULE-TYPE (WS-RT-COUNT)
               MOVE CR-REASON-CODE TO WS-RT-REASON-CODE (WS-RT-COUNT)
               MOVE CR-FROM-VALUE TO WS-RT-FROM-VALUE (WS-RT-COUNT)
               MOVE CR-TO-VALUE TO WS-RT-TO-VALUE (WS-RT-COUNT)
               MOVE 0 TO WS-RT-APPLIED (WS-RT-COUNT)
               IF CR-REASON-CODE NOT = SPACES
                   ADD 1 TO WS-REASON-RULES
               END-IF
               MOVE "LOADED" TO RL1-STATUS
           ELSE
               ADD 1 TO WS-RULES-INVALID
               MOVE WS-RULE-PROBLEM TO RL1-STATUS
           END-IF
           WRITE CORR-RPT-REC FROM WS-RPT-RULE-LINE.

      *> A DRY RUN ONLY READS THE STORE AND NEVER OPENS THE QUEUE.
      *> OTHERWISE THE QUEUE GETS THE SAME EXTEND/CREATE-IF-MISSING
      *> HANDLING CLI9030 GIVES IT, SO NOTHING CLI9000 HASN'T
      *> DRAINED YET IS LOST.  A STORE THAT WON'T OPEN CLEAN IS
      *> REFUSED OUTRIGHT, AS IN CLI9030.
       1200-OPEN-REJECT-STORE.
           IF WS-DRY-RUN
               OPEN INPUT REJECT-STORE
           ELSE
               OPEN I-O REJECT-STORE
           END-IF
           EVALUATE WS-RJCT-FILE-STATUS
               WHEN "00"
                   SET WS-RJCT-OPEN TO TRUE
               WHEN "35"
                   MOVE "NO REJECT STORE ON FILE - NOTHING TO CORRECT"
                       TO RL4-NOTE-TEXT
                   WRITE CORR-RPT-REC FROM WS-RPT-NOTE-LINE
               WHEN OTHER
                   DISPLAY "CLI9240: REJECT STORE OPEN FAILED STATUS="
                       WS-RJCT-FILE-STATUS
                       " - STORE NOT ON CURRENT CLIRJCT LAYOUT?"
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE
                   STOP RUN
           END-EVALUATE
           IF WS-RJCT-OPEN
               AND NOT WS-DRY-RUN
               OPEN EXTEND RESUBMIT-OUT
               IF WS-RESUB-OUT-STATUS = "35"
                   OPEN OUTPUT RESUBMIT-OUT
                   CLOSE RESUBMIT-OUT
                   OPEN EXTEND RESUBMIT-OUT
               END-IF
               IF WS-RESUB-OUT-STATUS = "00"
                   SET WS-RESUB-OPEN TO TRUE
               ELSE
                   DISPLAY "CLI9240: RESUBMIT QUEUE OPEN FAILED STATUS="
                       WS-RESUB-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE
                   STOP RUN
               END-IF
           END-IF.

      *> KEEP ONLY THE REASON ENTRIES THAT DESCRIBE A STILL-PENDING
      *> REJECT'S CURRENT IMAGE - SAME MSGIDA, RAISED ON THE DATE
      *> THE STORE ENTRY WAS LAST REFRESHED - AND ONLY FOR CODES A
      *> RULE ASKS ABOUT.  OLDER NAKS FOR THE SAME MSGIDA DESCRIBE
      *> IMAGES THAT HAVE SINCE BEEN REPLACED.
       1300-LOAD-REASON-HISTORY.
           OPEN INPUT REASON-HIST
           IF WS-RSNH-FILE-STATUS NOT = "00"
               MOVE "NO CLI9170H HISTORY - REASON RULES MATCH NOTHING"
                   TO RL4-NOTE-TEXT
               WRITE CORR-RPT-REC FROM WS-RPT-NOTE-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HIST-EOF
               READ REASON-HIST
                   AT END
                       SET WS-HIST-EOF TO TRUE
               END-READ
               IF NOT WS-HIST-EOF
                   AND RH-REASON-ENTRY
                   PERFORM 1310-KEEP-ONE-REASON
               END-IF
           END-PERFORM
           CLOSE REASON-HIST
           IF WS-RSN-OVERFLOW > 0
               MOVE "REASON TABLE FULL - SOME REJECTS NOT MATCHED"
                   TO RL4-NOTE-TEXT
               WRITE CORR-RPT-REC FROM WS-RPT-NOTE-LINE
           END-IF.

       1310-KEEP-ONE-REASON.
           MOVE "N" TO WS-REASON-MATCH-SW
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-REASON-CODE (WS-RT-IDX) = RH-REASON-CODE
                   SET WS-REASON-MATCH TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-REASON-MATCH
               EXIT PARAGRAPH
           END-IF
           MOVE RH-MSGIDA TO RJ-MSGIDA
           READ REJECT-STORE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT RJ-STATUS-PENDING
               OR RJ-STATUS-DATE NOT = RH-PROC-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-RS-COUNT < WS-RS-LIMIT
               ADD 1 TO WS-RS-COUNT
               ADD 1 TO WS-RSN-LOADED
               MOVE RH-MSGIDA TO WS-RS-MSGIDA (WS-RS-COUNT)
               MOVE RH-REASON-CODE TO WS-RS-REASON-CODE (WS-RS-COUNT)
               MOVE RH-REASON-OCC TO WS-RS-REASON-OCC (WS-RS-COUNT)
               MOVE RH-REASON-SUB TO WS-RS-REASON-SUB (WS-RS-COUNT)
           ELSE
               ADD 1 TO WS-RSN-OVERFLOW
           END-IF.

      *> WALK THE STORE IN KEY ORDER, STOPPING ON ANY NON-ZERO
      *> FILE STATUS LIKE THE OTHER INDEXED WALKS IN THE SUITE.
       2000-CORRECT-PENDING-REJECTS.
           MOVE LOW-VALUES TO RJ-MSGIDA
           START REJECT-STORE KEY NOT < RJ-MSGIDA
               INVALID KEY
                   SET WS-RJCT-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-RJCT-EOF
               OR WS-RJCT-FILE-STATUS NOT = "00"
               READ REJECT-STORE NEXT
                   AT END
                       SET WS-RJCT-EOF TO TRUE
               END-READ
               IF NOT WS-RJCT-EOF
                   AND WS-RJCT-FILE-STATUS = "00"
                   AND RJ-STATUS-PENDING
                   PERFORM 2100-CORRECT-ONE-IMAGE
               END-IF
           END-PERFORM.

      *> ONLY THE ONBOARDED BGEN-XXXXX-SHAPED FAMILIES CAN BE
      *> CORRECTED FIELD BY FIELD - ANY OTHER IMAGE IS LEFT FOR
      *> CLI9030 OR THE SENDER.
       2100-CORRECT-ONE-IMAGE.
           ADD 1 TO WS-PENDING-READ
           MOVE RJ-MESSAGE-IMAGE TO WS-CORR-MSG
           IF MSGID (1:6) NOT = "CLTRTV"
               AND MSGID (1:6) NOT = "CLTUPD"
               ADD 1 TO WS-OTHER-FAMILY-SKIPPED
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CH-COUNT
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                       UNTIL WS-OCC-IDX > 4
                   IF BGEN-XXXXX-ADDRTYPE (WS-OCC-IDX) NOT = SPACES
                       AND BGEN-XXXXX-ADDRTYPE (WS-OCC-IDX)
                           NOT = LOW-VALUES
                       IF WS-RT-RULE-TYPE (WS-RT-IDX) = "G"
                           PERFORM 2200-APPLY-GROUP01-RULE
                       ELSE
                           PERFORM 2250-APPLY-BIRTHP-RULE
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-CH-COUNT > 0
               ADD 1 TO WS-IMAGES-TOUCHED
               PERFORM 2500-REPORT-IMAGE
               IF NOT WS-DRY-RUN
                   PERFORM 2600-RESUBMIT-IMAGE
               END-IF
           END-IF.

       2200-APPLY-GROUP01-RULE.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > 3
               IF BGEN-XXXXX-GROUP01 (WS-OCC-IDX, WS-SUB-IDX)
                       = WS-RT-FROM-VALUE (WS-RT-IDX) (1:1)
                   PERFORM 2300-CHECK-REASON
                   IF WS-REASON-MATCH
                       MOVE "GROUP01" TO WS-CH-FIELD-WORK
                       MOVE BGEN-XXXXX-GROUP01 (WS-OCC-IDX, WS-SUB-IDX)
                           TO WS-CH-BEFORE-WORK
                       MOVE WS-RT-TO-VALUE (WS-RT-IDX) (1:1)
                           TO BGEN-XXXXX-GROUP01
                              (WS-OCC-IDX, WS-SUB-IDX)
                       MOVE BGEN-XXXXX-GROUP01 (WS-OCC-IDX, WS-SUB-IDX)
                           TO WS-CH-AFTER-WORK
                       PERFORM 2400-RECORD-CHANGE
                   END-IF
               END-IF
           END-PERFORM.

       2250-APPLY-BIRTHP-RULE.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > 2
               IF BGEN-XXXXX-BIRTHP (WS-OCC-IDX, WS-SUB-IDX)
                       = WS-RT-FROM-VALUE (WS-RT-IDX)
                   PERFORM 2300-CHECK-REASON
                   IF WS-REASON-MATCH
                       MOVE "BIRTHP" TO WS-CH-FIELD-WORK
                       MOVE BGEN-XXXXX-BIRTHP (WS-OCC-IDX, WS-SUB-IDX)
                           TO WS-CH-BEFORE-WORK
                       MOVE WS-RT-TO-VALUE (WS-RT-IDX)
                           TO BGEN-XXXXX-BIRTHP (WS-OCC-IDX, WS-SUB-IDX)
                       MOVE WS-RT-TO-VALUE (WS-RT-IDX)
                           TO WS-CH-AFTER-WORK
                       PERFORM 2400-RECORD-CHANGE
                   END-IF
               END-IF
           END-PERFORM.

      *> A RULE WITH NO REASON CODE ALWAYS MATCHES.  OTHERWISE THE
      *> REJECT MUST HAVE BEEN NAK'D UNDER THAT CODE FOR THIS VERY
      *> ENTRY - A REASON WITH NO OCCURRENCE (OR NO SUB-ENTRY)
      *> DIMENSION COVERS THE WHOLE IMAGE (OR OCCURRENCE).
       2300-CHECK-REASON.
           MOVE "N" TO WS-REASON-MATCH-SW
           IF WS-RT-REASON-CODE (WS-RT-IDX) = SPACES
               SET WS-REASON-MATCH TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
                   OR WS-REASON-MATCH
               IF WS-RS-MSGIDA (WS-RS-IDX) = RJ-MSGIDA
                   AND WS-RS-REASON-CODE (WS-RS-IDX)
                       = WS-RT-REASON-CODE (WS-RT-IDX)
                   AND (WS-RS-REASON-OCC (WS-RS-IDX) = 0
                        OR (WS-RS-REASON-OCC (WS-RS-IDX) = WS-OCC-IDX
                            AND (WS-RS-REASON-SUB (WS-RS-IDX) = 0
                                 OR WS-RS-REASON-SUB (WS-RS-IDX)
                                     = WS-SUB-IDX)))
                   SET WS-REASON-MATCH TO TRUE
               END-IF
           END-PERFORM.

       2400-RECORD-CHANGE.
           ADD 1 TO WS-FIELDS-CHANGED
           ADD 1 TO WS-RT-APPLIED (WS-RT-IDX)
           IF WS-CH-COUNT < WS-CH-LIMIT
               ADD 1 TO WS-CH-COUNT
               MOVE WS-RT-RULE-ID (WS-RT-IDX)
                   TO WS-CH-RULE-ID (WS-CH-COUNT)
               MOVE WS-OCC-IDX TO WS-CH-OCC (WS-CH-COUNT)
               MOVE WS-SUB-IDX TO WS-CH-SUB (WS-CH-COUNT)
               MOVE WS-CH-FIELD-WORK TO WS-CH-FIELD (WS-CH-COUNT)
               MOVE WS-CH-BEFORE-WORK TO WS-CH-BEFORE (WS-CH-COUNT)
               MOVE WS-CH-AFTER-WORK TO WS-CH-AFTER (WS-CH-COUNT)
           END-IF.

       2500-REPORT-IMAGE.
           MOVE RJ-MSGIDA TO RL2-MSGIDA
           MOVE MSGID TO RL2-MSGID
           MOVE RJ-STORED-DATE TO RL2-STORED-DATE
           MOVE WS-CH-COUNT TO RL2-CHANGES
           IF WS-DRY-RUN
               MOVE "WOULD BE RESUBMITTED" TO RL2-ACTION
           ELSE
               MOVE "RESUBMITTED" TO RL2-ACTION
           END-IF
           WRITE CORR-RPT-REC FROM WS-RPT-IMAGE-LINE
           PERFORM VARYING WS-CH-IDX FROM 1 BY 1
                   UNTIL WS-CH-IDX > WS-CH-COUNT
               MOVE WS-CH-RULE-ID (WS-CH-IDX) TO RL3-RULE-ID
               MOVE WS-CH-OCC (WS-CH-IDX) TO RL3-OCC
               MOVE WS-CH-SUB (WS-CH-IDX) TO RL3-SUB
               MOVE WS-CH-FIELD (WS-CH-IDX) TO RL3-FIELD
               MOVE WS-CH-BEFORE (WS-CH-IDX) TO RL3-BEFORE
               MOVE WS-CH-AFTER (WS-CH-IDX) TO RL3-AFTER
               WRITE CORR-RPT-REC FROM WS-RPT-CHANGE-LINE
           END-PERFORM.

      *> QUEUE THE CORRECTED IMAGE AND MARK THE STORE ENTRY, THE
      *> SAME TWO STEPS AS CLI9030'S 5000-RESUBMIT-MESSAGE.  THE
      *> STORE RECORD IS STILL THE ONE JUST READ, SO THE REWRITE
      *> NEEDS NO READ-BACK.
       2600-RESUBMIT-IMAGE.
           MOVE WS-CORR-MSG TO RESUBMIT-REC
           WRITE RESUBMIT-REC
           IF WS-RESUB-OUT-STATUS NOT = "00"
               DISPLAY "CLI9240: RESUBMIT WRITE FAILED FOR " RJ-MSGIDA
                   " STATUS=" WS-RESUB-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           SET RJ-STATUS-RESUBMITTED TO TRUE
           MOVE WS-CURR-DATE TO RJ-STATUS-DATE
           MOVE WS-CORR-MSG TO RJ-MESSAGE-IMAGE
           REWRITE CLIRJCT-REC
           IF WS-RJCT-FILE-STATUS NOT = "00"
               DISPLAY "CLI9240: REJECT STORE REWRITE FAILED FOR "
                   RJ-MSGIDA " STATUS=" WS-RJCT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           ADD 1 TO WS-RESUB-WRITTEN.

       9000-TERMINATE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               MOVE SPACES TO WS-RPT-SUMMARY-LINE
               MOVE "RULE      FIELDS CHANGED      " TO RL-SUMM-TEXT
               MOVE WS-RT-RULE-ID (WS-RT-IDX) TO RL-SUMM-TEXT (6:4)
               MOVE WS-RT-APPLIED (WS-RT-IDX) TO RL-SUMM-COUNT
               WRITE CORR-RPT-REC FROM WS-RPT-SUMMARY-LINE
           END-PERFORM

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "RULES LOADED                  " TO RL-SUMM-TEXT
           MOVE WS-RULES-LOADED TO RL-SUMM-COUNT
           WRITE CORR-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "RULE CARDS INVALID            " TO RL-SUMM-TEXT
           MOVE WS-RULES-INVALID TO RL-SUMM-COUNT
           WRITE CORR-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "REASON ENTRIES LOADED         " TO RL-SUMM-TEXT
           MOVE WS-RSN-LOADED TO RL-SUMM-COUNT
           WRITE CORR-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "PENDING REJECTS EXAMINED      " TO RL-SUMM-TEXT
           MOVE WS-PENDING-READ TO RL-SUMM-COUNT
           WRITE CORR-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "OTHER FAMILIES NOT CORRECTED  " TO RL-SUMM-TEXT
           MOVE WS-OTHER-FAMILY-SKIPPED TO RL-SUMM-COUNT
           WRITE CORR-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "IMAGES TOUCHED                " TO RL-SUMM-TEXT
           MOVE WS-IMAGES-TOUCHED TO RL-SUMM-COUNT
           WRITE CORR-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "FIELDS CHANGED                " TO RL-SUMM-TEXT
           MOVE WS-FIELDS-CHANGED TO RL-SUMM-COUNT
           WRITE CORR-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "IMAGES QUEUED TO CLI9000I     " TO RL-SUMM-TEXT
           MOVE WS-RESUB-WRITTEN TO RL-SUMM-COUNT
           WRITE CORR-RPT-REC FROM WS-RPT-SUMMARY-LINE

           IF WS-RJCT-OPEN
               CLOSE REJECT-STORE
           END-IF
           IF WS-RESUB-OPEN
               CLOSE RESUBMIT-OUT
           END-IF
           CLOSE CORR-RPT
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
               DISPLAY "CLI9240: RUN LOG OPEN FAILED STATUS="
                   WS-RUNLOG-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE "CLI9240" TO JL-PROGRAM-ID
               MOVE WS-START-DATE TO JL-PROC-DATE
               MOVE WS-START-DATE TO JL-START-DATE
               MOVE WS-START-TIME TO JL-START-TIME
               MOVE WS-STAMP-DATE TO JL-END-DATE
               MOVE WS-STAMP-TIME TO JL-END-TIME
               MOVE WS-PENDING-READ TO JL-READ-CNT
               MOVE WS-IMAGES-TOUCHED TO JL-CLEAN-CNT
               MOVE WS-RULES-INVALID TO JL-REJECT-CNT
               MOVE WS-RESUB-WRITTEN TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
               WRITE CLIJLOG-REC
               CLOSE RUN-LOG
           END-IF.
