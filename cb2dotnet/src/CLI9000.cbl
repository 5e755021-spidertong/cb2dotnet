      *> POPULATION INSTEAD OF RE-READING THE RAW CLIRTVOI FILE,
      *> REJECTS AND ALL.  ACCEPTED CLTUPD MESSAGES GO TO THEIR OWN
      *> CLEAN FILE BELOW.
      *> OUT-OF-SEQUENCE UPDATES HELD OFF THE CLIENT MASTER, AND
      *> GAPS IN A CLIENT OCCURRENCE'S TRANS-NO2 RUN, FOR THE
      *> SENDING SYSTEM TO CHASE - A FRESH FILE EACH RUN LIKE
      *> CLI9000R, WITH THE SAME RESTART-APPENDS HANDLING.
           SELECT SEQEXC-RPT ASSIGN TO "CLI9000S"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEQRPT-FILE-STATUS.

           SELECT CLEAN-OUT ASSIGN TO "CLI9000C"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLEAN-FILE-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLEAN-UPD-FILE-STATUS.

      *> ONE CLICDCR RECORD PER CLIENT MASTER OCCURRENCE THE POST
      *> PATH ADDED OR ACTUALLY CHANGED - THE RAW MATERIAL CLI9230
      *> WRAPS INTO THE DAILY CHANGE FEED TRANSMISSION.  A FRESH
      *> FILE EACH RUN LIKE THE CLEAN FILES, WITH THE SAME
      *> RESTART-APPENDS HANDLING.
           SELECT CHANGE-OUT ASSIGN TO "CLI9000F"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHANGE-FILE-STATUS.

           SELECT GRPHIST-OUT ASSIGN TO "CLI9000G"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRPHIST-FILE-STATUS.
       FD  ACK-OUT.
           COPY CLIACKR.

       FD  SEQEXC-RPT.
       01  SEQEXC-RPT-REC                      PIC X(132).

       FD  CLEAN-OUT.
       01  CLEAN-OUT-REC                       PIC X(371).

       FD  CLEAN-UPD-OUT.
       01  CLEAN-UPD-OUT-REC                   PIC X(371).

       FD  CHANGE-OUT.
           COPY CLICDCR.

       FD  GRPHIST-OUT.
           COPY CLIGRPH.

           05  WS-RESUB-FILE-STATUS               PIC X(02) VALUE "00".
           05  WS-CLIRTVO-FILE-STATUS             PIC X(02) VALUE "00".
           05  WS-EDITRPT-FILE-STATUS             PIC X(02) VALUE "00".
           05  WS-SEQRPT-FILE-STATUS              PIC X(02) VALUE "00".
           05  WS-GRPHIST-FILE-STATUS             PIC X(02) VALUE "00".
               88  WS-GRPHIST-FILE-OK              VALUE "00".
           05  WS-JOURNAL-FILE-STATUS             PIC X(02) VALUE "00".
               88  WS-CLEAN-FILE-OK                VALUE "00".
           05  WS-CLEAN-UPD-FILE-STATUS           PIC X(02) VALUE "00".
               88  WS-CLEAN-UPD-FILE-OK            VALUE "00".
           05  WS-CHANGE-FILE-STATUS              PIC X(02) VALUE "00".
               88  WS-CHANGE-FILE-OK               VALUE "00".
           05  WS-DUPREG-FILE-STATUS              PIC X(02) VALUE "00".
           05  WS-CLTMST-FILE-STATUS              PIC X(02) VALUE "00".
           05  WS-PARM-FILE-STATUS                PIC X(02) VALUE "00".
           05  WS-MASTER-UPDATED                PIC 9(07) VALUE 0.
           05  WS-TRANS-NO-ERRORS               PIC 9(07) VALUE 0.
           05  WS-GRPREF-ERRORS                 PIC 9(07) VALUE 0.
           05  WS-SEQ-STALE-ERRORS              PIC 9(07) VALUE 0.
           05  WS-SEQ-HELD-MSGS                 PIC 9(07) VALUE 0.
           05  WS-SEQ-GAPS                      PIC 9(07) VALUE 0.
           05  WS-CHANGES-WRITTEN               PIC 9(07) VALUE 0.
           05  WS-CLOSURES-POSTED               PIC 9(07) VALUE 0.
           05  WS-MASTER-CLOSED                 PIC 9(07) VALUE 0.
           05  WS-CLOSURE-ERRORS                PIC 9(07) VALUE 0.
           05  WS-CLOSED-CLIENT-ERRORS          PIC 9(07) VALUE 0.
           05  WS-CLOSURE-HELD-MSGS             PIC 9(07) VALUE 0.
           05  WS-CLOSED-RTV-MSGS               PIC 9(07) VALUE 0.

      *> RECONCILIATION TOTALS FOR THE CLIRTVOI TRANSMISSION ONLY -
      *> THE RESUBMIT QUEUE IS OUR OWN FILE AND CARRIES NO HEADER
           05  WS-MSG-FAMILY-SW                PIC X VALUE "R".
               88  WS-FAMILY-CLTRTV             VALUE "R".
               88  WS-FAMILY-CLTUPD             VALUE "U".
               88  WS-FAMILY-CLTDEL             VALUE "D".
      *> WHAT THE CLIENT MASTER HOLDS FOR THE MESSAGE'S CLIENT, SET
      *> BY 3490 - HOW MANY OCCURRENCES ARE ON FILE AND WHETHER THE
      *> CLIENT HAS BEEN CLOSED (AND WHEN).  WS-CLOSURE-REASON-CNT
      *> COUNTS THE REASONS RAISED AGAINST THE CLIENT'S STATE ON
      *> THE MASTER RATHER THAN THE MESSAGE'S CONTENT (CLNN, NF71)
      *> - NO CORRECTION OF THE MESSAGE CAN CLEAR THOSE.
           05  WS-CLT-OCC-HELD                 PIC 9(01) VALUE 0.
           05  WS-CLT-CLOSED-SW                PIC X VALUE "N".
               88  WS-CLIENT-CLOSED             VALUE "Y".
           05  WS-CLT-CLOSED-DATE              PIC 9(08) VALUE 0.
           05  WS-CLOSURE-REASON-CNT           PIC 9(02) VALUE 0.

      *> REASONS ACCUMULATED FOR THE MESSAGE CURRENTLY UNDER EDIT -
      *> RESET PER MESSAGE AND COPIED INTO THE ACKNOWLEDGMENT RECORD
                   15  WS-ACK-RSN-OCC          PIC 9(01).
                   15  WS-ACK-RSN-SUB          PIC 9(01).

      *> SEQUENCE STATE FOR THE MESSAGE CURRENTLY UNDER EDIT.
      *> WS-SEQ-REASON-CNT COUNTS THE SQNN REASONS AMONG THE
      *> MESSAGE'S ACK REASONS - WHEN THEY ARE THE ONLY ONES, THE
      *> MESSAGE IS STALE RATHER THAN WRONG AND IS HELD INSTEAD OF
      *> STORED FOR CORRECTION.  A GAP FOUND AT EDIT TIME IS ONLY
      *> REPORTED ONCE THE MESSAGE IS ACTUALLY POSTED, SO IT IS
      *> PARKED HERE PER OCCURRENCE UNTIL THEN.
       01  WS-SEQUENCE-FIELDS.
           05  WS-SEQ-REASON-CNT               PIC 9(02) VALUE 0.
           05  WS-SEQ-NEXT-TN2                 PIC S9(06).
           05  WS-SEQ-GAP-ENTRY OCCURS 4.
               10  WS-SEQ-GAP-SW               PIC X(01).
                   88  WS-SEQ-GAP-FOUND         VALUE "Y".
               10  WS-SEQ-GAP-TN1              PIC 9(04).
               10  WS-SEQ-GAP-FROM             PIC S9(06).
               10  WS-SEQ-GAP-THRU             PIC S9(06).

       01  WS-WORK-FIELDS.
           05  WS-OCC-IDX                      PIC 9(01).
           05  WS-OCC-IDX2                     PIC 9(01).
           05  WS-RJ-PRIOR-STATUS-DATE        PIC 9(08).
           05  WS-DAYS-IN-MONTH                PIC 9(02).

      *> CHANGE CAPTURE FOR THE CLIENT MASTER POST.  THE MASTER
      *> ENTRY AS IT STOOD BEFORE THE POST IS KEPT HERE SO EACH FIELD
      *> CAN BE COMPARED WITH WHAT WAS JUST WRITTEN; ONE CHANGED
      *> FIELD AT A TIME IS STAGED IN THE NAME/BEFORE/AFTER FIELDS
      *> AND ADDED TO THE CLICDCR RECORD BY 4810.
       01  WS-CHANGE-CAPTURE-FIELDS.
           05  WS-MST-ADDED-SW                 PIC X VALUE "N".
               88  WS-MST-ADDED                 VALUE "Y".
           05  WS-CDC-NAME                     PIC X(012).
           05  WS-CDC-BEFORE                   PIC X(020).
           05  WS-CDC-AFTER                    PIC X(020).
           05  WS-CDC-EDIT-NUM                 PIC -(8)9.
           05  WS-CDC-EDIT-AMT                 PIC -(5)9.999.
           COPY CLICLTM REPLACING ==CLICLTM-REC== BY ==WS-MST-BEFORE==
               LEADING ==CM-== BY ==CB-==.

      *> WALL-CLOCK START OF THE RUN AND A STAMP WORK AREA FOR THE
      *> RUN-LOG RECORD WRITTEN AT TERMINATION.
       01  WS-RUN-LOG-FIELDS.
               10  FILLER                      PIC X(35)
                   VALUE "CLTUPD WITH NO POPULATED OCCURRENCE".
               10  FILLER                      PIC X(52) VALUE SPACES.
      *> CLTDEL FAULTS, AND ANY MESSAGE REFUSED BECAUSE ITS CLIENT
      *> IS CLOSED ON THE MASTER.  CLOSED= IS ZERO WHERE THE CLIENT
      *> IS NOT CLOSED.
           05  WS-RPT-CLOSURE-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "CLOSURE ** ".
               10  RL16-MSGIDA                 PIC X(30).
               10  FILLER                      PIC X(4) VALUE SPACES.
               10  FILLER                      PIC X(6) VALUE "MSGID=".
               10  RL16-MSGID                  PIC X(10).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  RL16-TEXT                   PIC X(35).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  FILLER                      PIC X(7) VALUE "CLOSED=".
               10  RL16-CLOSED-DATE            PIC 9(008).
               10  FILLER                      PIC X(17) VALUE SPACES.
           05  WS-RPT-UNKNOWN-TYPE-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "MSGID   ** ".
                                   VALUE "MSGID=     ".
               10  RL4-MSGID                   PIC X(10).
               10  FILLER                      PIC X(66) VALUE SPACES.
           05  WS-RPT-SEQ-HDR1.
               10  FILLER                      PIC X(29)
                                   VALUE "CLI9000 SEQUENCE EXCEPTIONS  ".
               10  FILLER                      PIC X(103) VALUE SPACES.
           05  WS-RPT-STALE-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "STALE   ** ".
               10  RL14-MSGIDA                 PIC X(30).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  FILLER                      PIC X(4) VALUE "OCC=".
               10  RL14-OCC-IDX                PIC 9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  FILLER                      PIC X(7) VALUE "MASTER=".
               10  RL14-MST-TN1                PIC ZZZ9.
               10  FILLER                      PIC X(1) VALUE "/".
               10  RL14-MST-TN2                PIC -(5)9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  FILLER                      PIC X(9) VALUE "INCOMING=".
               10  RL14-INC-TN1                PIC ZZZ9.
               10  FILLER                      PIC X(1) VALUE "/".
               10  RL14-INC-TN2                PIC -(5)9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  FILLER                      PIC X(7) VALUE "POSTED=".
               10  RL14-MST-DATE               PIC 9(008).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  FILLER                      PIC X(6) VALUE "MSGID=".
               10  RL14-MSGID                  PIC X(10).
               10  FILLER                      PIC X(5) VALUE SPACES.
           05  WS-RPT-SEQ-GAP-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "SEQGAP  ** ".
               10  RL15-MSGIDA                 PIC X(30).
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  FILLER                      PIC X(4) VALUE "OCC=".
               10  RL15-OCC-IDX                PIC 9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  FILLER                      PIC X(10)
                                   VALUE "TRANS-NO1=".
               10  RL15-TN1                    PIC ZZZ9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  FILLER                      PIC X(18)
                                   VALUE "TRANS-NO2 MISSING ".
               10  RL15-GAP-FROM               PIC -(5)9.
               10  FILLER                      PIC X(6) VALUE " THRU ".
               10  RL15-GAP-THRU               PIC -(5)9.
               10  FILLER                      PIC X(2) VALUE SPACES.
               10  FILLER                      PIC X(6) VALUE "COUNT=".
               10  RL15-GAP-CNT                PIC ZZZZZ9.
               10  FILLER                      PIC X(16) VALUE SPACES.
           05  WS-RPT-PARM-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "PARM    ** ".
           MOVE WS-CHECKPOINT-INTERVAL TO RL12-PARM-VALUE
           WRITE EDIT-RPT-REC FROM WS-RPT-PARM-LINE
           PERFORM 1240-OPEN-ACK-OUT
           PERFORM 1245-OPEN-SEQEXC-RPT
           PERFORM 1250-OPEN-CLEAN-OUT
           PERFORM 1255-OPEN-CLEAN-UPD-OUT
           PERFORM 1257-OPEN-CHANGE-OUT
           PERFORM 1210-OPEN-GRPHIST-OUT
           PERFORM 1220-OPEN-CHECKPOINT-FILE
           PERFORM 1230-OPEN-JOURNAL-OUT
               OPEN OUTPUT ACK-OUT
           END-IF.

      *> THE SEQUENCE-EXCEPTION REPORT FOLLOWS CLI9000R: FRESH EACH
      *> RUN, APPENDED TO ON A RESTART.
       1245-OPEN-SEQEXC-RPT.
           IF WS-RESTART-SEQ > 0
               OPEN EXTEND SEQEXC-RPT
           ELSE
               OPEN OUTPUT SEQEXC-RPT
               WRITE SEQEXC-RPT-REC FROM WS-RPT-SEQ-HDR1
           END-IF.

      *> THE CLEAN-MESSAGE FILE IS A FRESH FILE EACH RUN, LIKE THE
      *> REPORT AND THE ACKNOWLEDGMENT FILE - DOWNSTREAM JOBS CONSUME
      *> IT PER DAY - WITH THE SAME RESTART-APPENDS-TO-PARTIAL-FILE
               OPEN OUTPUT CLEAN-UPD-OUT
           END-IF.

      *> THE CHANGE FILE IS A FRESH FILE EACH RUN LIKE THE CLEAN
      *> FILES ABOVE - CLI9230 TRANSMITS IT PER DAY - WITH THE SAME
      *> RESTART-APPENDS-TO-PARTIAL-FILE HANDLING.  A RESTART NEVER
      *> RE-POSTS A COMMITTED MESSAGE, SO NO CHANGE IS CAPTURED
      *> TWICE.
       1257-OPEN-CHANGE-OUT.
           IF WS-RESTART-SEQ > 0
               OPEN EXTEND CHANGE-OUT
           ELSE
               OPEN OUTPUT CHANGE-OUT
           END-IF.

       1210-OPEN-GRPHIST-OUT.
           OPEN EXTEND GRPHIST-OUT
           IF WS-GRPHIST-FILE-STATUS = "35"
      *> CORRECTING A REJECT LEGITIMATELY RE-PRESENTS ITS MSGIDA.
      *> SO IS A RUN WHOSE HEADER CARRIES THE CLI9060 REPLAY FLAG -
      *> REPROCESSING PREVIOUSLY ACCEPTED MESSAGES IS THE WHOLE
      *> POINT OF A REPLAY.  A CLTDEL CLOSURE NECESSARILY CARRIES
      *> THE MSGIDA OF A CLIENT ALREADY ACCEPTED, SO IT IS EXEMPT
      *> TOO - A CLOSURE SENT TWICE IS CAUGHT BY ITS OWN
      *> ALREADY-CLOSED EDIT (CL71) INSTEAD.
       3020-CHECK-CROSS-RUN-DUPLICATE.
           MOVE "N" TO WS-MSG-DUPLICATE-SW
           IF NOT WS-RESUB-PATH
               AND NOT WS-REPLAY-RUN
               AND MSGID (1:6) NOT = "CLTDEL"
               MOVE MSGIDA TO DR-MSGIDA
               READ MSGID-REGISTER
                   INVALID KEY
      *> REJECT STORE AND THE MSGIDA REGISTER, WITH THE SAME
      *> CREATE-IF-MISSING HANDLING ON THE FIRST-EVER RUN.  IT IS
      *> MAINTAINED AT POST TIME, SO AN OPEN FAILURE IS REFUSED UP
      *> FRONT RATHER THAN DISCOVERED AT THE FIRST ACCEPTED MESSAGE
      *> - IN PARTICULAR A MASTER STILL ON THE RECORD LAYOUT FROM
      *> BEFORE THE CLOSED STATUS WAS ADDED TO CLICLTM, WHICH MUST
      *> BE CONVERTED BY CLI9260 (STATUS "O", CLOSED DATE ZERO)
      *> FIRST.
       1280-OPEN-CLIENT-MASTER.
           OPEN I-O CLIENT-MASTER
           IF WS-CLTMST-FILE-STATUS = "35"
           IF WS-CLTMST-FILE-STATUS NOT = "00"
               DISPLAY "CLI9000: CLIENT MASTER OPEN FAILED STATUS="
                   WS-CLTMST-FILE-STATUS
                   " - MASTER NOT ON CURRENT CLICLTM LAYOUT?"
                   " RUN CLI9260 TO CONVERT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           SET WS-MSG-VALID TO TRUE
           SET WS-MSG-KNOWN-TYPE TO TRUE
           MOVE 0 TO WS-ACK-REASON-CNT
           MOVE 0 TO WS-SEQ-REASON-CNT
           MOVE 0 TO WS-CLOSURE-REASON-CNT
           MOVE "N" TO WS-CLT-CLOSED-SW
           PERFORM 3050-DISPATCH-MESSAGE.

       3050-DISPATCH-MESSAGE.
      *> MESSAGE TYPE IS ADDED HERE AS ANOTHER WHEN, WITH ITS OWN
      *> EDIT PARAGRAPHS AND, IF IT NEEDS THEM, ITS OWN TARGET
      *> FILES - WITHOUT TOUCHING THE PATHS ALREADY ONBOARDED.
      *> THE "CLTDEL" CLIENT-CLOSURE FAMILY NAMES ITS CLIENT BY
      *> MSGIDA ALONE AND CARRIES NO OCCURRENCE DATA; IT HAS NO
      *> CLEAN FILE OF ITS OWN - AN ACCEPTED CLOSURE IS CARRIED BY
      *> ITS ACK, THE CLOSED STATUS ON THE MASTER AND THE CHANGE
      *> FEED.  A CLOSED CLIENT'S MASTER ENTRIES ARE FROZEN: AN
      *> UPDATE TO ONE IS REFUSED, AND A RETRIEVE OF ONE IS
      *> ACCEPTED (CLI9120 ANSWERS IT AS CLOSED) BUT POSTS NOTHING,
      *> SO NEITHER IS SEQUENCE-CHECKED AGAINST THE FROZEN ENTRIES.
           MOVE MSGID (1:6) TO WS-MSGID-PREFIX
           EVALUATE WS-MSGID-PREFIX
               WHEN "CLTRTV"
                   PERFORM 3350-CHECK-GROUP-COMBINATION
                   PERFORM 3370-CHECK-GROUP-REFERENCE
                   PERFORM 3380-CHECK-TRANS-NO
                   PERFORM 3490-LOOK-UP-CLIENT-STATUS
                   IF NOT WS-CLIENT-CLOSED
                       PERFORM 3460-CHECK-TRANS-SEQUENCE
                   END-IF
               WHEN "CLTUPD"
                   SET WS-FAMILY-CLTUPD TO TRUE
                   MOVE "51" TO WS-ACK-FAMILY-SUFFIX
                   PERFORM 3370-CHECK-GROUP-REFERENCE
                   PERFORM 3380-CHECK-TRANS-NO
                   PERFORM 3450-CHECK-UPDATE-POPULATED
                   PERFORM 3490-LOOK-UP-CLIENT-STATUS
                   IF WS-CLIENT-CLOSED
                       PERFORM 3485-REJECT-CLOSED-CLIENT
                   ELSE
                       PERFORM 3460-CHECK-TRANS-SEQUENCE
                   END-IF
               WHEN "CLTDEL"
                   SET WS-FAMILY-CLTDEL TO TRUE
                   MOVE "71" TO WS-ACK-FAMILY-SUFFIX
                   PERFORM 3100-CHECK-MSGCNT
                   PERFORM 3480-CHECK-CLOSURE
               WHEN OTHER
                   PERFORM 3400-REJECT-UNKNOWN-TYPE
           END-EVALUATE.
               PERFORM 3500-ADD-ACK-REASON
           END-IF.

      *> THE SENDER NUMBERS EACH CLIENT OCCURRENCE'S UPDATES WITH
      *> THE TRANS-NO1/TRANS-NO2 PAIR - TRANS-NO1 THE MAJOR PART,
      *> TRANS-NO2 THE RUNNING NUMBER WITHIN IT.  A MESSAGE THAT
      *> ARRIVES CARRYING AN OLDER PAIR THAN THE ONE ALREADY ON
      *> THE CLIENT MASTER (A DELAYED RETRY OVERTAKEN BY A LATER
      *> UPDATE, OR AN OLD MESSAGE RESENT) WOULD ROLL THE CLIENT
      *> BACKWARDS IF POSTED, SO IT IS NAK'D UNDER ITS OWN REASON
      *> AND HELD OFF THE MASTER.  AN EQUAL PAIR IS A RE-SEND OF
      *> WHAT IS ALREADY POSTED, NOT A STALE ONE, AND PASSES.
      *> TRANS-NO FIELDS THAT FAILED 3380 CARRY NO USABLE NUMBER
      *> AND ARE LEFT TO THAT EDIT; AN OCCURRENCE NOT YET ON THE
      *> MASTER HAS NOTHING TO BE OUT OF SEQUENCE WITH.
       3460-CHECK-TRANS-SEQUENCE.
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                   UNTIL WS-OCC-IDX > 4
               MOVE "N" TO WS-SEQ-GAP-SW (WS-OCC-IDX)
               IF BGEN-XXXXX-ADDRTYPE (WS-OCC-IDX) NOT = SPACES
                   AND BGEN-XXXXX-ADDRTYPE (WS-OCC-IDX) NOT = LOW-VALUES
                   AND BGEN-XXXXX-TRANS-NO1 (WS-OCC-IDX) NUMERIC
                   AND BGEN-XXXXX-TRANS-NO2 (WS-OCC-IDX) NUMERIC
                   PERFORM 3465-CHECK-ONE-SEQUENCE
               END-IF
           END-PERFORM.

       3465-CHECK-ONE-SEQUENCE.
           MOVE MSGIDA TO CM-MSGIDA
           MOVE WS-OCC-IDX TO CM-BGEN-OCC-IDX
           READ CLIENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BGEN-XXXXX-TRANS-NO1 (WS-OCC-IDX) < CM-TRANS-NO1
                       OR (BGEN-XXXXX-TRANS-NO1 (WS-OCC-IDX)
                               = CM-TRANS-NO1
                           AND BGEN-XXXXX-TRANS-NO2 (WS-OCC-IDX)
                               < CM-TRANS-NO2)
                       PERFORM 3470-REPORT-STALE-UPDATE
                   ELSE
      *> IN SEQUENCE - BUT A JUMP IN TRANS-NO2 UNDER THE SAME
      *> TRANS-NO1 MEANS UPDATES IN BETWEEN NEVER ARRIVED.  THE
      *> MESSAGE IS STILL GOOD; THE GAP IS PARKED FOR 4750.
                       COMPUTE WS-SEQ-NEXT-TN2 = CM-TRANS-NO2 + 1
                       IF BGEN-XXXXX-TRANS-NO1 (WS-OCC-IDX)
                               = CM-TRANS-NO1
                           AND BGEN-XXXXX-TRANS-NO2 (WS-OCC-IDX)
                               > WS-SEQ-NEXT-TN2
                           SET WS-SEQ-GAP-FOUND (WS-OCC-IDX) TO TRUE
                           MOVE CM-TRANS-NO1
                               TO WS-SEQ-GAP-TN1 (WS-OCC-IDX)
                           MOVE WS-SEQ-NEXT-TN2
                               TO WS-SEQ-GAP-FROM (WS-OCC-IDX)
                           COMPUTE WS-SEQ-GAP-THRU (WS-OCC-IDX) =
                               BGEN-XXXXX-TRANS-NO2 (WS-OCC-IDX) - 1
                       END-IF
                   END-IF
           END-READ.

       3470-REPORT-STALE-UPDATE.
           ADD 1 TO WS-SEQ-STALE-ERRORS
           ADD 1 TO WS-SEQ-REASON-CNT
           SET WS-MSG-INVALID TO TRUE
           MOVE MSGIDA TO RL14-MSGIDA
           MOVE WS-OCC-IDX TO RL14-OCC-IDX
           MOVE CM-TRANS-NO1 TO RL14-MST-TN1
           MOVE CM-TRANS-NO2 TO RL14-MST-TN2
           MOVE BGEN-XXXXX-TRANS-NO1 (WS-OCC-IDX) TO RL14-INC-TN1
           MOVE BGEN-XXXXX-TRANS-NO2 (WS-OCC-IDX) TO RL14-INC-TN2
           MOVE CM-LAST-UPDATED-DATE TO RL14-MST-DATE
           MOVE MSGID TO RL14-MSGID
           WRITE EDIT-RPT-REC FROM WS-RPT-STALE-LINE
           WRITE SEQEXC-RPT-REC FROM WS-RPT-STALE-LINE
           MOVE "SQ" TO WS-ACK-CODE (1:2)
           MOVE WS-ACK-FAMILY-SUFFIX TO WS-ACK-CODE (3:2)
           MOVE WS-OCC-IDX TO WS-ACK-OCC
           MOVE 0 TO WS-ACK-SUB
           PERFORM 3500-ADD-ACK-REASON.

      *> A CLOSURE NAMES ITS CLIENT AND NOTHING ELSE - OCCURRENCE
      *> DATA ON ONE IS A SENDER-SIDE ASSEMBLY FAULT, THE MIRROR OF
      *> AN EMPTY CLTUPD.  THE CLIENT MUST HAVE SOMETHING ON THE
      *> MASTER TO CLOSE, AND MUST NOT BE CLOSED ALREADY.
       3480-CHECK-CLOSURE.
           MOVE 0 TO WS-ACTUAL-CNT
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                   UNTIL WS-OCC-IDX > 4
               IF BGEN-XXXXX-ADDRTYPE (WS-OCC-IDX) NOT = SPACES
                   AND BGEN-XXXXX-ADDRTYPE (WS-OCC-IDX) NOT = LOW-VALUES
                   ADD 1 TO WS-ACTUAL-CNT
               END-IF
           END-PERFORM
           IF WS-ACTUAL-CNT > 0
               ADD 1 TO WS-CLOSURE-ERRORS
               MOVE "CLOSURE CARRIES OCCURRENCE DATA" TO RL16-TEXT
               MOVE "OD71" TO WS-ACK-CODE
               PERFORM 3487-REPORT-CLOSURE-FAULT
           END-IF
           PERFORM 3490-LOOK-UP-CLIENT-STATUS
           EVALUATE TRUE
               WHEN WS-CLT-OCC-HELD = 0
                   ADD 1 TO WS-CLOSURE-ERRORS
                   ADD 1 TO WS-CLOSURE-REASON-CNT
                   MOVE "CLIENT NOT ON MASTER - NOTHING TO CLOSE"
                       TO RL16-TEXT
                   MOVE "NF71" TO WS-ACK-CODE
                   PERFORM 3487-REPORT-CLOSURE-FAULT
               WHEN WS-CLIENT-CLOSED
                   ADD 1 TO WS-CLOSED-CLIENT-ERRORS
                   ADD 1 TO WS-CLOSURE-REASON-CNT
                   MOVE "CLIENT ALREADY CLOSED" TO RL16-TEXT
                   MOVE "CL71" TO WS-ACK-CODE
                   PERFORM 3487-REPORT-CLOSURE-FAULT
           END-EVALUATE.

      *> AN UPDATE TO A CLIENT THE SENDER HAS ALREADY CLOSED.
       3485-REJECT-CLOSED-CLIENT.
           ADD 1 TO WS-CLOSED-CLIENT-ERRORS
           ADD 1 TO WS-CLOSURE-REASON-CNT
           MOVE "UPDATE FOR A CLOSED CLIENT" TO RL16-TEXT
           MOVE "CL" TO WS-ACK-CODE (1:2)
           MOVE WS-ACK-FAMILY-SUFFIX TO WS-ACK-CODE (3:2)
           PERFORM 3487-REPORT-CLOSURE-FAULT.

      *> THE CALLER SETS THE REPORT TEXT AND THE REASON CODE; NONE
      *> OF THESE REASONS HAS AN OCCURRENCE DIMENSION.
       3487-REPORT-CLOSURE-FAULT.
           SET WS-MSG-INVALID TO TRUE
           MOVE MSGIDA TO RL16-MSGIDA
           MOVE MSGID TO RL16-MSGID
           MOVE WS-CLT-CLOSED-DATE TO RL16-CLOSED-DATE
           WRITE EDIT-RPT-REC FROM WS-RPT-CLOSURE-LINE
           MOVE 0 TO WS-ACK-OCC
           MOVE 0 TO WS-ACK-SUB
           PERFORM 3500-ADD-ACK-REASON.

      *> WHAT THE MASTER HOLDS FOR THIS MESSAGE'S CLIENT.  A
      *> CLOSURE MARKS EVERY OCCURRENCE TOGETHER, SO ANY ONE CLOSED
      *> OCCURRENCE MEANS A CLOSED CLIENT.
       3490-LOOK-UP-CLIENT-STATUS.
           MOVE 0 TO WS-CLT-OCC-HELD
           MOVE "N" TO WS-CLT-CLOSED-SW
           MOVE 0 TO WS-CLT-CLOSED-DATE
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                   UNTIL WS-OCC-IDX > 4
               MOVE MSGIDA TO CM-MSGIDA
               MOVE WS-OCC-IDX TO CM-BGEN-OCC-IDX
               READ CLIENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CLT-OCC-HELD
                       IF CM-CLIENT-CLOSED
                           SET WS-CLIENT-CLOSED TO TRUE
                           MOVE CM-CLOSED-DATE TO WS-CLT-CLOSED-DATE
                       END-IF
               END-READ
           END-PERFORM.

       3400-REJECT-UNKNOWN-TYPE.
      *> NO EDIT SET IS ONBOARDED YET FOR THIS MSGID - REJECT RATHER
      *> THAN RUNNING CLTRTV EDITS AGAINST A MESSAGE SHAPE THEY
           PERFORM 4300-WRITE-ACKNOWLEDGMENT
           IF WS-MSG-VALID
               ADD 1 TO WS-MSG-CLEAN
               PERFORM 4600-REGISTER-ACCEPTED-MSGIDA
               EVALUATE TRUE
                   WHEN WS-FAMILY-CLTDEL
                       PERFORM 4900-CLOSE-CLIENT-MASTER
                   WHEN WS-CLIENT-CLOSED
                       ADD 1 TO WS-CLOSED-RTV-MSGS
                       PERFORM 4500-WRITE-CLEAN-MESSAGE
                   WHEN OTHER
                       PERFORM 4500-WRITE-CLEAN-MESSAGE
                       PERFORM 4700-UPDATE-CLIENT-MASTER
               END-EVALUATE
           ELSE
               ADD 1 TO WS-MSG-REJECTED
      *> A MESSAGE WHOSE ONLY FAULT IS BEING OUT OF SEQUENCE HAS
      *> NOTHING IN IT TO CORRECT - ANY RESUBMISSION WOULD STILL BE
      *> OLDER THAN THE MASTER.  LIKE A DUPLICATE, IT STAYS OUT OF
      *> THE REJECT STORE; CLI9000S AND THE JOURNAL CARRY IT.  SO
      *> DOES ANY MESSAGE REFUSED FOR ITS CLIENT'S STATE ON THE
      *> MASTER - CLOSED, OR NOT THERE TO CLOSE - WHATEVER ELSE IS
      *> WRONG WITH IT, SINCE NO CORRECTION COULD GET IT POSTED.
               EVALUATE TRUE
                   WHEN WS-CLOSURE-REASON-CNT > 0
                       ADD 1 TO WS-CLOSURE-HELD-MSGS
                   WHEN WS-SEQ-REASON-CNT > 0
                       AND WS-SEQ-REASON-CNT = WS-ACK-REASON-CNT
                       ADD 1 TO WS-SEQ-HELD-MSGS
                   WHEN OTHER
                       PERFORM 4400-WRITE-REJECT-STORE
               END-EVALUATE
           END-IF.

       4500-WRITE-CLEAN-MESSAGE.
               IF BGEN-XXXXX-ADDRTYPE (WS-OCC-IDX) NOT = SPACES
                   AND BGEN-XXXXX-ADDRTYPE (WS-OCC-IDX) NOT = LOW-VALUES
                   PERFORM 4710-POST-ONE-MASTER-ENTRY
                   IF WS-SEQ-GAP-FOUND (WS-OCC-IDX)
                       PERFORM 4750-REPORT-SEQUENCE-GAP
                   END-IF
               END-IF
           END-PERFORM.

      *> THE ENTRY AS HELD BEFORE THE REWRITE IS KEPT FOR THE
      *> CHANGE CAPTURE IN 4800.  FOR A NEW OCCURRENCE THERE IS NO
      *> PRIOR ENTRY - THE BEFORE AREA SIMPLY MIRRORS THE NEW ONE.
       4710-POST-ONE-MASTER-ENTRY.
           PERFORM 4720-BUILD-MASTER-ENTRY
           SET CM-CLIENT-OPEN TO TRUE
           MOVE 0 TO CM-CLOSED-DATE
           SET WS-MST-ADDED TO TRUE
           MOVE CLICLTM-REC TO WS-MST-BEFORE
           WRITE CLICLTM-REC
           IF WS-CLTMST-FILE-STATUS = "22"
               MOVE "N" TO WS-MST-ADDED-SW
               MOVE MSGIDA TO CM-MSGIDA
               MOVE WS-OCC-IDX TO CM-BGEN-OCC-IDX
               READ CLIENT-MASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               MOVE CLICLTM-REC TO WS-MST-BEFORE
               PERFORM 4720-BUILD-MASTER-ENTRY
               REWRITE CLICLTM-REC
           END-IF
           IF WS-CLTMST-FILE-STATUS = "00"
               ADD 1 TO WS-MASTER-UPDATED
               PERFORM 4800-CAPTURE-MASTER-CHANGE
           ELSE
               DISPLAY "CLI9000: CLIENT MASTER UPDATE FAILED FOR "
                   MSGIDA " STATUS=" WS-CLTMST-FILE-STATUS
           MOVE WS-PROC-DATE TO CM-LAST-UPDATED-DATE
           MOVE WS-CURR-TIME TO CM-LAST-UPDATED-TIME.

      *> COMPARE THE ENTRY JUST POSTED WITH THE ONE IT REPLACED AND
      *> WRITE ONE CHANGE RECORD CARRYING ONLY THE FIELDS THAT
      *> DIFFER.  THE LAST-UPDATED STAMP IS NOT CONTENT - A RE-SEND
      *> OF VALUES ALREADY HELD MOVES ONLY THE STAMP, SO IT FINDS
      *> NOTHING HERE AND WRITES NO RECORD.  A NEW OCCURRENCE
      *> CARRIES EVERY FIELD.
       4800-CAPTURE-MASTER-CHANGE.
           MOVE SPACES TO CLICDC-REC
           MOVE MSGIDA TO CD-MSGIDA
           MOVE WS-OCC-IDX TO CD-BGEN-OCC-IDX
           MOVE WS-PROC-DATE TO CD-BUSINESS-DATE
           MOVE WS-CURR-TIME TO CD-POST-TIME
           MOVE MSGID TO CD-MSGID
           EVALUATE TRUE
               WHEN WS-MST-ADDED
                   SET CD-OCCURRENCE-ADDED TO TRUE
               WHEN CM-CLIENT-CLOSED
                   AND NOT CB-CLIENT-CLOSED
                   SET CD-OCCURRENCE-CLOSED TO TRUE
               WHEN OTHER
                   SET CD-OCCURRENCE-CHANGED TO TRUE
           END-EVALUATE
           MOVE 0 TO CD-FIELD-COUNT

           IF WS-MST-ADDED
               OR CM-ADDRTYPE NOT = CB-ADDRTYPE
               MOVE "ADDRTYPE" TO WS-CDC-NAME
               MOVE CB-ADDRTYPE TO WS-CDC-BEFORE
               MOVE CM-ADDRTYPE TO WS-CDC-AFTER
               PERFORM 4810-ADD-CHANGED-FIELD
           END-IF
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > 2
               IF WS-MST-ADDED
                   OR CM-BIRTHP (WS-BP-IDX) NOT = CB-BIRTHP (WS-BP-IDX)
                   MOVE "BIRTHP-" TO WS-CDC-NAME
                   MOVE WS-BP-IDX TO WS-CDC-NAME (8:1)
                   MOVE CB-BIRTHP (WS-BP-IDX) TO WS-CDC-BEFORE
                   MOVE CM-BIRTHP (WS-BP-IDX) TO WS-CDC-AFTER
                   PERFORM 4810-ADD-CHANGED-FIELD
               END-IF
           END-PERFORM
           IF WS-MST-ADDED
               OR CM-CLTDOBX NOT = CB-CLTDOBX
               MOVE "CLTDOBX" TO WS-CDC-NAME
               MOVE CB-CLTDOBX TO WS-CDC-BEFORE
               MOVE CM-CLTDOBX TO WS-CDC-AFTER
               PERFORM 4810-ADD-CHANGED-FIELD
           END-IF
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 3
               IF WS-MST-ADDED
                   OR CM-GROUP01 (WS-GRP-IDX)
                       NOT = CB-GROUP01 (WS-GRP-IDX)
                   MOVE "GROUP01-" TO WS-CDC-NAME
                   MOVE WS-GRP-IDX TO WS-CDC-NAME (9:1)
                   MOVE CB-GROUP01 (WS-GRP-IDX) TO WS-CDC-BEFORE
                   MOVE CM-GROUP01 (WS-GRP-IDX) TO WS-CDC-AFTER
                   PERFORM 4810-ADD-CHANGED-FIELD
               END-IF
               IF WS-MST-ADDED
                   OR CM-GROUP02 (WS-GRP-IDX)
                       NOT = CB-GROUP02 (WS-GRP-IDX)
                   MOVE "GROUP02-" TO WS-CDC-NAME
                   MOVE WS-GRP-IDX TO WS-CDC-NAME (9:1)
                   MOVE CB-GROUP02 (WS-GRP-IDX) TO WS-CDC-EDIT-NUM
                   MOVE WS-CDC-EDIT-NUM TO WS-CDC-BEFORE
                   MOVE CM-GROUP02 (WS-GRP-IDX) TO WS-CDC-EDIT-NUM
                   MOVE WS-CDC-EDIT-NUM TO WS-CDC-AFTER
                   PERFORM 4810-ADD-CHANGED-FIELD
               END-IF
           END-PERFORM
           IF WS-MST-ADDED
               OR CM-TRANS-NO1 NOT = CB-TRANS-NO1
               MOVE "TRANS-NO1" TO WS-CDC-NAME
               MOVE CB-TRANS-NO1 TO WS-CDC-EDIT-NUM
               MOVE WS-CDC-EDIT-NUM TO WS-CDC-BEFORE
               MOVE CM-TRANS-NO1 TO WS-CDC-EDIT-NUM
               MOVE WS-CDC-EDIT-NUM TO WS-CDC-AFTER
               PERFORM 4810-ADD-CHANGED-FIELD
           END-IF
           IF WS-MST-ADDED
               OR CM-TRANS-NO2 NOT = CB-TRANS-NO2
               MOVE "TRANS-NO2" TO WS-CDC-NAME
               MOVE CB-TRANS-NO2 TO WS-CDC-EDIT-NUM
               MOVE WS-CDC-EDIT-NUM TO WS-CDC-BEFORE
               MOVE CM-TRANS-NO2 TO WS-CDC-EDIT-NUM
               MOVE WS-CDC-EDIT-NUM TO WS-CDC-AFTER
               PERFORM 4810-ADD-CHANGED-FIELD
           END-IF
           IF WS-MST-ADDED
               OR CM-TRANS-NO3 NOT = CB-TRANS-NO3
               MOVE "TRANS-NO3" TO WS-CDC-NAME
               MOVE CB-TRANS-NO3 TO WS-CDC-EDIT-AMT
               MOVE WS-CDC-EDIT-AMT TO WS-CDC-BEFORE
               MOVE CM-TRANS-NO3 TO WS-CDC-EDIT-AMT
               MOVE WS-CDC-EDIT-AMT TO WS-CDC-AFTER
               PERFORM 4810-ADD-CHANGED-FIELD
           END-IF
      *> A NEW OCCURRENCE IS ALWAYS OPEN, SO ONLY A CLOSURE MOVES
      *> THE STATUS FIELDS.
           IF NOT WS-MST-ADDED
               AND CM-CLIENT-CLOSED
               AND NOT CB-CLIENT-CLOSED
               MOVE "STATUS" TO WS-CDC-NAME
               MOVE "OPEN" TO WS-CDC-BEFORE
               MOVE "CLOSED" TO WS-CDC-AFTER
               PERFORM 4810-ADD-CHANGED-FIELD
           END-IF
           IF NOT WS-MST-ADDED
               AND CM-CLOSED-DATE NOT = CB-CLOSED-DATE
               MOVE "CLOSED-DATE" TO WS-CDC-NAME
               MOVE CB-CLOSED-DATE TO WS-CDC-BEFORE
               MOVE CM-CLOSED-DATE TO WS-CDC-AFTER
               PERFORM 4810-ADD-CHANGED-FIELD
           END-IF

           IF CD-FIELD-COUNT > 0
               WRITE CLICDC-REC
               IF WS-CHANGE-FILE-OK
                   ADD 1 TO WS-CHANGES-WRITTEN
               ELSE
                   DISPLAY "CLI9000: CHANGE RECORD WRITE FAILED FOR "
                       MSGIDA " STATUS=" WS-CHANGE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE
                   STOP RUN
               END-IF
           END-IF.

      *> AN ADD HAS NO BEFORE VALUE TO SHOW.
       4810-ADD-CHANGED-FIELD.
           ADD 1 TO CD-FIELD-COUNT
           MOVE WS-CDC-NAME TO CD-FIELD-NAME (CD-FIELD-COUNT)
           IF WS-MST-ADDED
               MOVE SPACES TO CD-BEFORE-VALUE (CD-FIELD-COUNT)
           ELSE
               MOVE WS-CDC-BEFORE TO CD-BEFORE-VALUE (CD-FIELD-COUNT)
           END-IF
           MOVE WS-CDC-AFTER TO CD-AFTER-VALUE (CD-FIELD-COUNT).

      *> AN ACCEPTED CLOSURE MARKS EVERY OCCURRENCE THE CLIENT HOLDS
      *> CLOSED UNDER THE BUSINESS DATE, KEEPING THE VALUES LAST
      *> ACCEPTED - NOTHING IS DELETED.  CM-CLOSED-DATE RECORDS
      *> THE CLOSURE; THE LAST-UPDATED STAMP IS LEFT ON THE LAST
      *> CONTENT POST, WHICH CLI9160 RECONCILES HISTORY AGAINST.
      *> EDIT HAS ALREADY PROVED THE CLIENT IS ON THE MASTER AND
      *> STILL OPEN.  EACH CLOSED OCCURRENCE GOES OUT ON THE CHANGE
      *> FEED LIKE ANY OTHER MASTER CHANGE.
       4900-CLOSE-CLIENT-MASTER.
           ADD 1 TO WS-CLOSURES-POSTED
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                   UNTIL WS-OCC-IDX > 4
               MOVE MSGIDA TO CM-MSGIDA
               MOVE WS-OCC-IDX TO CM-BGEN-OCC-IDX
               READ CLIENT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4910-CLOSE-ONE-MASTER-ENTRY
               END-READ
           END-PERFORM.

       4910-CLOSE-ONE-MASTER-ENTRY.
           MOVE "N" TO WS-MST-ADDED-SW
           MOVE CLICLTM-REC TO WS-MST-BEFORE
           SET CM-CLIENT-CLOSED TO TRUE
           MOVE WS-PROC-DATE TO CM-CLOSED-DATE
           REWRITE CLICLTM-REC
           IF WS-CLTMST-FILE-STATUS = "00"
               ADD 1 TO WS-MASTER-CLOSED
               PERFORM 4800-CAPTURE-MASTER-CHANGE
           ELSE
               DISPLAY "CLI9000: CLIENT MASTER CLOSURE FAILED FOR "
                   MSGIDA " STATUS=" WS-CLTMST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.

      *> THE TRANS-NO2 NUMBERS SKIPPED BETWEEN WHAT THE MASTER HELD
      *> AND WHAT THIS MESSAGE POSTED - UPDATES THE SENDER NUMBERED
      *> BUT THIS SYSTEM NEVER RECEIVED.
       4750-REPORT-SEQUENCE-GAP.
           ADD 1 TO WS-SEQ-GAPS
           MOVE MSGIDA TO RL15-MSGIDA
           MOVE WS-OCC-IDX TO RL15-OCC-IDX
           MOVE WS-SEQ-GAP-TN1 (WS-OCC-IDX) TO RL15-TN1
           MOVE WS-SEQ-GAP-FROM (WS-OCC-IDX) TO RL15-GAP-FROM
           MOVE WS-SEQ-GAP-THRU (WS-OCC-IDX) TO RL15-GAP-THRU
           COMPUTE RL15-GAP-CNT = WS-SEQ-GAP-THRU (WS-OCC-IDX)
               - WS-SEQ-GAP-FROM (WS-OCC-IDX) + 1
           WRITE SEQEXC-RPT-REC FROM WS-RPT-SEQ-GAP-LINE.

       4400-WRITE-REJECT-STORE.
      *> STASH THE FULL AS-RECEIVED IMAGE OF A REJECTED MESSAGE,
      *> KEYED BY MSGIDA, SO CLI9030 CAN PULL IT UP FOR ONLINE
           MOVE WS-GRPREF-ERRORS TO RL-SUMM-COUNT
           WRITE EDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "OUT-OF-SEQUENCE OCCURRENCES   " TO RL-SUMM-TEXT
           MOVE WS-SEQ-STALE-ERRORS TO RL-SUMM-COUNT
           WRITE EDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE
           WRITE SEQEXC-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "STALE MESSAGES HELD OFF MASTER" TO RL-SUMM-TEXT
           MOVE WS-SEQ-HELD-MSGS TO RL-SUMM-COUNT
           WRITE EDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE
           WRITE SEQEXC-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "TRANS-NO2 SEQUENCE GAPS       " TO RL-SUMM-TEXT
           MOVE WS-SEQ-GAPS TO RL-SUMM-COUNT
           WRITE EDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE
           WRITE SEQEXC-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "DUPLICATE MESSAGES SKIPPED    " TO RL-SUMM-TEXT
           MOVE WS-DUP-MSGS TO RL-SUMM-COUNT
           MOVE WS-MASTER-UPDATED TO RL-SUMM-COUNT
           WRITE EDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "MASTER CHANGE RECORDS WRITTEN " TO RL-SUMM-TEXT
           MOVE WS-CHANGES-WRITTEN TO RL-SUMM-COUNT
           WRITE EDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "CLIENT CLOSURES POSTED        " TO RL-SUMM-TEXT
           MOVE WS-CLOSURES-POSTED TO RL-SUMM-COUNT
           WRITE EDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "CLIENT MASTER ENTRIES CLOSED  " TO RL-SUMM-TEXT
           MOVE WS-MASTER-CLOSED TO RL-SUMM-COUNT
           WRITE EDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "CLTDEL CLOSURE ERRORS         " TO RL-SUMM-TEXT
           MOVE WS-CLOSURE-ERRORS TO RL-SUMM-COUNT
           WRITE EDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "CLOSED-CLIENT ERRORS          " TO RL-SUMM-TEXT
           MOVE WS-CLOSED-CLIENT-ERRORS TO RL-SUMM-COUNT
           WRITE EDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "CLIENT-STATE NAKS NOT STORED  " TO RL-SUMM-TEXT
           MOVE WS-CLOSURE-HELD-MSGS TO RL-SUMM-COUNT
           WRITE EDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "RETRIEVES OF CLOSED CLIENTS   " TO RL-SUMM-TEXT
           MOVE WS-CLOSED-RTV-MSGS TO RL-SUMM-COUNT
           WRITE EDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "TRANSMISSION BATCHES READ     " TO RL-SUMM-TEXT
           MOVE WS-BATCH-NO TO RL-SUMM-COUNT
           CLOSE CLIRTVO-IN
           CLOSE EDIT-RPT
           CLOSE ACK-OUT
           CLOSE SEQEXC-RPT
           CLOSE CLEAN-OUT
           CLOSE CLEAN-UPD-OUT
           CLOSE CHANGE-OUT
           CLOSE GRPHIST-OUT
           CLOSE CHECKPOINT-FILE
           CLOSE JOURNAL-OUT
