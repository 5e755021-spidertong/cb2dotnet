      *> SAME FILE; A RETIRED ENTRY STAYS ON FILE BUT FAILS THE
      *> EDIT LIKE A MISS, AND ADDING A RETIRED CODE AGAIN SIMPLY
      *> REACTIVATES IT WITH THE NEW RANGE.  PATTERNED ON THE
      *> CLI9080 BIRTHPLACE MAINTENANCE TRANSACTION, INCLUDING ITS
      *> DUAL CONTROL: AN ADD OR RETIRE RAISES A PENDING REQUEST ON
      *> CLI9000N THAT A SECOND OPERATOR MUST APPROVE BEFORE IT IS
      *> APPLIED, AND EVERY DECISION GOES TO THE CLI9000T AUDIT
      *> TRAIL (SEE CLIPCHG).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9130.

               RECORD KEY IS GF-GROUP01-CODE
               FILE STATUS IS WS-GRPREF-FILE-STATUS.

      *> CHANGE REQUESTS AWAITING A CHECKER - SHARED WITH CLI9080
      *> AND CLI9110, EACH OF WHICH ONLY TOUCHES ITS OWN TARGET'S
      *> REQUESTS.
           SELECT PENDING-FILE ASSIGN TO "CLI9000N"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-REQUEST-KEY
               FILE STATUS IS WS-PENDING-FILE-STATUS.

      *> PERMANENT, APPEND-ONLY RECORD OF EVERY DECIDED REQUEST.
           SELECT MAINT-AUDIT ASSIGN TO "CLI9000T"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MAUDIT-FILE-STATUS.

      *> SHARED SUITE RUN LOG - ONE RECORD APPENDED PER RUN, READ
      *> BY THE CLI9150 END-OF-DAY SUMMARY.
           SELECT RUN-LOG ASSIGN TO "CLI9000L"
       FD  GRPREF-FILE.
           COPY CLIGRPF.

       FD  PENDING-FILE.
           COPY CLIPCHG.

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-REC                     PIC X(124).

       FD  RUN-LOG.
           COPY CLIJLOG.

       01  WS-SWITCHES.
           05  WS-DONE-SW                      PIC X VALUE "N".
               88  WS-DONE                      VALUE "Y".
           05  WS-LIST-EOF-SW                  PIC X VALUE "N".
               88  WS-LIST-EOF                  VALUE "Y".
           05  WS-APPLIED-SW                   PIC X VALUE "N".
               88  WS-APPLIED                   VALUE "Y".
           05  WS-GRPREF-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-PENDING-FILE-STATUS          PIC X(02) VALUE "00".
           05  WS-MAUDIT-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".

       01  WS-COUNTERS.
           05  WS-ADDED-CNT                    PIC 9(05) VALUE 0.
           05  WS-RETIRED-CNT                  PIC 9(05) VALUE 0.
           05  WS-REQUESTED-CNT                PIC 9(05) VALUE 0.
           05  WS-DECLINED-CNT                 PIC 9(05) VALUE 0.

       01  WS-OPERATOR-INPUT.
      *> WHO IS SIGNED ON - STAMPED ON EVERY REQUEST RAISED AND
      *> EVERY DECISION TAKEN IN THIS SESSION.
           05  WS-OPERATOR-ID                  PIC X(008) VALUE SPACES.
           05  WS-IN-ACTION                    PIC X(001).
           05  WS-IN-CODE                      PIC X(001).
           05  WS-IN-MIN                       PIC S9(005).
           05  WS-IN-MAX                       PIC S9(005).
           05  WS-IN-REQUEST-KEY               PIC X(016).
           05  WS-IN-DECISION                  PIC X(001).

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CURR-DATE                PIC 9(008).
               10  WS-CURR-TIME                PIC 9(006).
               10  FILLER                      PIC X(007).

      *> WALL-CLOCK START OF THE RUN AND A STAMP WORK AREA FOR THE
      *> RUN-LOG RECORD WRITTEN AT TERMINATION.

      *> THE REFERENCE FILE DOESN'T EXIST UNTIL THE FIRST-EVER ADD,
      *> SO IT GETS THE SAME CREATE-IF-MISSING HANDLING THE REST OF
      *> THE SUITE GIVES ITS INDEXED FILES - AS DO THE PENDING FILE
      *> AND THE AUDIT TRAIL.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-DATE TO WS-START-DATE
           MOVE WS-STAMP-TIME TO WS-START-TIME
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           OPEN I-O GRPREF-FILE
           IF WS-GRPREF-FILE-STATUS = "35"
               OPEN OUTPUT GRPREF-FILE
               CLOSE GRPREF-FILE
               OPEN I-O GRPREF-FILE
           END-IF
           OPEN I-O PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF
           OPEN EXTEND MAINT-AUDIT
           IF WS-MAUDIT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-AUDIT
               CLOSE MAINT-AUDIT
               OPEN EXTEND MAINT-AUDIT
           END-IF.

       2000-APPLY-ONE-ACTION.
           DISPLAY "ACTION - A=ADD, R=RETIRE, P=PENDING, K=CHECK,"
               " Q=QUIT: " WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           EVALUATE WS-IN-ACTION
               WHEN "A"
                   PERFORM 2100-ADD-CODE
               WHEN "R"
                   PERFORM 2200-RETIRE-CODE
               WHEN "P"
                   PERFORM 2300-LIST-PENDING
               WHEN "K"
                   PERFORM 2400-CHECK-REQUEST
               WHEN "Q"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "CLI9130: ACTION MUST BE A, R, P, K OR Q"
           END-EVALUATE.

       2100-ADD-CODE.
               IF WS-IN-MIN > WS-IN-MAX
                   DISPLAY "CLI9130: MINIMUM EXCEEDS MAXIMUM"
               ELSE
                   PERFORM 2810-START-REQUEST
                   SET PC-ACTION-ADD TO TRUE
                   MOVE "A" TO PC-AFTER-STATUS
                   MOVE WS-IN-MIN TO PC-AFTER-NUM1
                   MOVE WS-IN-MAX TO PC-AFTER-NUM2
                   PERFORM 2820-CAPTURE-BEFORE
                   PERFORM 2800-RAISE-REQUEST
               END-IF
           END-IF.

      *> A RETIRE OF A CODE THAT ISN'T ON FILE IS REFUSED AT
      *> REQUEST TIME - THERE IS NOTHING FOR A CHECKER TO APPROVE.
      *> THE RANGE IS LEFT AS IT STANDS.
       2200-RETIRE-CODE.
           DISPLAY "GROUP01 CODE TO RETIRE: " WITH NO ADVANCING
           ACCEPT WS-IN-CODE
           PERFORM 2810-START-REQUEST
           SET PC-ACTION-RETIRE TO TRUE
           PERFORM 2820-CAPTURE-BEFORE
           IF PC-BEFORE-WAS-ON-FILE
               MOVE "R" TO PC-AFTER-STATUS
               MOVE PC-BEFORE-NUM1 TO PC-AFTER-NUM1
               MOVE PC-BEFORE-NUM2 TO PC-AFTER-NUM2
               PERFORM 2800-RAISE-REQUEST
           ELSE
               DISPLAY "CLI9130: CODE NOT ON FILE - " WS-IN-CODE
           END-IF.

      *> WALK THE PENDING FILE FRONT TO BACK (OLDEST REQUEST FIRST)
      *> SHOWING THIS FILE'S REQUESTS.
       2300-LIST-PENDING.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO PC-REQUEST-KEY
           START PENDING-FILE KEY NOT < PC-REQUEST-KEY
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LIST-EOF
               OR WS-PENDING-FILE-STATUS NOT = "00"
               READ PENDING-FILE NEXT
                   AT END
                       SET WS-LIST-EOF TO TRUE
               END-READ
               IF NOT WS-LIST-EOF
                   AND WS-PENDING-FILE-STATUS = "00"
                   AND PC-TARGET-GROUP-CODE
                   PERFORM 2310-SHOW-REQUEST
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PENDING-FILE-STATUS.

       2310-SHOW-REQUEST.
           MOVE PC-BEFORE-NUM1 TO WS-IN-MIN
           MOVE PC-BEFORE-NUM2 TO WS-IN-MAX
           DISPLAY "  " PC-REQUEST-KEY
               " " PC-ACTION
               " " PC-TARGET-KEY(1:1)
               " BY=" PC-REQUESTED-BY
           DISPLAY "      WAS " PC-BEFORE-STATUS
               " RANGE " WS-IN-MIN " TO " WS-IN-MAX
           MOVE PC-AFTER-NUM1 TO WS-IN-MIN
           MOVE PC-AFTER-NUM2 TO WS-IN-MAX
           DISPLAY "      NOW " PC-AFTER-STATUS
               " RANGE " WS-IN-MIN " TO " WS-IN-MAX.

      *> THE CHECKER'S SIDE.  A REQUEST FOR ANOTHER FILE, OR ONE THE
      *> SIGNED-ON OPERATOR RAISED, CANNOT BE DECIDED HERE.  AN
      *> APPROVAL THAT FAILS TO APPLY LEAVES THE REQUEST PENDING.
       2400-CHECK-REQUEST.
           DISPLAY "REQUEST NUMBER: " WITH NO ADVANCING
           ACCEPT WS-IN-REQUEST-KEY
           MOVE WS-IN-REQUEST-KEY TO PC-REQUEST-KEY
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY "CLI9130: REQUEST NOT PENDING - "
                       WS-IN-REQUEST-KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT PC-TARGET-GROUP-CODE
               DISPLAY "CLI9130: REQUEST IS NOT FOR THE GROUP01 CODE"
                   " REFERENCE"
               EXIT PARAGRAPH
           END-IF
           IF PC-REQUESTED-BY = WS-OPERATOR-ID
               DISPLAY "CLI9130: REQUESTER CANNOT CHECK OWN REQUEST"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2310-SHOW-REQUEST
           DISPLAY "DECISION - A=APPROVE, D=DECLINE: "
               WITH NO ADVANCING
           ACCEPT WS-IN-DECISION
           EVALUATE WS-IN-DECISION
               WHEN "A"
                   MOVE PC-TARGET-KEY(1:1) TO WS-IN-CODE
                   PERFORM 2820-CAPTURE-BEFORE
                   MOVE "N" TO WS-APPLIED-SW
                   IF PC-ACTION-ADD
                       MOVE PC-AFTER-NUM1 TO WS-IN-MIN
                       MOVE PC-AFTER-NUM2 TO WS-IN-MAX
                       PERFORM 2500-APPLY-ADD
                   ELSE
                       PERFORM 2600-APPLY-RETIRE
                   END-IF
                   IF WS-APPLIED
                       SET PC-STATUS-APPROVED TO TRUE
                       PERFORM 2700-RECORD-DECISION
                   END-IF
               WHEN "D"
                   SET PC-STATUS-DECLINED TO TRUE
                   PERFORM 2700-RECORD-DECISION
                   ADD 1 TO WS-DECLINED-CNT
                   DISPLAY "CLI9130: REQUEST DECLINED - "
                       PC-REQUEST-KEY
               WHEN OTHER
                   DISPLAY "CLI9130: DECISION MUST BE A OR D -"
                       " REQUEST LEFT PENDING"
           END-EVALUATE.

       2500-APPLY-ADD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-IN-CODE TO GF-GROUP01-CODE
           MOVE WS-IN-MIN TO GF-GROUP02-MIN
           END-IF
           IF WS-GRPREF-FILE-STATUS = "00"
               ADD 1 TO WS-ADDED-CNT
               SET WS-APPLIED TO TRUE
               DISPLAY "CLI9130: CODE ACTIVE - " WS-IN-CODE
                   " RANGE " WS-IN-MIN " TO " WS-IN-MAX
           ELSE
                   WS-GRPREF-FILE-STATUS
           END-IF.

       2600-APPLY-RETIRE.
           MOVE WS-IN-CODE TO GF-GROUP01-CODE
           READ GRPREF-FILE
               INVALID KEY
                   REWRITE CLIGRPF-REC
                   IF WS-GRPREF-FILE-STATUS = "00"
                       ADD 1 TO WS-RETIRED-CNT
                       SET WS-APPLIED TO TRUE
                       DISPLAY "CLI9130: CODE RETIRED - " WS-IN-CODE
                   ELSE
                       DISPLAY "CLI9130: RETIRE FAILED STATUS="
                   END-IF
           END-READ.

      *> STAMP THE DECISION, COPY THE DECIDED REQUEST TO THE AUDIT
      *> TRAIL, AND ONLY THEN TAKE IT OFF THE PENDING FILE.  AN
      *> AUDIT TRAIL THAT WON'T WRITE ENDS THE SESSION ON THE SPOT,
      *> AND SO DOES A PENDING ENTRY THAT WON'T COME OFF - LEFT
      *> THERE, THE DECIDED REQUEST COULD BE APPROVED AND APPLIED A
      *> SECOND TIME.
       2700-RECORD-DECISION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-OPERATOR-ID TO PC-DECIDED-BY
           MOVE WS-CURR-DATE TO PC-DECIDED-DATE
           MOVE WS-CURR-TIME TO PC-DECIDED-TIME
           WRITE MAINT-AUDIT-REC FROM CLIPCHG-REC
           IF WS-MAUDIT-FILE-STATUS NOT = "00"
               DISPLAY "CLI9130: MAINTENANCE AUDIT WRITE FAILED"
                   " STATUS=" WS-MAUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF
           DELETE PENDING-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "CLI9130: PENDING DELETE FAILED STATUS="
                   WS-PENDING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-TERMINATE
               STOP RUN
           END-IF.

      *> FILE THE REQUEST BUILT BY THE CALLER.  TWO REQUESTS RAISED
      *> IN THE SAME SECOND TAKE THE NEXT SEQUENCE NUMBER.
       2800-RAISE-REQUEST.
           WRITE CLIPCHG-REC
           PERFORM UNTIL WS-PENDING-FILE-STATUS NOT = "22"
                   OR PC-REQ-SEQ = 99
               ADD 1 TO PC-REQ-SEQ
               WRITE CLIPCHG-REC
           END-PERFORM
           IF WS-PENDING-FILE-STATUS = "00"
               ADD 1 TO WS-REQUESTED-CNT
               DISPLAY "CLI9130: REQUEST " PC-REQUEST-KEY
                   " RAISED - AWAITING CHECK"
           ELSE
               DISPLAY "CLI9130: REQUEST FAILED STATUS="
                   WS-PENDING-FILE-STATUS
           END-IF.

       2810-START-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO CLIPCHG-REC
           MOVE WS-CURR-DATE TO PC-REQ-DATE
           MOVE WS-CURR-TIME TO PC-REQ-TIME
           MOVE 0 TO PC-REQ-SEQ
           SET PC-TARGET-GROUP-CODE TO TRUE
           MOVE WS-IN-CODE TO PC-TARGET-KEY
           SET PC-STATUS-PENDING TO TRUE
           MOVE WS-OPERATOR-ID TO PC-REQUESTED-BY
           MOVE 0 TO PC-DECIDED-DATE PC-DECIDED-TIME
           MOVE 0 TO PC-BEFORE-NUM1 PC-BEFORE-NUM2 PC-BEFORE-DATE
           MOVE 0 TO PC-AFTER-NUM1 PC-AFTER-NUM2 PC-AFTER-DATE.

       2820-CAPTURE-BEFORE.
           MOVE WS-IN-CODE TO GF-GROUP01-CODE
           READ GRPREF-FILE
               INVALID KEY
                   MOVE "N" TO PC-BEFORE-ON-FILE
                   MOVE SPACES TO PC-BEFORE-STATUS
                   MOVE 0 TO PC-BEFORE-NUM1 PC-BEFORE-NUM2
                   MOVE 0 TO PC-BEFORE-DATE
               NOT INVALID KEY
                   MOVE "Y" TO PC-BEFORE-ON-FILE
                   MOVE GF-STATUS TO PC-BEFORE-STATUS
                   MOVE GF-GROUP02-MIN TO PC-BEFORE-NUM1
                   MOVE GF-GROUP02-MAX TO PC-BEFORE-NUM2
                   MOVE GF-MAINT-DATE TO PC-BEFORE-DATE
           END-READ.

       9000-TERMINATE.
           DISPLAY "CLI9130: REQUESTED=" WS-REQUESTED-CNT
               " ADDED=" WS-ADDED-CNT
               " RETIRED=" WS-RETIRED-CNT
               " DECLINED=" WS-DECLINED-CNT
           CLOSE GRPREF-FILE
           CLOSE PENDING-FILE
           CLOSE MAINT-AUDIT
           PERFORM 9100-WRITE-RUN-LOG.

      *> APPEND THIS RUN'S RECORD TO THE SHARED CLI9000L RUN LOG
               MOVE WS-START-TIME TO JL-START-TIME
               MOVE WS-STAMP-DATE TO JL-END-DATE
               MOVE WS-STAMP-TIME TO JL-END-TIME
               MOVE WS-REQUESTED-CNT TO JL-READ-CNT
               MOVE 0 TO JL-CLEAN-CNT
               MOVE WS-DECLINED-CNT TO JL-REJECT-CNT
               MOVE WS-ADDED-CNT TO JL-WRITTEN-CNT
               ADD WS-RETIRED-CNT TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
