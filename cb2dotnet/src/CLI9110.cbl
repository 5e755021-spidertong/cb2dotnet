      *> IN THE FUTURE SITS ON FILE UNTIL ITS DAY ARRIVES; THE
      *> READING PROGRAMS STAY ON THEIR BUILT-IN DEFAULTS UNTIL
      *> THEN.  PATTERNED ON THE CLI9080 BIRTHPLACE MAINTENANCE
      *> TRANSACTION, INCLUDING ITS DUAL CONTROL: A SET RAISES A
      *> PENDING REQUEST ON CLI9000N THAT A SECOND OPERATOR MUST
      *> APPROVE BEFORE IT IS APPLIED, AND EVERY DECISION GOES TO
      *> THE CLI9000T AUDIT TRAIL (SEE CLIPCHG).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9110.

               RECORD KEY IS PM-PARM-ID
               FILE STATUS IS WS-PARM-FILE-STATUS.

      *> CHANGE REQUESTS AWAITING A CHECKER - SHARED WITH CLI9080
      *> AND CLI9130, EACH OF WHICH ONLY TOUCHES ITS OWN TARGET'S
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
       FD  PARM-FILE.
           COPY CLIPARM.

       FD  PENDING-FILE.
           COPY CLIPCHG.

       FD  MAINT-AUDIT.
       01  MAINT-AUDIT-REC                     PIC X(124).

       FD  RUN-LOG.
           COPY CLIJLOG.

               88  WS-DONE                      VALUE "Y".
           05  WS-LIST-EOF-SW                  PIC X VALUE "N".
               88  WS-LIST-EOF                  VALUE "Y".
           05  WS-APPLIED-SW                   PIC X VALUE "N".
               88  WS-APPLIED                   VALUE "Y".
           05  WS-PARM-FILE-STATUS             PIC X(02) VALUE "00".
           05  WS-PENDING-FILE-STATUS          PIC X(02) VALUE "00".
           05  WS-MAUDIT-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".

       01  WS-COUNTERS.
           05  WS-SET-CNT                      PIC 9(05) VALUE 0.
           05  WS-REQUESTED-CNT                PIC 9(05) VALUE 0.
           05  WS-DECLINED-CNT                 PIC 9(05) VALUE 0.

       01  WS-OPERATOR-INPUT.
      *> WHO IS SIGNED ON - STAMPED ON EVERY REQUEST RAISED AND
      *> EVERY DECISION TAKEN IN THIS SESSION.
           05  WS-OPERATOR-ID                  PIC X(008) VALUE SPACES.
           05  WS-IN-ACTION                    PIC X(001).
           05  WS-IN-PARM-ID                   PIC X(020).
           05  WS-IN-VALUE                     PIC S9(009).
           05  WS-IN-EFF-DATE                  PIC 9(008).
           05  WS-IN-REQUEST-KEY               PIC X(016).
           05  WS-IN-DECISION                  PIC X(001).

       01  WS-WORK-FIELDS.
           05  WS-CURRENT-DATE-TIME.
               10  WS-CURR-DATE                PIC 9(008).
               10  WS-CURR-TIME                PIC 9(006).
               10  FILLER                      PIC X(007).
           05  WS-SHOW-VALUE                   PIC -(9)9.

      *> WALL-CLOCK START OF THE RUN AND A STAMP WORK AREA FOR THE
      *> RUN-LOG RECORD WRITTEN AT TERMINATION.

      *> THE RUN-CONTROL FILE DOESN'T EXIST UNTIL THE FIRST-EVER
      *> SET, SO IT GETS THE SAME CREATE-IF-MISSING HANDLING THE
      *> REST OF THE SUITE GIVES ITS INDEXED FILES - AS DO THE
      *> PENDING FILE AND THE AUDIT TRAIL.
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-DATE TO WS-START-DATE
           MOVE WS-STAMP-TIME TO WS-START-TIME
           PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
               DISPLAY "OPERATOR ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-ID
           END-PERFORM
           OPEN I-O PARM-FILE
           IF WS-PARM-FILE-STATUS = "35"
               OPEN OUTPUT PARM-FILE
               CLOSE PARM-FILE
               OPEN I-O PARM-FILE
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
           DISPLAY "ACTION - S=SET, L=LIST, P=PENDING, K=CHECK,"
               " Q=QUIT: " WITH NO ADVANCING
           ACCEPT WS-IN-ACTION
           EVALUATE WS-IN-ACTION
               WHEN "S"
                   PERFORM 2100-SET-PARAMETER
               WHEN "L"
                   PERFORM 2200-LIST-PARAMETERS
               WHEN "P"
                   PERFORM 2300-LIST-PENDING
               WHEN "K"
                   PERFORM 2400-CHECK-REQUEST
               WHEN "Q"
                   SET WS-DONE TO TRUE
               WHEN OTHER
                   DISPLAY "CLI9110: ACTION MUST BE S, L, P, K OR Q"
           END-EVALUATE.

       2100-SET-PARAMETER.
               IF WS-IN-EFF-DATE = 0
                   MOVE WS-CURR-DATE TO WS-IN-EFF-DATE
               END-IF
               PERFORM 2810-START-REQUEST
               SET PC-ACTION-SET TO TRUE
               MOVE WS-IN-VALUE TO PC-AFTER-NUM1
               MOVE WS-IN-EFF-DATE TO PC-AFTER-DATE
               PERFORM 2820-CAPTURE-BEFORE
               PERFORM 2800-RAISE-REQUEST
           END-IF.

      *> WALK THE FILE FRONT TO BACK WITH READ NEXT, STOPPING ON
      *> ANY NON-ZERO FILE STATUS LIKE THE OTHER INDEXED WALKS IN
      *> THE SUITE.  THE POSITION IS RESET TO THE LOWEST KEY FIRST
      *> SO A LIST AFTER A SET SHOWS THE WHOLE FILE.
       2200-LIST-PARAMETERS.
           MOVE "N" TO WS-LIST-EOF-SW
           MOVE LOW-VALUES TO PM-PARM-ID
           START PARM-FILE KEY NOT < PM-PARM-ID
               INVALID KEY
                   SET WS-LIST-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-LIST-EOF
               OR WS-PARM-FILE-STATUS NOT = "00"
               READ PARM-FILE NEXT
                   AT END
                       SET WS-LIST-EOF TO TRUE
               END-READ
               IF NOT WS-LIST-EOF
                   AND WS-PARM-FILE-STATUS = "00"
                   DISPLAY "  " PM-PARM-ID
                       " VALUE=" PM-PARM-VALUE
                       " EFFECTIVE=" PM-EFF-DATE
                       " MAINTAINED=" PM-MAINT-DATE
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PARM-FILE-STATUS.

      *> THE SAME WALK OVER THE PENDING FILE (OLDEST REQUEST FIRST),
      *> SHOWING ONLY THE REQUESTS AGAINST THE RUN-CONTROL FILE.
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
                   AND PC-TARGET-PARAMETER
                   PERFORM 2310-SHOW-REQUEST
               END-IF
           END-PERFORM
           MOVE "00" TO WS-PENDING-FILE-STATUS.

       2310-SHOW-REQUEST.
           DISPLAY "  " PC-REQUEST-KEY
               " " PC-TARGET-KEY
               " BY=" PC-REQUESTED-BY
           IF PC-BEFORE-WAS-ON-FILE
               MOVE PC-BEFORE-NUM1 TO WS-SHOW-VALUE
               DISPLAY "      WAS VALUE=" WS-SHOW-VALUE
                   " EFFECTIVE=" PC-BEFORE-DATE
           ELSE
               DISPLAY "      WAS NOT ON FILE"
           END-IF
           MOVE PC-AFTER-NUM1 TO WS-SHOW-VALUE
           DISPLAY "      NOW VALUE=" WS-SHOW-VALUE
               " EFFECTIVE=" PC-AFTER-DATE.

      *> THE CHECKER'S SIDE.  A REQUEST FOR ANOTHER FILE, OR ONE THE
      *> SIGNED-ON OPERATOR RAISED, CANNOT BE DECIDED HERE.  AN
      *> APPROVAL THAT FAILS TO APPLY LEAVES THE REQUEST PENDING.
       2400-CHECK-REQUEST.
           DISPLAY "REQUEST NUMBER: " WITH NO ADVANCING
           ACCEPT WS-IN-REQUEST-KEY
           MOVE WS-IN-REQUEST-KEY TO PC-REQUEST-KEY
           READ PENDING-FILE
               INVALID KEY
                   DISPLAY "CLI9110: REQUEST NOT PENDING - "
                       WS-IN-REQUEST-KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT PC-TARGET-PARAMETER
               DISPLAY "CLI9110: REQUEST IS NOT FOR THE RUN-CONTROL"
                   " FILE"
               EXIT PARAGRAPH
           END-IF
           IF PC-REQUESTED-BY = WS-OPERATOR-ID
               DISPLAY "CLI9110: REQUESTER CANNOT CHECK OWN REQUEST"
               EXIT PARAGRAPH
           END-IF
           PERFORM 2310-SHOW-REQUEST
           DISPLAY "DECISION - A=APPROVE, D=DECLINE: "
               WITH NO ADVANCING
           ACCEPT WS-IN-DECISION
           EVALUATE WS-IN-DECISION
               WHEN "A"
                   MOVE PC-TARGET-KEY TO WS-IN-PARM-ID
                   MOVE PC-AFTER-NUM1 TO WS-IN-VALUE
                   MOVE PC-AFTER-DATE TO WS-IN-EFF-DATE
                   PERFORM 2820-CAPTURE-BEFORE
                   MOVE "N" TO WS-APPLIED-SW
                   PERFORM 2500-APPLY-SET
                   IF WS-APPLIED
                       SET PC-STATUS-APPROVED TO TRUE
                       PERFORM 2700-RECORD-DECISION
                   END-IF
               WHEN "D"
                   SET PC-STATUS-DECLINED TO TRUE
                   PERFORM 2700-RECORD-DECISION
                   ADD 1 TO WS-DECLINED-CNT
                   DISPLAY "CLI9110: REQUEST DECLINED - "
                       PC-REQUEST-KEY
               WHEN OTHER
                   DISPLAY "CLI9110: DECISION MUST BE A OR D -"
                       " REQUEST LEFT PENDING"
           END-EVALUATE.

       2500-APPLY-SET.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-IN-PARM-ID TO PM-PARM-ID
           MOVE WS-IN-VALUE TO PM-PARM-VALUE
           MOVE WS-IN-EFF-DATE TO PM-EFF-DATE
           END-IF
           IF WS-PARM-FILE-STATUS = "00"
               ADD 1 TO WS-SET-CNT
               SET WS-APPLIED TO TRUE
               DISPLAY "CLI9110: PARAMETER SET - " WS-IN-PARM-ID
                   " VALUE=" WS-IN-VALUE
                   " EFFECTIVE=" WS-IN-EFF-DATE
                   WS-PARM-FILE-STATUS
           END-IF.

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
               DISPLAY "CLI9110: MAINTENANCE AUDIT WRITE FAILED"
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
               DISPLAY "CLI9110: PENDING DELETE FAILED STATUS="
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
               DISPLAY "CLI9110: REQUEST " PC-REQUEST-KEY
                   " RAISED - AWAITING CHECK"
           ELSE
               DISPLAY "CLI9110: REQUEST FAILED STATUS="
                   WS-PENDING-FILE-STATUS
           END-IF.

       2810-START-REQUEST.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE SPACES TO CLIPCHG-REC
           MOVE WS-CURR-DATE TO PC-REQ-DATE
           MOVE WS-CURR-TIME TO PC-REQ-TIME
           MOVE 0 TO PC-REQ-SEQ
           SET PC-TARGET-PARAMETER TO TRUE
           MOVE WS-IN-PARM-ID TO PC-TARGET-KEY
           SET PC-STATUS-PENDING TO TRUE
           MOVE WS-OPERATOR-ID TO PC-REQUESTED-BY
           MOVE 0 TO PC-DECIDED-DATE PC-DECIDED-TIME
           MOVE 0 TO PC-BEFORE-NUM1 PC-BEFORE-NUM2 PC-BEFORE-DATE
           MOVE 0 TO PC-AFTER-NUM1 PC-AFTER-NUM2 PC-AFTER-DATE.

       2820-CAPTURE-BEFORE.
           MOVE WS-IN-PARM-ID TO PM-PARM-ID
           READ PARM-FILE
               INVALID KEY
                   MOVE "N" TO PC-BEFORE-ON-FILE
                   MOVE 0 TO PC-BEFORE-NUM1 PC-BEFORE-DATE
               NOT INVALID KEY
                   MOVE "Y" TO PC-BEFORE-ON-FILE
                   MOVE PM-PARM-VALUE TO PC-BEFORE-NUM1
                   MOVE PM-EFF-DATE TO PC-BEFORE-DATE
           END-READ.

       9000-TERMINATE.
           DISPLAY "CLI9110: REQUESTED=" WS-REQUESTED-CNT
               " PARAMETERS SET=" WS-SET-CNT
               " DECLINED=" WS-DECLINED-CNT
           CLOSE PARM-FILE
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
               MOVE WS-SET-CNT TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
               WRITE CLIJLOG-REC
