       >>SOURCE FORMAT FREE
      *> CLI9160 - CLIENT MASTER INTEGRITY AUDIT.
      *>
      *> THE CLI9000M CLIENT MASTER IS MAINTAINED IN PLACE AT POST
      *> TIME, WHILE THE CLI9000G GROUP HISTORY AND THE CLI9000J
      *> JOURNAL ARE APPEND-ONLY RECORDS OF WHAT ARRIVED - SO THE
      *> MASTER CAN DRIFT FROM ITS OWN HISTORY (A HAND-PATCHED
      *> ENTRY, A RESTORE FROM THE WRONG GENERATION, A POST PATH
      *> THAT FAILED HALFWAY) WITHOUT ANY NIGHTLY JOB NOTICING.
      *> THIS PERIODIC AUDIT WALKS THE MASTER IN KEY ORDER AND, FOR
      *> EACH MSGIDA/OCCURRENCE, COMPARES:
      *>   - CM-GROUP AGAINST THE NEWEST GH-GROUP SNAPSHOT TAKEN AT
      *>     OR BEFORE THE MASTER'S LAST-UPDATED STAMP (LATER
      *>     SNAPSHOTS BELONG TO MESSAGES THAT WERE REJECTED AND
      *>     NEVER POSTED);
      *>   - EVERY MASTER FIELD AGAINST THE NEWEST ACCEPTED JOURNAL
      *>     IMAGE OF THAT OCCURRENCE RECEIVED AT OR BEFORE THE SAME
      *>     STAMP - NEWEST BY TRANS-NO1/TRANS-NO2 SEQUENCE, THEN BY
      *>     RECEIVED STAMP, WHICH IS THE ORDER CLI9000 LETS UPDATES
      *>     ONTO THE MASTER.
      *> IT LISTS MASTER ENTRIES WITH NO HISTORY, HISTORY WITH NO
      *> MASTER ENTRY, AND EVERY FIELD THAT DISAGREES, AND ENDS
      *> WITH A NONZERO RETURN CODE IF ANYTHING DOES.
      *>
      *> THE JOURNAL IS WRITTEN BEFORE EDIT, SO "ACCEPTED" IS
      *> WORKED OUT HERE: THE MESSAGE MUST BE AN ONBOARDED FAMILY,
      *> ITS MSGIDA MUST BE ON THE CLI9000D ACCEPTED-MSGIDA
      *> REGISTER, AND ITS IMAGE MUST NOT BE THE ONE STILL SITTING
      *> PENDING IN THE CLI9000X REJECT STORE.  THAT STILL LETS
      *> THROUGH IMAGES OF A REGISTERED MSGIDA THAT WERE NAK'D BUT
      *> NEVER STORED (A DUPLICATE, A HELD OUT-OF-SEQUENCE MESSAGE,
      *> AN UPDATE TO A CLOSED CLIENT) OR ACCEPTED WITHOUT POSTING
      *> (A RETRIEVE OF A CLOSED CLIENT).  ONLY A CONTENT POST
      *> MOVES THE LAST-UPDATED STAMP - A CLOSURE LEAVES IT ALONE -
      *> SO ANY SUCH IMAGE RECEIVED AFTER THE POST THAT LEFT THE
      *> MASTER AS IT IS FALLS OUTSIDE THE STAMP RULE ABOVE; ONE
      *> RECEIVED BEFORE IT (A DUPLICATE OR A STALE, HELD UPDATE)
      *> CARRIES NO NEWER TRANS-NO PAIR THAN THAT POST'S OWN IMAGE,
      *> WHICH STILL SORTS AS THE NEWEST.  GROUP HISTORY FOR A
      *> MSGIDA NEVER ACCEPTED AT ALL IS NOT EXPECTED ON THE MASTER
      *> AND IS LEFT OUT.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9160.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENT-MASTER ASSIGN TO "CLI9000M"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-KEY
               FILE STATUS IS WS-CLTMST-FILE-STATUS.

           SELECT GRPHIST-IN ASSIGN TO "CLI9000G"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRPHIST-FILE-STATUS.

      *> THE HISTORY GENERATIONS CLI9140 HAS ROLLED OFF THE CURRENT
      *> FILES - SAME LAYOUTS.  A CLIENT THAT HAS NOT CHANGED SINCE
      *> BEFORE THE ROLLOVER BOUNDARY ONLY HAS HISTORY THERE, SO
      *> THE OPERATOR CAN ASK FOR THEM TO BE SCANNED AS WELL.
           SELECT GRPHIST-ARCH ASSIGN TO "CLI9140G"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRPARCH-FILE-STATUS.

           SELECT JOURNAL-IN ASSIGN TO "CLI9000J"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT JOURNAL-ARCH ASSIGN TO "CLI9140J"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JRNARCH-FILE-STATUS.

           SELECT MSGID-REGISTER ASSIGN TO "CLI9000D"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-MSGIDA
               FILE STATUS IS WS-DUPREG-FILE-STATUS.

           SELECT REJECT-STORE ASSIGN TO "CLI9000X"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RJ-MSGIDA
               FILE STATUS IS WS-RJCT-FILE-STATUS.

           SELECT AUDIT-RPT ASSIGN TO "CLI9160R"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDRPT-FILE-STATUS.

           SELECT SORT-WORK ASSIGN TO "CLI9160S".

      *> SHARED SUITE RUN LOG - ONE RECORD APPENDED PER RUN, READ
      *> BY THE CLI9150 END-OF-DAY SUMMARY.
           SELECT RUN-LOG ASSIGN TO "CLI9000L"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENT-MASTER.
           COPY CLICLTM.

       FD  GRPHIST-IN.
           COPY CLIGRPH.

       FD  GRPHIST-ARCH.
       01  GRPHIST-ARCH-REC                    PIC X(81).

       FD  JOURNAL-IN.
           COPY CLIJRNL.

       FD  JOURNAL-ARCH.
       01  JOURNAL-ARCH-REC                    PIC X(383).

       FD  MSGID-REGISTER.
       01  DUPREG-REC.
           05  DR-MSGIDA                       PIC X(030).
           05  DR-FIRST-SEEN-DATE              PIC 9(008).

       FD  REJECT-STORE.
           COPY CLIRJCT.

       FD  AUDIT-RPT.
       01  AUDIT-RPT-REC                       PIC X(132).

       FD  RUN-LOG.
           COPY CLIJLOG.

      *> ONE ENTRY PER HISTORY RECORD PER CLIENT OCCURRENCE - A
      *> GROUP HISTORY SNAPSHOT ("G", GROUP TABLE ONLY) OR ONE
      *> OCCURRENCE DECODED OUT OF AN ACCEPTED JOURNAL IMAGE ("J",
      *> EVERY FIELD THE MASTER CARRIES).  COLLATED SO THE LAST
      *> ENTRY OF EACH SOURCE FOR A KEY IS ITS NEWEST.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-KEY.
               10  SR-MSGIDA                   PIC X(030).
               10  SR-BGEN-OCC-IDX             PIC 9(001).
           05  SR-SOURCE                       PIC X(001).
               88  SR-FROM-GRPHIST              VALUE "G".
               88  SR-FROM-JOURNAL              VALUE "J".
           05  SR-TRANS-NO1                    PIC 9(004).
           05  SR-TRANS-NO2                    PIC S9(005).
           05  SR-STAMP.
               10  SR-STAMP-DATE               PIC 9(008).
               10  SR-STAMP-TIME               PIC 9(006).
           05  SR-MSGID                        PIC X(010).
           05  SR-ADDRTYPE                     PIC X(001).
           05  SR-BIRTHP                       PIC X(020) OCCURS 2.
           05  SR-CLTDOBX                      PIC 9(008).
           05  SR-GROUP OCCURS 3.
               10  SR-GROUP01                  PIC X(00001).
               10  SR-GROUP02                  PIC S9(00005).
           05  SR-TRANS-NO3                    PIC S9(005)V9(003).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-EOF-SW                       PIC X VALUE "N".
               88  WS-EOF                       VALUE "Y".
           05  WS-ARCH-EOF-SW                  PIC X VALUE "N".
               88  WS-ARCH-EOF                  VALUE "Y".
           05  WS-SORT-EOF-SW                  PIC X VALUE "N".
               88  WS-SORT-EOF                  VALUE "Y".
           05  WS-MST-EOF-SW                   PIC X VALUE "N".
               88  WS-MST-EOF                   VALUE "Y".
           05  WS-INCL-ARCH-SW                 PIC X VALUE "N".
               88  WS-INCL-ARCHIVE              VALUE "Y".
           05  WS-CLTMST-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-MASTER-OPEN-SW               PIC X VALUE "N".
               88  WS-MASTER-OPEN               VALUE "Y".
           05  WS-GRPHIST-FILE-STATUS          PIC X(02) VALUE "00".
               88  WS-GRPHIST-FILE-NOT-FOUND    VALUE "35".
           05  WS-GRPARCH-FILE-STATUS          PIC X(02) VALUE "00".
               88  WS-GRPARCH-FILE-NOT-FOUND    VALUE "35".
           05  WS-JOURNAL-FILE-STATUS          PIC X(02) VALUE "00".
               88  WS-JOURNAL-FILE-NOT-FOUND    VALUE "35".
           05  WS-JRNARCH-FILE-STATUS          PIC X(02) VALUE "00".
               88  WS-JRNARCH-FILE-NOT-FOUND    VALUE "35".
           05  WS-DUPREG-FILE-STATUS           PIC X(02) VALUE "00".
      *> NO REGISTER YET MEANS NOTHING HAS EVER BEEN ACCEPTED, AND
      *> NO REJECT STORE MEANS NOTHING IS PENDING - EITHER IS A
      *> FRESH ENVIRONMENT, NOT A FAILURE.
           05  WS-DUPREG-AVAIL-SW              PIC X VALUE "N".
               88  WS-DUPREG-AVAILABLE          VALUE "Y".
           05  WS-RJCT-FILE-STATUS             PIC X(02) VALUE "00".
           05  WS-RJCT-AVAIL-SW                PIC X VALUE "N".
               88  WS-RJCT-AVAILABLE            VALUE "Y".
           05  WS-AUDRPT-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-RUNLOG-FILE-STATUS           PIC X(02) VALUE "00".
           05  WS-ACCEPTED-SW                  PIC X VALUE "N".
               88  WS-ACCEPTED                  VALUE "Y".
      *> WHAT THE KEY CURRENTLY BEING JUDGED HAS ON EACH SIDE.
           05  WS-HAVE-MASTER-SW               PIC X VALUE "N".
               88  WS-HAVE-MASTER               VALUE "Y".
           05  WS-HAVE-GRPHIST-SW              PIC X VALUE "N".
               88  WS-HAVE-GRPHIST              VALUE "Y".
           05  WS-ANY-GRPHIST-SW               PIC X VALUE "N".
               88  WS-ANY-GRPHIST               VALUE "Y".
           05  WS-HAVE-JOURNAL-SW              PIC X VALUE "N".
               88  WS-HAVE-JOURNAL              VALUE "Y".
           05  WS-ENTRY-DRIFT-SW               PIC X VALUE "N".
               88  WS-ENTRY-DRIFT               VALUE "Y".
           05  WS-DISAGREE-SW                  PIC X VALUE "N".
               88  WS-DISAGREEMENT              VALUE "Y".

       01  WS-COUNTERS.
           05  WS-MASTER-READ                  PIC 9(07) VALUE 0.
           05  WS-SNAP-READ                    PIC 9(07) VALUE 0.
           05  WS-JRNL-READ                    PIC 9(07) VALUE 0.
           05  WS-ARCH-READ                    PIC 9(07) VALUE 0.
           05  WS-JRNL-ACCEPTED                PIC 9(07) VALUE 0.
           05  WS-ENTRIES-AGREE                PIC 9(07) VALUE 0.
           05  WS-NO-GRPHIST-CNT               PIC 9(07) VALUE 0.
           05  WS-NO-JOURNAL-CNT               PIC 9(07) VALUE 0.
           05  WS-NO-MASTER-CNT                PIC 9(07) VALUE 0.
           05  WS-DRIFT-ENTRIES                PIC 9(07) VALUE 0.
           05  WS-DRIFT-FIELDS                 PIC 9(07) VALUE 0.

       01  WS-WORK-FIELDS.
           05  WS-OCC-IDX                      PIC 9(01).
           05  WS-GRP-IDX                      PIC 9(01).
           05  WS-BP-IDX                       PIC 9(01).
           05  WS-CURRENT-DATE-TIME.
               10  WS-CURR-DATE                PIC 9(008).
               10  FILLER                      PIC X(013).
      *> THE KEY BEING JUDGED - THE LOWER OF THE MASTER'S NEXT KEY
      *> AND THE SORTED HISTORY'S NEXT KEY, HIGH-VALUES ON EITHER
      *> SIDE ONCE IT IS EXHAUSTED.
           05  WS-CURR-KEY                     PIC X(031).
           05  WS-MST-KEY                      PIC X(031).
           05  WS-HIST-KEY                     PIC X(031).
           05  WS-MST-STAMP.
               10  WS-MST-STAMP-DATE           PIC 9(008).
               10  WS-MST-STAMP-TIME           PIC 9(006).
           05  WS-NOMST-DATE                   PIC 9(008).
           05  WS-ED-INT                       PIC -(8)9.
           05  WS-ED-DEC                       PIC -(5)9.999.
           05  WS-DRIFT-SOURCE                 PIC X(007).
           05  WS-DRIFT-FIELD                  PIC X(011).
           05  WS-DRIFT-MASTER-VAL             PIC X(020).
           05  WS-DRIFT-HIST-VAL               PIC X(020).

      *> WALL-CLOCK START OF THE RUN AND A STAMP WORK AREA FOR THE
      *> RUN-LOG RECORD WRITTEN AT TERMINATION.
       01  WS-RUN-LOG-FIELDS.
           05  WS-STAMP.
               10  WS-STAMP-DATE               PIC 9(008).
               10  WS-STAMP-TIME               PIC 9(006).
               10  FILLER                      PIC X(007).
           05  WS-START-DATE                   PIC 9(008) VALUE 0.
           05  WS-START-TIME                   PIC 9(006) VALUE 0.

      *> THE JOURNAL'S OPAQUE MESSAGE-DATA IMAGE, LAID BACK OVER THE
      *> SAME LAYOUT COPYBOOK EVERY OTHER CLIRTVO-REC PROGRAM IN THIS
      *> SUITE USES SO ITS BGEN-XXXXX OCCURRENCES CAN BE DECODED.
           COPY CLIRTVOR REPLACING ==CLIRTVO-REC== BY ==WS-JRNL-MSG==.

      *> THE NEWEST QUALIFYING HISTORY ENTRY OF EACH SOURCE FOR THE
      *> KEY BEING JUDGED.
       01  WS-NEWEST-GRPHIST.
           05  NG-STAMP-DATE                   PIC 9(008).
           05  NG-STAMP-TIME                   PIC 9(006).
           05  NG-GROUP OCCURS 3.
               10  NG-GROUP01                  PIC X(00001).
               10  NG-GROUP02                  PIC S9(00005).

       01  WS-NEWEST-JOURNAL.
           05  NJ-KEY.
               10  NJ-MSGIDA                   PIC X(030).
               10  NJ-BGEN-OCC-IDX             PIC 9(001).
           05  NJ-SOURCE                       PIC X(001).
           05  NJ-TRANS-NO1                    PIC 9(004).
           05  NJ-TRANS-NO2                    PIC S9(005).
           05  NJ-STAMP.
               10  NJ-STAMP-DATE               PIC 9(008).
               10  NJ-STAMP-TIME               PIC 9(006).
           05  NJ-MSGID                        PIC X(010).
           05  NJ-ADDRTYPE                     PIC X(001).
           05  NJ-BIRTHP                       PIC X(020) OCCURS 2.
           05  NJ-CLTDOBX                      PIC 9(008).
           05  NJ-GROUP OCCURS 3.
               10  NJ-GROUP01                  PIC X(00001).
               10  NJ-GROUP02                  PIC S9(00005).
           05  NJ-TRANS-NO3                    PIC S9(005)V9(003).

       01  WS-RPT-LINES.
           05  WS-RPT-HDR1.
               10  FILLER                      PIC X(37)
                   VALUE "CLI9160 CLIENT MASTER INTEGRITY AUDIT".
               10  FILLER                      PIC X(95) VALUE SPACES.
           05  WS-RPT-SELECT-LINE.
               10  FILLER                      PIC X(27)
                   VALUE "ARCHIVED HISTORY INCLUDED: ".
               10  RL0-INCL-ARCH               PIC X(01).
               10  FILLER                      PIC X(104) VALUE SPACES.
           05  WS-RPT-DRIFT-LINE.
               10  FILLER                      PIC X(11)
                                   VALUE "DRIFT   ** ".
               10  RL1-MSGIDA                  PIC X(30).
               10  FILLER                      PIC X(1) VALUE SPACES.
               10  FILLER                      PIC X(4) VALUE "OCC=".
               10  RL1-OCC-IDX                 PIC 9.
               10  FILLER                      PIC X(1) VALUE SPACES.
               10  RL1-SOURCE                  PIC X(7).
               10  FILLER                      PIC X(1) VALUE SPACES.
               10  RL1-FIELD                   PIC X(11).
               10  FILLER                      PIC X(8)
                                   VALUE " MASTER=".
               10  RL1-MASTER-VAL              PIC X(20).
               10  FILLER                      PIC X(6) VALUE " HIST=".
               10  RL1-HIST-VAL                PIC X(20).
               10  FILLER                      PIC X(11) VALUE SPACES.
           05  WS-RPT-MISSING-LINE.
               10  RL2-TAG                     PIC X(11).
               10  RL2-MSGIDA                  PIC X(30).
               10  FILLER                      PIC X(1) VALUE SPACES.
               10  FILLER                      PIC X(4) VALUE "OCC=".
               10  RL2-OCC-IDX                 PIC 9.
               10  FILLER                      PIC X(1) VALUE SPACES.
               10  RL2-SOURCE                  PIC X(7).
               10  FILLER                      PIC X(1) VALUE SPACES.
               10  RL2-TEXT                    PIC X(36).
               10  FILLER                      PIC X(6) VALUE " DATE=".
               10  RL2-DATE                    PIC 9(008).
               10  FILLER                      PIC X(26) VALUE SPACES.
           05  WS-RPT-NOTE-LINE.
               10  RL3-NOTE-TEXT               PIC X(60).
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
               ON ASCENDING KEY SR-MSGIDA
                                SR-BGEN-OCC-IDX
                                SR-SOURCE
                                SR-TRANS-NO1
                                SR-TRANS-NO2
                                SR-STAMP-DATE
                                SR-STAMP-TIME
               INPUT PROCEDURE IS 2000-RELEASE-HISTORY
               OUTPUT PROCEDURE IS 3000-MATCH-MASTER-TO-HISTORY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE TO WS-STAMP
           MOVE WS-STAMP-DATE TO WS-START-DATE
           MOVE WS-STAMP-TIME TO WS-START-TIME
           DISPLAY "INCLUDE ARCHIVED HISTORY GENERATIONS (Y/N): "
               WITH NO ADVANCING
           ACCEPT WS-INCL-ARCH-SW
           OPEN OUTPUT AUDIT-RPT
           WRITE AUDIT-RPT-REC FROM WS-RPT-HDR1
           MOVE WS-INCL-ARCH-SW TO RL0-INCL-ARCH
           WRITE AUDIT-RPT-REC FROM WS-RPT-SELECT-LINE
           OPEN INPUT MSGID-REGISTER
           IF WS-DUPREG-FILE-STATUS = "00"
               SET WS-DUPREG-AVAILABLE TO TRUE
           END-IF
           OPEN INPUT REJECT-STORE
           IF WS-RJCT-FILE-STATUS = "00"
               SET WS-RJCT-AVAILABLE TO TRUE
           END-IF
           PERFORM 1100-OPEN-CLIENT-MASTER.

      *> A MASTER THAT DOESN'T EXIST YET IS AUDITED AS EMPTY - ANY
      *> ACCEPTED HISTORY THEN SHOWS UP AS HISTORY WITH NO MASTER
      *> ENTRY, WHICH IS EXACTLY THE FINDING.  ANY OTHER OPEN
      *> FAILURE LEAVES NOTHING TO AUDIT AGAINST AND IS FATAL.
       1100-OPEN-CLIENT-MASTER.
           OPEN INPUT CLIENT-MASTER
           EVALUATE WS-CLTMST-FILE-STATUS
               WHEN "00"
                   SET WS-MASTER-OPEN TO TRUE
               WHEN "35"
                   SET WS-MST-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "CLI9160: CLIENT MASTER OPEN FAILED STATUS="
                       WS-CLTMST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE
                   STOP RUN
           END-EVALUATE.

      *> FEED THE SORT FROM BOTH HISTORY FILES (AND THEIR ARCHIVES
      *> WHEN ASKED FOR).  A MISSING CURRENT FILE IS AN EMPTY ONE -
      *> CLI9000 MAY NEVER HAVE RUN, OR CLI9140 MAY HAVE JUST
      *> ROLLED EVERYTHING OFF.
       2000-RELEASE-HISTORY.
           IF WS-INCL-ARCHIVE
               PERFORM 2500-RELEASE-GRPHIST-ARCHIVE
               PERFORM 2600-RELEASE-JOURNAL-ARCHIVE
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT GRPHIST-IN
           IF NOT WS-GRPHIST-FILE-NOT-FOUND
               PERFORM UNTIL WS-EOF
                   READ GRPHIST-IN
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF
                       ADD 1 TO WS-SNAP-READ
                       PERFORM 2100-RELEASE-ONE-SNAPSHOT
                   END-IF
               END-PERFORM
               CLOSE GRPHIST-IN
           END-IF
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT JOURNAL-IN
           IF NOT WS-JOURNAL-FILE-NOT-FOUND
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-IN
                       AT END
                           SET WS-EOF TO TRUE
                   END-READ
                   IF NOT WS-EOF
                       ADD 1 TO WS-JRNL-READ
                       PERFORM 2200-RELEASE-ONE-JOURNAL
                   END-IF
               END-PERFORM
               CLOSE JOURNAL-IN
           END-IF.

      *> A SNAPSHOT IS TAKEN FOR EVERY MESSAGE OF A KNOWN FAMILY,
      *> VALID OR NOT - ONLY THOSE OF A MSGIDA THE REGISTER SAYS
      *> WAS ACCEPTED CAN HAVE A MASTER ENTRY TO BE AUDITED AGAINST.
       2100-RELEASE-ONE-SNAPSHOT.
           MOVE GH-MSGIDA TO DR-MSGIDA
           PERFORM 2300-CHECK-REGISTERED
           IF WS-ACCEPTED
               MOVE SPACES TO SORT-REC
               MOVE GH-MSGIDA TO SR-MSGIDA
               MOVE GH-BGEN-OCC-IDX TO SR-BGEN-OCC-IDX
               SET SR-FROM-GRPHIST TO TRUE
               MOVE 0 TO SR-TRANS-NO1
               MOVE 0 TO SR-TRANS-NO2
               MOVE GH-SNAPSHOT-DATE TO SR-STAMP-DATE
               MOVE GH-SNAPSHOT-TIME TO SR-STAMP-TIME
               MOVE GH-MSGID TO SR-MSGID
               MOVE 0 TO SR-CLTDOBX
               MOVE 0 TO SR-TRANS-NO3
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > 3
                   MOVE GH-GROUP (WS-GRP-IDX) TO SR-GROUP (WS-GRP-IDX)
               END-PERFORM
               RELEASE SORT-REC
           END-IF.

      *> DECODE AN ACCEPTED JOURNAL IMAGE INTO ONE SORT ENTRY PER
      *> POPULATED OCCURRENCE.  AN OCCURRENCE WHOSE TRANS-NO FIELDS
      *> AREN'T VALID PACKED DATA CANNOT HAVE PASSED THE CLI9000
      *> TRANS-NO EDIT, SO IT NEVER REACHED THE MASTER EITHER.
       2200-RELEASE-ONE-JOURNAL.
           MOVE "N" TO WS-ACCEPTED-SW
           IF JR-MSGID (1:6) = "CLTRTV"
               OR JR-MSGID (1:6) = "CLTUPD"
               MOVE JR-MSGIDA TO DR-MSGIDA
               PERFORM 2300-CHECK-REGISTERED
           END-IF
           IF WS-ACCEPTED
               AND WS-RJCT-AVAILABLE
               MOVE JR-MSGIDA TO RJ-MSGIDA
               READ REJECT-STORE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RJ-STATUS-PENDING
                           AND RJ-MESSAGE-IMAGE (60:312)
                               = JR-MESSAGE-DATA
                           MOVE "N" TO WS-ACCEPTED-SW
                       END-IF
               END-READ
           END-IF
           IF WS-ACCEPTED
               ADD 1 TO WS-JRNL-ACCEPTED
               MOVE SPACES TO WS-JRNL-MSG
               MOVE JR-MESSAGE-DATA TO MESSAGE-DATA
               PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
                       UNTIL WS-OCC-IDX > 4
                   IF BGEN-XXXXX-ADDRTYPE (WS-OCC-IDX) NOT = SPACES
                       AND BGEN-XXXXX-ADDRTYPE (WS-OCC-IDX)
                           NOT = LOW-VALUES
                       AND BGEN-XXXXX-TRANS-NO1 (WS-OCC-IDX) NUMERIC
                       AND BGEN-XXXXX-TRANS-NO2 (WS-OCC-IDX) NUMERIC
                       AND BGEN-XXXXX-TRANS-NO3 (WS-OCC-IDX) NUMERIC
                       PERFORM 2210-RELEASE-ONE-OCCURRENCE
                   END-IF
               END-PERFORM
           END-IF.

       2210-RELEASE-ONE-OCCURRENCE.
           MOVE SPACES TO SORT-REC
           MOVE JR-MSGIDA TO SR-MSGIDA
           MOVE WS-OCC-IDX TO SR-BGEN-OCC-IDX
           SET SR-FROM-JOURNAL TO TRUE
           MOVE BGEN-XXXXX-TRANS-NO1 (WS-OCC-IDX) TO SR-TRANS-NO1
           MOVE BGEN-XXXXX-TRANS-NO2 (WS-OCC-IDX) TO SR-TRANS-NO2
           MOVE JR-RECEIVED-DATE TO SR-STAMP-DATE
           MOVE JR-RECEIVED-TIME TO SR-STAMP-TIME
           MOVE JR-MSGID TO SR-MSGID
           MOVE BGEN-XXXXX-ADDRTYPE (WS-OCC-IDX) TO SR-ADDRTYPE
           MOVE BGEN-XXXXX-BIRTHP (WS-OCC-IDX, 1) TO SR-BIRTHP (1)
           MOVE BGEN-XXXXX-BIRTHP (WS-OCC-IDX, 2) TO SR-BIRTHP (2)
      *> THE SAME ZEROS-FOR-AN-UNSENT-BIRTHDATE RULE THE MASTER POST
      *> APPLIES, SO AN UNSENT DATE DOESN'T READ AS DRIFT.
           IF BGEN-XXXXX-CLTDOBX (WS-OCC-IDX) NUMERIC
               MOVE BGEN-XXXXX-CLTDOBX (WS-OCC-IDX) TO SR-CLTDOBX
           ELSE
               MOVE 0 TO SR-CLTDOBX
           END-IF
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 3
               MOVE BGEN-XXXXX-GROUP (WS-OCC-IDX, WS-GRP-IDX)
                   TO SR-GROUP (WS-GRP-IDX)
           END-PERFORM
           MOVE BGEN-XXXXX-TRANS-NO3 (WS-OCC-IDX) TO SR-TRANS-NO3
           RELEASE SORT-REC.

       2300-CHECK-REGISTERED.
           MOVE "N" TO WS-ACCEPTED-SW
           IF WS-DUPREG-AVAILABLE
               READ MSGID-REGISTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ACCEPTED TO TRUE
               END-READ
           END-IF.

       2500-RELEASE-GRPHIST-ARCHIVE.
           MOVE "N" TO WS-ARCH-EOF-SW
           OPEN INPUT GRPHIST-ARCH
           IF WS-GRPARCH-FILE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ARCH-EOF
               READ GRPHIST-ARCH
                   AT END
                       SET WS-ARCH-EOF TO TRUE
               END-READ
               IF NOT WS-ARCH-EOF
                   ADD 1 TO WS-ARCH-READ
                   MOVE GRPHIST-ARCH-REC TO CLIGRPH-REC
                   PERFORM 2100-RELEASE-ONE-SNAPSHOT
               END-IF
           END-PERFORM
           CLOSE GRPHIST-ARCH.

       2600-RELEASE-JOURNAL-ARCHIVE.
           MOVE "N" TO WS-ARCH-EOF-SW
           OPEN INPUT JOURNAL-ARCH
           IF WS-JRNARCH-FILE-NOT-FOUND
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ARCH-EOF
               READ JOURNAL-ARCH
                   AT END
                       SET WS-ARCH-EOF TO TRUE
               END-READ
               IF NOT WS-ARCH-EOF
                   ADD 1 TO WS-ARCH-READ
                   MOVE JOURNAL-ARCH-REC TO CLIJRNL-REC
                   PERFORM 2200-RELEASE-ONE-JOURNAL
               END-IF
           END-PERFORM
           CLOSE JOURNAL-ARCH.

      *> MATCH THE MASTER, READ IN KEY ORDER, AGAINST THE COLLATED
      *> HISTORY.  EACH PASS OF THE LOOP JUDGES ONE KEY - THE LOWER
      *> OF THE TWO SIDES' NEXT KEYS - SO A KEY PRESENT ON ONLY ONE
      *> SIDE IS SEEN EXACTLY ONCE.
       3000-MATCH-MASTER-TO-HISTORY.
           PERFORM 3010-READ-NEXT-MASTER
           PERFORM 3020-RETURN-NEXT-HISTORY
           PERFORM UNTIL WS-MST-EOF AND WS-SORT-EOF
               IF WS-MST-KEY < WS-HIST-KEY
                   MOVE WS-MST-KEY TO WS-CURR-KEY
               ELSE
                   MOVE WS-HIST-KEY TO WS-CURR-KEY
               END-IF
               PERFORM 3100-JUDGE-ONE-KEY
           END-PERFORM.

       3010-READ-NEXT-MASTER.
           IF NOT WS-MST-EOF
               READ CLIENT-MASTER NEXT
                   AT END
                       SET WS-MST-EOF TO TRUE
               END-READ
               IF NOT WS-MST-EOF
                   AND WS-CLTMST-FILE-STATUS NOT = "00"
                   DISPLAY "CLI9160: CLIENT MASTER READ FAILED STATUS="
                       WS-CLTMST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   PERFORM 9000-TERMINATE
                   STOP RUN
               END-IF
           END-IF
           IF WS-MST-EOF
               MOVE HIGH-VALUES TO WS-MST-KEY
           ELSE
               ADD 1 TO WS-MASTER-READ
               MOVE CM-KEY TO WS-MST-KEY
           END-IF.

       3020-RETURN-NEXT-HISTORY.
           IF NOT WS-SORT-EOF
               RETURN SORT-WORK
                   AT END
                       SET WS-SORT-EOF TO TRUE
               END-RETURN
           END-IF
           IF WS-SORT-EOF
               MOVE HIGH-VALUES TO WS-HIST-KEY
           ELSE
               MOVE SR-KEY TO WS-HIST-KEY
           END-IF.

      *> GATHER EVERYTHING THE HISTORY HOLDS FOR THE CURRENT KEY,
      *> THEN JUDGE IT.  A GROUP SNAPSHOT OR A JOURNAL IMAGE ONLY
      *> QUALIFIES IF IT WAS TAKEN OR RECEIVED AT OR BEFORE THE
      *> MASTER WAS LAST POSTED - ANYTHING LATER IS OF A MESSAGE
      *> THAT NEVER REACHED THE MASTER.
       3100-JUDGE-ONE-KEY.
           MOVE "N" TO WS-HAVE-MASTER-SW
           MOVE "N" TO WS-HAVE-GRPHIST-SW
           MOVE "N" TO WS-ANY-GRPHIST-SW
           MOVE "N" TO WS-HAVE-JOURNAL-SW
           MOVE "N" TO WS-ENTRY-DRIFT-SW
           MOVE 0 TO WS-NOMST-DATE
           IF WS-MST-KEY = WS-CURR-KEY
               SET WS-HAVE-MASTER TO TRUE
               MOVE CM-LAST-UPDATED-DATE TO WS-MST-STAMP-DATE
               MOVE CM-LAST-UPDATED-TIME TO WS-MST-STAMP-TIME
           END-IF
           PERFORM UNTIL WS-HIST-KEY NOT = WS-CURR-KEY
               IF SR-FROM-GRPHIST
                   SET WS-ANY-GRPHIST TO TRUE
                   IF NOT WS-HAVE-MASTER
                       OR SR-STAMP NOT > WS-MST-STAMP
                       SET WS-HAVE-GRPHIST TO TRUE
                       MOVE SR-STAMP-DATE TO NG-STAMP-DATE
                       MOVE SR-STAMP-TIME TO NG-STAMP-TIME
                       PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                               UNTIL WS-GRP-IDX > 3
                           MOVE SR-GROUP (WS-GRP-IDX)
                               TO NG-GROUP (WS-GRP-IDX)
                       END-PERFORM
                   END-IF
               ELSE
                   IF NOT WS-HAVE-MASTER
                       OR SR-STAMP NOT > WS-MST-STAMP
                       SET WS-HAVE-JOURNAL TO TRUE
                       MOVE SORT-REC TO WS-NEWEST-JOURNAL
                   END-IF
               END-IF
               IF SR-STAMP-DATE > WS-NOMST-DATE
                   MOVE SR-STAMP-DATE TO WS-NOMST-DATE
               END-IF
               PERFORM 3020-RETURN-NEXT-HISTORY
           END-PERFORM
           IF WS-HAVE-MASTER
               PERFORM 3200-AUDIT-MASTER-ENTRY
               PERFORM 3010-READ-NEXT-MASTER
           ELSE
               PERFORM 3600-REPORT-NO-MASTER
           END-IF.

       3200-AUDIT-MASTER-ENTRY.
           IF WS-HAVE-GRPHIST
               PERFORM 3300-COMPARE-GRPHIST
           ELSE
               ADD 1 TO WS-NO-GRPHIST-CNT
               MOVE "NOHIST  ** " TO RL2-TAG
               MOVE "GRPHIST" TO RL2-SOURCE
               MOVE "MASTER ENTRY HAS NO GROUP SNAPSHOT  " TO RL2-TEXT
               PERFORM 3700-WRITE-MISSING-LINE
           END-IF
           IF WS-HAVE-JOURNAL
               PERFORM 3400-COMPARE-JOURNAL
           ELSE
               ADD 1 TO WS-NO-JOURNAL-CNT
               MOVE "NOHIST  ** " TO RL2-TAG
               MOVE "JOURNAL" TO RL2-SOURCE
               MOVE "MASTER ENTRY HAS NO ACCEPTED IMAGE  " TO RL2-TEXT
               PERFORM 3700-WRITE-MISSING-LINE
           END-IF
           IF WS-ENTRY-DRIFT
               ADD 1 TO WS-DRIFT-ENTRIES
           ELSE
               IF WS-HAVE-GRPHIST
                   AND WS-HAVE-JOURNAL
                   ADD 1 TO WS-ENTRIES-AGREE
               END-IF
           END-IF.

       3300-COMPARE-GRPHIST.
           MOVE "GRPHIST" TO WS-DRIFT-SOURCE
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 3
               IF CM-GROUP01 (WS-GRP-IDX) NOT = NG-GROUP01 (WS-GRP-IDX)
                   MOVE "GROUP01(N)" TO WS-DRIFT-FIELD
                   MOVE CM-GROUP01 (WS-GRP-IDX) TO WS-DRIFT-MASTER-VAL
                   MOVE NG-GROUP01 (WS-GRP-IDX) TO WS-DRIFT-HIST-VAL
                   PERFORM 3500-REPORT-DRIFT
               END-IF
               IF CM-GROUP02 (WS-GRP-IDX) NOT = NG-GROUP02 (WS-GRP-IDX)
                   MOVE "GROUP02(N)" TO WS-DRIFT-FIELD
                   MOVE CM-GROUP02 (WS-GRP-IDX) TO WS-ED-INT
                   MOVE WS-ED-INT TO WS-DRIFT-MASTER-VAL
      *> A SNAPSHOT RECORDS WHAT WAS SENT - ITS GROUP02 MAY BE RAW
      *> NON-NUMERIC BYTES, SHOWN AS ZERO LIKE EVERY OTHER REPORT
      *> IN THIS SUITE SHOWS THEM.
                   IF NG-GROUP02 (WS-GRP-IDX) NUMERIC
                       MOVE NG-GROUP02 (WS-GRP-IDX) TO WS-ED-INT
                   ELSE
                       MOVE 0 TO WS-ED-INT
                   END-IF
                   MOVE WS-ED-INT TO WS-DRIFT-HIST-VAL
                   PERFORM 3500-REPORT-DRIFT
               END-IF
           END-PERFORM.

       3400-COMPARE-JOURNAL.
           MOVE "JOURNAL" TO WS-DRIFT-SOURCE
           MOVE 0 TO WS-GRP-IDX
           IF CM-ADDRTYPE NOT = NJ-ADDRTYPE
               MOVE "ADDRTYPE" TO WS-DRIFT-FIELD
               MOVE CM-ADDRTYPE TO WS-DRIFT-MASTER-VAL
               MOVE NJ-ADDRTYPE TO WS-DRIFT-HIST-VAL
               PERFORM 3500-REPORT-DRIFT
           END-IF
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1
                   UNTIL WS-BP-IDX > 2
               IF CM-BIRTHP (WS-BP-IDX) NOT = NJ-BIRTHP (WS-BP-IDX)
                   MOVE "BIRTHP(N)" TO WS-DRIFT-FIELD
                   MOVE WS-BP-IDX TO WS-DRIFT-FIELD (8:1)
                   MOVE CM-BIRTHP (WS-BP-IDX) TO WS-DRIFT-MASTER-VAL
                   MOVE NJ-BIRTHP (WS-BP-IDX) TO WS-DRIFT-HIST-VAL
                   PERFORM 3500-REPORT-DRIFT
               END-IF
           END-PERFORM
           IF CM-CLTDOBX NOT = NJ-CLTDOBX
               MOVE "CLTDOBX" TO WS-DRIFT-FIELD
               MOVE CM-CLTDOBX TO WS-DRIFT-MASTER-VAL
               MOVE NJ-CLTDOBX TO WS-DRIFT-HIST-VAL
               PERFORM 3500-REPORT-DRIFT
           END-IF
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > 3
               IF CM-GROUP01 (WS-GRP-IDX) NOT = NJ-GROUP01 (WS-GRP-IDX)
                   MOVE "GROUP01(N)" TO WS-DRIFT-FIELD
                   MOVE CM-GROUP01 (WS-GRP-IDX) TO WS-DRIFT-MASTER-VAL
                   MOVE NJ-GROUP01 (WS-GRP-IDX) TO WS-DRIFT-HIST-VAL
                   PERFORM 3500-REPORT-DRIFT
               END-IF
               IF CM-GROUP02 (WS-GRP-IDX) NOT = NJ-GROUP02 (WS-GRP-IDX)
                   MOVE "GROUP02(N)" TO WS-DRIFT-FIELD
                   MOVE CM-GROUP02 (WS-GRP-IDX) TO WS-ED-INT
                   MOVE WS-ED-INT TO WS-DRIFT-MASTER-VAL
                   IF NJ-GROUP02 (WS-GRP-IDX) NUMERIC
                       MOVE NJ-GROUP02 (WS-GRP-IDX) TO WS-ED-INT
                   ELSE
                       MOVE 0 TO WS-ED-INT
                   END-IF
                   MOVE WS-ED-INT TO WS-DRIFT-HIST-VAL
                   PERFORM 3500-REPORT-DRIFT
               END-IF
           END-PERFORM
           MOVE 0 TO WS-GRP-IDX
           IF CM-TRANS-NO1 NOT = NJ-TRANS-NO1
               MOVE "TRANS-NO1" TO WS-DRIFT-FIELD
               MOVE CM-TRANS-NO1 TO WS-ED-INT
               MOVE WS-ED-INT TO WS-DRIFT-MASTER-VAL
               MOVE NJ-TRANS-NO1 TO WS-ED-INT
               MOVE WS-ED-INT TO WS-DRIFT-HIST-VAL
               PERFORM 3500-REPORT-DRIFT
           END-IF
           IF CM-TRANS-NO2 NOT = NJ-TRANS-NO2
               MOVE "TRANS-NO2" TO WS-DRIFT-FIELD
               MOVE CM-TRANS-NO2 TO WS-ED-INT
               MOVE WS-ED-INT TO WS-DRIFT-MASTER-VAL
               MOVE NJ-TRANS-NO2 TO WS-ED-INT
               MOVE WS-ED-INT TO WS-DRIFT-HIST-VAL
               PERFORM 3500-REPORT-DRIFT
           END-IF
           IF CM-TRANS-NO3 NOT = NJ-TRANS-NO3
               MOVE "TRANS-NO3" TO WS-DRIFT-FIELD
               MOVE CM-TRANS-NO3 TO WS-ED-DEC
               MOVE WS-ED-DEC TO WS-DRIFT-MASTER-VAL
               MOVE NJ-TRANS-NO3 TO WS-ED-DEC
               MOVE WS-ED-DEC TO WS-DRIFT-HIST-VAL
               PERFORM 3500-REPORT-DRIFT
           END-IF.

      *> ONE LINE PER FIELD THAT DISAGREES.  A GROUP-TABLE FIELD
      *> CARRIES ITS ENTRY NUMBER IN THE LABEL; RAW LOW-VALUES IN A
      *> TEXT VALUE ARE BLANKED SO THE LINE SEQUENTIAL WRITE KEEPS
      *> THE RECORD.
       3500-REPORT-DRIFT.
           SET WS-ENTRY-DRIFT TO TRUE
           SET WS-DISAGREEMENT TO TRUE
           ADD 1 TO WS-DRIFT-FIELDS
           IF WS-GRP-IDX > 0
               MOVE WS-GRP-IDX TO WS-DRIFT-FIELD (9:1)
           END-IF
           MOVE CM-MSGIDA TO RL1-MSGIDA
           MOVE CM-BGEN-OCC-IDX TO RL1-OCC-IDX
           MOVE WS-DRIFT-SOURCE TO RL1-SOURCE
           MOVE WS-DRIFT-FIELD TO RL1-FIELD
           MOVE WS-DRIFT-MASTER-VAL TO RL1-MASTER-VAL
           MOVE WS-DRIFT-HIST-VAL TO RL1-HIST-VAL
           INSPECT RL1-MASTER-VAL REPLACING ALL LOW-VALUE BY SPACE
           INSPECT RL1-HIST-VAL REPLACING ALL LOW-VALUE BY SPACE
           WRITE AUDIT-RPT-REC FROM WS-RPT-DRIFT-LINE.

      *> ACCEPTED HISTORY FOR A CLIENT OCCURRENCE THE MASTER HAS NO
      *> ENTRY FOR - ONE LINE PER SOURCE THAT HOLDS ANY.
       3600-REPORT-NO-MASTER.
           ADD 1 TO WS-NO-MASTER-CNT
           MOVE "NOMASTER** " TO RL2-TAG
           MOVE "HISTORY HAS NO CLIENT MASTER ENTRY  " TO RL2-TEXT
           IF WS-ANY-GRPHIST
               MOVE "GRPHIST" TO RL2-SOURCE
               PERFORM 3700-WRITE-MISSING-LINE
           END-IF
           IF WS-HAVE-JOURNAL
               MOVE "JOURNAL" TO RL2-SOURCE
               PERFORM 3700-WRITE-MISSING-LINE
           END-IF.

       3700-WRITE-MISSING-LINE.
           SET WS-DISAGREEMENT TO TRUE
           MOVE WS-CURR-KEY (1:30) TO RL2-MSGIDA
           MOVE WS-CURR-KEY (31:1) TO RL2-OCC-IDX
           IF WS-HAVE-MASTER
               MOVE CM-LAST-UPDATED-DATE TO RL2-DATE
           ELSE
               MOVE WS-NOMST-DATE TO RL2-DATE
           END-IF
           WRITE AUDIT-RPT-REC FROM WS-RPT-MISSING-LINE.

       9000-TERMINATE.
           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "MASTER ENTRIES READ           " TO RL-SUMM-TEXT
           MOVE WS-MASTER-READ TO RL-SUMM-COUNT
           WRITE AUDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "SNAPSHOTS READ                " TO RL-SUMM-TEXT
           MOVE WS-SNAP-READ TO RL-SUMM-COUNT
           WRITE AUDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "JOURNAL RECORDS READ          " TO RL-SUMM-TEXT
           MOVE WS-JRNL-READ TO RL-SUMM-COUNT
           WRITE AUDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "ARCHIVE RECORDS READ          " TO RL-SUMM-TEXT
           MOVE WS-ARCH-READ TO RL-SUMM-COUNT
           WRITE AUDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "ACCEPTED JOURNAL IMAGES       " TO RL-SUMM-TEXT
           MOVE WS-JRNL-ACCEPTED TO RL-SUMM-COUNT
           WRITE AUDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "ENTRIES IN AGREEMENT          " TO RL-SUMM-TEXT
           MOVE WS-ENTRIES-AGREE TO RL-SUMM-COUNT
           WRITE AUDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "MASTER WITH NO GROUP SNAPSHOT " TO RL-SUMM-TEXT
           MOVE WS-NO-GRPHIST-CNT TO RL-SUMM-COUNT
           WRITE AUDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "MASTER WITH NO JOURNAL IMAGE  " TO RL-SUMM-TEXT
           MOVE WS-NO-JOURNAL-CNT TO RL-SUMM-COUNT
           WRITE AUDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "HISTORY WITH NO MASTER ENTRY  " TO RL-SUMM-TEXT
           MOVE WS-NO-MASTER-CNT TO RL-SUMM-COUNT
           WRITE AUDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "ENTRIES WITH FIELD DRIFT      " TO RL-SUMM-TEXT
           MOVE WS-DRIFT-ENTRIES TO RL-SUMM-COUNT
           WRITE AUDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

           MOVE SPACES TO WS-RPT-SUMMARY-LINE
           MOVE "FIELDS DRIFTED                " TO RL-SUMM-TEXT
           MOVE WS-DRIFT-FIELDS TO RL-SUMM-COUNT
           WRITE AUDIT-RPT-REC FROM WS-RPT-SUMMARY-LINE

      *> ANY DISAGREEMENT AT ALL FAILS THE AUDIT, SO THE SCHEDULER
      *> RAISES IT - THE SAME RETURN CODE CLI9050 ENDS AN
      *> OUT-OF-BALANCE NIGHT WITH.  A FATAL STOP ALREADY SET 16.
           IF RETURN-CODE < 16
               IF WS-DISAGREEMENT
                   MOVE "RESULT: MASTER DISAGREES WITH ITS HISTORY"
                       TO RL3-NOTE-TEXT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE "RESULT: MASTER AGREES WITH ITS HISTORY"
                       TO RL3-NOTE-TEXT
               END-IF
               WRITE AUDIT-RPT-REC FROM WS-RPT-NOTE-LINE
           END-IF

           CLOSE AUDIT-RPT
           IF WS-MASTER-OPEN
               CLOSE CLIENT-MASTER
           END-IF
           IF WS-DUPREG-AVAILABLE
               CLOSE MSGID-REGISTER
           END-IF
           IF WS-RJCT-AVAILABLE
               CLOSE REJECT-STORE
           END-IF
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
               DISPLAY "CLI9160: RUN LOG OPEN FAILED STATUS="
                   WS-RUNLOG-FILE-STATUS
           ELSE
               MOVE FUNCTION CURRENT-DATE TO WS-STAMP
               MOVE "CLI9160" TO JL-PROGRAM-ID
               MOVE WS-STAMP-DATE TO JL-PROC-DATE
               MOVE WS-START-DATE TO JL-START-DATE
               MOVE WS-START-TIME TO JL-START-TIME
               MOVE WS-STAMP-DATE TO JL-END-DATE
               MOVE WS-STAMP-TIME TO JL-END-TIME
               MOVE WS-MASTER-READ TO JL-READ-CNT
               MOVE WS-ENTRIES-AGREE TO JL-CLEAN-CNT
               MOVE WS-DRIFT-ENTRIES TO JL-REJECT-CNT
               ADD WS-NO-GRPHIST-CNT TO JL-REJECT-CNT
               ADD WS-NO-JOURNAL-CNT TO JL-REJECT-CNT
               ADD WS-NO-MASTER-CNT TO JL-REJECT-CNT
               MOVE WS-DRIFT-FIELDS TO JL-WRITTEN-CNT
               MOVE RETURN-CODE TO JL-RETURN-CODE
               WRITE CLIJLOG-REC
               CLOSE RUN-LOG
           END-IF.
