      *> CLIPCHG.CPY
      *> PENDING REFERENCE/PARAMETER CHANGE REQUEST RECORD.
      *>
      *> CHANGES TO THE CLI9000P BIRTHPLACE REFERENCE, THE CLI9000Q
      *> GROUP01 CODE REFERENCE AND THE CLI9000V RUN-CONTROL FILE
      *> ARE UNDER DUAL CONTROL: THE MAINTENANCE TRANSACTION
      *> (CLI9080, CLI9130, CLI9110) ONLY RAISES A REQUEST, AND A
      *> SECOND OPERATOR - NEVER THE ONE WHO RAISED IT - APPROVES
      *> OR DECLINES IT BEFORE ANYTHING IS APPLIED.  ONE OCCURRENCE
      *> OF THIS RECORD IS ONE SUCH REQUEST, KEYED BY THE MOMENT IT
      *> WAS RAISED (PC-REQ-SEQ SEPARATES REQUESTS RAISED IN THE
      *> SAME SECOND).  IT SITS ON THE CLI9000N PENDING FILE UNTIL
      *> IT IS DECIDED; THE DECIDED REQUEST - APPROVED OR DECLINED -
      *> IS THEN COPIED TO THE PERMANENT CLI9000T MAINTENANCE AUDIT
      *> TRAIL IN THIS SAME LAYOUT AND REMOVED FROM CLI9000N.  THE
      *> CLI9190 REPORT LISTS WHATEVER IS STILL WAITING.
      *>
      *> PC-TARGET-KEY IS THE TARGET FILE'S OWN KEY: THE 20-BYTE
      *> PLACE VALUE, THE ONE-BYTE GROUP01 CODE (LEFT-JUSTIFIED),
      *> OR THE PARAMETER ID.  THE BEFORE AND AFTER VALUES USE THE
      *> GENERIC FIELDS BELOW AS FOLLOWS:
      *>   TARGET P - STATUS ONLY (A=ACTIVE, R=RETIRED)
      *>   TARGET Q - STATUS, NUM1 = GROUP02 MINIMUM,
      *>              NUM2 = GROUP02 MAXIMUM
      *>   TARGET V - NUM1 = PARAMETER VALUE, DATE = EFFECTIVE DATE
      *> THE BEFORE VALUES ARE WHAT WAS ON FILE WHEN THE REQUEST WAS
      *> RAISED, REFRESHED TO WHAT WAS ON FILE AT THE MOMENT OF
      *> APPROVAL, SO THE AUDIT TRAIL SHOWS WHAT THE CHANGE REALLY
      *> REPLACED.
       01  CLIPCHG-REC.
           03  PC-REQUEST-KEY.
               05  PC-REQ-DATE                 PIC 9(008).
               05  PC-REQ-TIME                 PIC 9(006).
               05  PC-REQ-SEQ                  PIC 9(002).
           03  PC-TARGET-FILE                  PIC X(001).
               88  PC-TARGET-BIRTHPLACE         VALUE "P".
               88  PC-TARGET-GROUP-CODE         VALUE "Q".
               88  PC-TARGET-PARAMETER          VALUE "V".
           03  PC-ACTION                       PIC X(001).
               88  PC-ACTION-ADD                VALUE "A".
               88  PC-ACTION-RETIRE             VALUE "R".
               88  PC-ACTION-SET                VALUE "S".
           03  PC-TARGET-KEY                   PIC X(020).
           03  PC-REQ-STATUS                   PIC X(001).
               88  PC-STATUS-PENDING            VALUE "P".
               88  PC-STATUS-APPROVED           VALUE "A".
               88  PC-STATUS-DECLINED           VALUE "D".
           03  PC-REQUESTED-BY                 PIC X(008).
           03  PC-DECIDED-BY                   PIC X(008).
           03  PC-DECIDED-DATE                 PIC 9(008).
           03  PC-DECIDED-TIME                 PIC 9(006).
           03  PC-BEFORE.
               05  PC-BEFORE-ON-FILE           PIC X(001).
                   88  PC-BEFORE-WAS-ON-FILE    VALUE "Y".
               05  PC-BEFORE-STATUS            PIC X(001).
               05  PC-BEFORE-NUM1              PIC S9(009).
               05  PC-BEFORE-NUM2              PIC S9(009).
               05  PC-BEFORE-DATE              PIC 9(008).
           03  PC-AFTER.
               05  PC-AFTER-STATUS             PIC X(001).
               05  PC-AFTER-NUM1               PIC S9(009).
               05  PC-AFTER-NUM2               PIC S9(009).
               05  PC-AFTER-DATE               PIC 9(008).
