      *> CLICDCR.CPY
      *> CLIENT MASTER CHANGE-DATA-CAPTURE RECORD.
      *>
      *> ONE OCCURRENCE OF THIS RECORD DESCRIBES ONE CHANGE CLI9000'S
      *> POST PATH MADE TO ONE CLI9000M CLIENT OCCURRENCE: A NEW
      *> OCCURRENCE ADDED TO THE MASTER, OR AN EXISTING ONE WHOSE
      *> CONTENT ACTUALLY DIFFERS FROM WHAT WAS HELD.  AN IDENTICAL
      *> RE-SEND REFRESHES THE MASTER'S LAST-UPDATED STAMP BUT
      *> PRODUCES NO RECORD.  CLI9000 WRITES THE DAY'S RECORDS TO
      *> CLI9000F; CLI9230 WRAPS THEM IN THE SUITE'S HDRCTL/TRLCTL
      *> CONTROL RECORDS AS THE DAILY CHANGE FEED TRANSMISSION.
      *>
      *> A CLIENT CLOSURE (AN ACCEPTED CLTDEL) PRODUCES ONE CLOSED
      *> RECORD PER OCCURRENCE IT CLOSED, CARRYING THE STATUS AND
      *> CLOSED-DATE FIELDS.
      *>
      *> ONLY THE FIELDS THAT CHANGED ARE CARRIED - CD-FIELD-COUNT
      *> SAYS HOW MANY CD-FIELD ENTRIES ARE FILLED.  AN ADD CARRIES
      *> EVERY FIELD OF THE NEW OCCURRENCE WITH A BLANK BEFORE
      *> VALUE.  VALUES ARE CARRIED IN DISPLAY FORM, NUMERICS SIGNED
      *> AND EDITED, SO THE RECEIVING SIDE NEEDS NO KNOWLEDGE OF THE
      *> MASTER'S PACKED FIELDS.  FIELD NAMES:
      *>   ADDRTYPE, BIRTHP-1, BIRTHP-2, CLTDOBX, GROUP01-1 TO
      *>   GROUP01-3, GROUP02-1 TO GROUP02-3, TRANS-NO1, TRANS-NO2,
      *>   TRANS-NO3, STATUS (OPEN/CLOSED), CLOSED-DATE
      *> MSGIDA LEADS THE RECORD SO A CONTROL RECORD'S HDRCTL/TRLCTL
      *> SENTINEL OCCUPIES THE SAME BYTES IT DOES ON CLIRTVOI.
       01  CLICDC-REC.
           03  CD-MSGIDA                       PIC X(030).
           03  CD-BGEN-OCC-IDX                 PIC 9(001).
           03  CD-BUSINESS-DATE                PIC 9(008).
           03  CD-POST-TIME                    PIC 9(006).
      *> THE MSGID OF THE ACCEPTED MESSAGE THAT MADE THE CHANGE.
           03  CD-MSGID                        PIC X(010).
           03  CD-CHANGE-TYPE                  PIC X(001).
               88  CD-OCCURRENCE-ADDED          VALUE "A".
               88  CD-OCCURRENCE-CHANGED        VALUE "C".
               88  CD-OCCURRENCE-CLOSED         VALUE "X".
           03  CD-FIELD-COUNT                  PIC 9(002).
           03  CD-FIELD OCCURS 16.
               05  CD-FIELD-NAME               PIC X(012).
               05  CD-BEFORE-VALUE             PIC X(020).
               05  CD-AFTER-VALUE              PIC X(020).
           03  FILLER                          PIC X(010).
