      *> CLIRSNH.CPY
      *> ACK/NAK REASON-CODE HISTORY RECORD.
      *>
      *> CLI9000A IS REWRITTEN EVERY NIGHT, SO ONE DAY'S ACK/NAK
      *> RESULTS ARE GONE BY THE NEXT.  CLI9170 COPIES EACH NIGHT'S
      *> ACKNOWLEDGMENTS ONTO THIS ACCUMULATING HISTORY, DATED WITH
      *> THE BUSINESS PROCESSING DATE THEY WERE RAISED UNDER: ONE
      *> "M" RECORD PER ACKNOWLEDGED MESSAGE CARRYING ITS ACK OR NAK
      *> STATUS, FOLLOWED FOR A NAK BY ONE "R" RECORD PER REASON
      *> ENTRY (SEE CLIACKR FOR THE REASON CODES AND WHAT
      *> RH-REASON-OCC/RH-REASON-SUB MEAN FOR EACH).  RH-FAMILY IS
      *> THE SIX-BYTE MSGID PREFIX THE MESSAGE WAS DISPATCHED ON.
      *> THE CLI9180 SCORECARD READS IT TO PUT A WEEK OR MONTH OF
      *> REJECTS NEXT TO THE ONE BEFORE.
       01  CLIRSNH-REC.
           03  RH-PROC-DATE                    PIC 9(008).
           03  RH-RECORD-TYPE                  PIC X(001).
               88  RH-MESSAGE-RESULT            VALUE "M".
               88  RH-REASON-ENTRY              VALUE "R".
           03  RH-MSGIDA                       PIC X(030).
           03  RH-MSGID                        PIC X(010).
           03  RH-FAMILY                       PIC X(006).
           03  RH-ACK-STATUS                   PIC X(003).
               88  RH-ACKNOWLEDGED              VALUE "ACK".
               88  RH-REJECTED                  VALUE "NAK".
           03  RH-REASON-CODE                  PIC X(004).
           03  RH-REASON-OCC                   PIC 9(001).
           03  RH-REASON-SUB                   PIC 9(001).
