      *> CLICRUL.CPY
      *> REJECT MASS-CORRECTION RULE CARD.
      *>
      *> ONE OCCURRENCE OF THIS RECORD IS ONE CORRECTION RULE ON
      *> THE CLI9240C RULE FILE - AN 80-COLUMN CARD IMAGE OPERATIONS
      *> KEYS UP FOR A SYSTEMIC FAULT THE SENDER HAS SHIPPED, READ
      *> BY THE CLI9240 MASS-CORRECTION BATCH.  A CARD WITH "*" IN
      *> COLUMN 1 IS A COMMENT.  RULE TYPES:
      *>   G - WHERE A GROUP ENTRY'S GROUP01 = CR-FROM-VALUE, SET IT
      *>       TO CR-TO-VALUE (ONE CHARACTER EACH)
      *>   B - WHERE A BIRTHP ENTRY = CR-FROM-VALUE, REPLACE IT WITH
      *>       CR-TO-VALUE
      *> CR-REASON-CODE, WHEN KEYED, NARROWS THE RULE TO ENTRIES THE
      *> REJECT WAS ACTUALLY NAK'D FOR UNDER THAT CODE (SEE CLIACKR)
      *> - E.G. "GC51" TOUCHES ONLY A GROUP ENTRY THE CLTUPD GROUP
      *> COMBINATION EDIT FAILED.  LEFT BLANK, THE RULE APPLIES TO
      *> EVERY MATCHING VALUE IN EVERY PENDING REJECT.
      *>
      *> COLUMNS:  1-4 RULE ID   6 TYPE   8-11 REASON CODE
      *>          13-32 FROM VALUE   34-53 TO VALUE
       01  CLICRUL-REC.
           03  CR-RULE-ID                      PIC X(004).
           03  FILLER                          PIC X(001).
           03  CR-RULE-TYPE                    PIC X(001).
               88  CR-RULE-GROUP01              VALUE "G".
               88  CR-RULE-BIRTHP               VALUE "B".
           03  FILLER                          PIC X(001).
           03  CR-REASON-CODE                  PIC X(004).
           03  FILLER                          PIC X(001).
           03  CR-FROM-VALUE                   PIC X(020).
           03  FILLER                          PIC X(001).
           03  CR-TO-VALUE                     PIC X(020).
           03  FILLER                          PIC X(027).
