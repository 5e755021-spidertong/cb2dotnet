      *> CLIDUPX.CPY
      *> REVIEWED NOT-A-DUPLICATE CLIENT PAIR RECORD.
      *>
      *> THE CLI9210 DUPLICATE MATCH RUN PAIRS UP MASTER ENTRIES
      *> UNDER DIFFERENT MSGIDA KEYS THAT LOOK LIKE THE SAME PERSON.
      *> ONCE THE DATA-QUALITY TEAM HAS REVIEWED A PAIR AND FOUND
      *> TWO GENUINELY DIFFERENT CLIENTS, THE CLI9220 REVIEW
      *> TRANSACTION RECORDS THE VERDICT HERE AND CLI9210 LEAVES THE
      *> PAIR OFF EVERY LATER WORKLIST.  ONE RECORD IS ONE
      *> PAIR, KEYED WITH THE LOWER MSGIDA FIRST SO A PAIR HAS ONE
      *> KEY WHICHEVER WAY ROUND IT WAS ENTERED.
       01  CLIDUPX-REC.
           03  DX-PAIR-KEY.
               05  DX-MSGIDA-LOW               PIC X(030).
               05  DX-MSGIDA-HIGH              PIC X(030).
           03  DX-MARKED-BY                    PIC X(008).
           03  DX-MARKED-DATE                  PIC 9(008).
