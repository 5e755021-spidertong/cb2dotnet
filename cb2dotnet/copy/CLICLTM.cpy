      *> IT BY KEY FOR THE SERVICE DESK.  KEYED BY MSGIDA PLUS THE
      *> BGEN OCCURRENCE INDEX SO ONE CLIENT'S FOUR POSSIBLE
      *> OCCURRENCES SIT TOGETHER.
      *>
      *> A CLIENT THE SENDER HAS CLOSED (AN ACCEPTED CLTDEL MESSAGE)
      *> IS NOT DELETED: EVERY OCCURRENCE IT HOLDS IS MARKED CLOSED
      *> WITH THE BUSINESS DATE OF THE CLOSURE AND KEEPS THE LAST
      *> VALUES ACCEPTED BEFORE IT.  A CLOSED CLIENT'S ENTRIES ARE
      *> FROZEN - CLI9000 REFUSES FURTHER UPDATES TO THEM.  A MASTER
      *> STILL ON THE OLD RECORD LAYOUT (BEFORE CM-CLIENT-STATUS AND
      *> CM-CLOSED-DATE WERE ADDED) CANNOT BE OPENED AGAINST THIS ONE
      *> AND MUST BE CONVERTED BY THE ONE-OFF CLI9260 BATCH BEFORE
      *> ANY PROGRAM TOUCHES IT, EVERY ENTRY TAKING CM-CLIENT-STATUS
      *> "O" AND CM-CLOSED-DATE ZERO.
       01  CLICLTM-REC.
           03  CM-KEY.
               05  CM-MSGIDA                   PIC X(030).
                                                COMP-3.
           03  CM-LAST-UPDATED-DATE            PIC 9(008).
           03  CM-LAST-UPDATED-TIME            PIC 9(006).
           03  CM-CLIENT-STATUS                PIC X(001).
               88  CM-CLIENT-OPEN               VALUE "O" SPACE.
               88  CM-CLIENT-CLOSED             VALUE "C".
           03  CM-CLOSED-DATE                  PIC 9(008).
