      *> AND THE TRANS-NO FIELDS OF EVERY BGEN-XXXXX OCCURRENCE ON
      *> THE CLI9000M CLIENT MASTER, WITH THE DATE AND TIME EACH
      *> OCCURRENCE WAS LAST ROLLED FORWARD - WITHOUT REPLAYING THE
      *> JOURNAL OR EYEBALLING THE CLI9040 REPORT.  A CLIENT THE
      *> SENDER HAS CLOSED (CLTDEL) SHOWS ITS CLOSURE DATE AGAINST
      *> EVERY OCCURRENCE; THE VALUES SHOWN ARE THOSE HELD AT
      *> CLOSURE.  READ-ONLY; THE
      *> MASTER IS MAINTAINED SOLELY BY CLI9000'S POST PATH.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLI9100.
           DISPLAY "CLIENT " CM-MSGIDA " OCC=" CM-BGEN-OCC-IDX
               " LAST UPDATED " CM-LAST-UPDATED-DATE
               " " CM-LAST-UPDATED-TIME
           IF CM-CLIENT-CLOSED
               DISPLAY "  STATUS=CLOSED ON " CM-CLOSED-DATE
           ELSE
               DISPLAY "  STATUS=OPEN"
           END-IF
           DISPLAY "  ADDRTYPE=" CM-ADDRTYPE
               " CLTDOBX=" CM-CLTDOBX
           PERFORM VARYING WS-BP-IDX FROM 1 BY 1 UNTIL WS-BP-IDX > 2
