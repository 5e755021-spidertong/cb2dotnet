      *> NIGHTLY JOB IS ADDED HERE AND NOWHERE ELSE.
       01  WS-EXPECTED-JOBS VALUE
               "CLI9000 " & "CLI9010 " & "CLI9020 " & "CLI9050 " &
               "CLI9070 " & "CLI9090 " & "CLI9120 " & "CLI9170 " &
               "CLI9230 ".
           05  WS-EXPECTED-JOB OCCURS 9        PIC X(008).

       01  WS-RPT-LINES.
           05  WS-RPT-HDR1.

       3000-FLAG-MISSING-JOBS.
           PERFORM VARYING WS-EXP-IDX FROM 1 BY 1
                   UNTIL WS-EXP-IDX > 9
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-SEEN-IDX FROM 1 BY 1
                       UNTIL WS-SEEN-IDX > WS-SEEN-CNT
