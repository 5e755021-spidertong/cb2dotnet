      *>   CLI9040-TO-DATE     - CLI9040 DEFAULT TO SNAPSHOT DATE
      *>   CLI9070-RETENTION   - CLI9070 RESUBMITTED RETENTION DAYS
      *>   CLI9090-TOLERANCE   - CLI9090 VARIANCE TOLERANCE PCT
      *>   CLI9250-BAND-1      - CLI9250 UPPER AGE OF AGE BAND 1
      *>   CLI9250-BAND-2      - CLI9250 UPPER AGE OF AGE BAND 2
      *>   CLI9250-BAND-3      - CLI9250 UPPER AGE OF AGE BAND 3
      *>   CLI9250-BAND-4      - CLI9250 UPPER AGE OF AGE BAND 4
      *>   CLI9250-BAND-5      - CLI9250 UPPER AGE OF AGE BAND 5
      *>                         (BAND 6 RUNS ON TO 120)
       01  CLIPARM-REC.
           03  PM-PARM-ID                      PIC X(020).
           03  PM-PARM-VALUE                   PIC S9(009).
