      *> FORMAT ITS AUTOMATION CAN PARSE - "ACK" FOR A MESSAGE THAT
      *> PASSED EVERY INTAKE EDIT, "NAK" WITH ONE STRUCTURED REASON
      *> ENTRY PER FAILED EDIT OTHERWISE.  A MESSAGE CAN FAIL AT
      *> MOST 59 EDITS (ONE MSGCNT MISMATCH, FOUR CLTDOBX DATES,
      *> EIGHT BIRTHPLACES - TWO PER OCCURRENCE, SIX DUPLICATE-
      *> ADDRTYPE PAIRS, TWELVE GROUP COMBINATIONS, TWELVE GROUP
      *> REFERENCE MISSES - ONE PER GROUP ENTRY, TWELVE PACKED
      *> TRANS-NO FIELDS - THREE PER OCCURRENCE, FOUR OUT-OF-
      *> SEQUENCE OCCURRENCES), SO THE REASON TABLE IS SIZED AT 64
      *> AND AK-REASON-COUNT SAYS HOW MANY ENTRIES ARE FILLED.  (AN
      *> UPDATE FOR A CLOSED CLIENT IS NOT SEQUENCE-CHECKED, SO ITS
      *> CLOSED-CLIENT REASON NEVER ADDS TO THAT WORST CASE.)
      *>
      *> REASON CODES - THE TWO-LETTER STEM NAMES THE EDIT AND THE
      *> TWO-DIGIT SUFFIX NAMES THE MESSAGE FAMILY THE FAILURE WAS
      *> RAISED AGAINST: "01" FOR CLTRTV, "51" FOR CLTUPD, "71" FOR
      *> CLTDEL.  ALL THREE FAMILIES CARRY THE SAME BGEN-XXXXX
      *> SHAPE, SO THE SHAPE EDITS APPEAR IN EVERY SERIES THAT RUNS
      *> THEM (MC01/MC51/MC71 AND SO ON):
      *>   MCnn - MSGCNT DOES NOT MATCH POPULATED OCCURRENCES
      *>   DBnn - CLTDOBX DATE INVALID (AK-REASON-OCC = OCCURRENCE)
      *>   ADnn - DUPLICATE ADDRTYPE (AK-REASON-OCC/AK-REASON-SUB =
      *>          OR CARRIES AN INVALID SIGN (AK-REASON-OCC =
      *>          OCCURRENCE, AK-REASON-SUB = WHICH TRANS-NO
      *>          FIELD, 1-3)
      *>   SQnn - OCCURRENCE IS OUT OF SEQUENCE: ITS TRANS-NO1/
      *>          TRANS-NO2 PAIR IS OLDER THAN THE PAIR ALREADY
      *>          POSTED TO THE CLI9000M CLIENT MASTER, SO POSTING
      *>          IT WOULD ROLL THE CLIENT BACKWARDS (AK-REASON-OCC
      *>          = OCCURRENCE).  THE MESSAGE IS HELD OFF THE
      *>          MASTER AND LISTED ON CLI9000S
      *>   CLnn - CLIENT IS CLOSED ON THE CLI9000M CLIENT MASTER:
      *>          CL51 AN UPDATE TO A CLOSED CLIENT, CL71 A CLOSURE
      *>          OF A CLIENT ALREADY CLOSED.  NOTHING IN THE
      *>          MESSAGE CAN BE CORRECTED, SO IT IS NOT STORED FOR
      *>          CORRECTION
      *>   OD71 - CLTDEL MESSAGE CARRYING POPULATED OCCURRENCES (A
      *>          CLOSURE NAMES THE CLIENT BY MSGIDA ALONE)
      *>   NF71 - CLTDEL FOR A CLIENT WITH NOTHING ON THE CLIENT
      *>          MASTER - NOTHING TO CLOSE; NOT STORED FOR
      *>          CORRECTION EITHER
      *>   UP51 - CLTUPD MESSAGE WITH NO POPULATED OCCURRENCE
      *>          (AN UPDATE OF NOTHING - CLTUPD FAMILY ONLY)
      *>   MT01 - MSGID TYPE NOT ONBOARDED (FAMILY UNKNOWN BY
