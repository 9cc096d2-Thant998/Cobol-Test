
       950-WRITE-AUDIT-RTN.
             ACCEPT AJ-RUN-DATE FROM DATE YYYYMMDD.
             MOVE SPACES TO AJ-OPERATOR-STAMP.
             ACCEPT AJ-RUN-TIME FROM TIME.
             WRITE AUDIT-JOURNAL-REC.

