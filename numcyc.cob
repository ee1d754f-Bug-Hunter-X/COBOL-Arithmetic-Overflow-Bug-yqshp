           MOVE WS-AUDIT-OLD-DATE TO AUDIT-OLD-NUM
           MOVE WS-AUDIT-NEW-DATE TO AUDIT-NEW-NUM
           MOVE ZERO TO AUDIT-SEGMENT-ID
           MOVE SPACES TO AUDIT-DUAL-CONTROL
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

