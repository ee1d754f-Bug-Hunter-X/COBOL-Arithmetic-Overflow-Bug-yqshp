      *  SHOULD KNOW THE REPLACEMENT IS SMALLER.  ENDS WITH
      *  RETURN CODE 8 WHEN THE REQUESTED RUN STAMP IS NOT
      *  ON THE EXTRACT LOG.
      *
      *  THE "C" CORRECTION DETAILS ARE REBUILT FROM THE
      *  NUMAMDL AMENDMENT LOG OVER THE SAME WINDOW, BY THE
      *  SAME RULE NUMDELTA USES (SEE AMDLOG.CPY), AND
      *  CHECKED AGAINST THE CORRECTION COUNT AND HASH
      *  LOGGED FOR THE ORIGINAL RUN.  AN EXTRACT LOGGED
      *  BEFORE CORRECTIONS WERE CARRIED SHOWS SPACES
      *  THERE, TAKEN AS NONE SENT.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMDRGN.
               RELATIVE KEY IS WS-MAST-RELKEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT AMD-LOG-FILE ASSIGN TO "NUMAMDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOG-STATUS.

           SELECT DELTA-FILE ASSIGN TO "NUMDELTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DELTA-STATUS.
       FD  MASTER-FILE.
           COPY mastrec.

       FD  AMD-LOG-FILE.
           COPY amdlog.

       FD  DELTA-FILE.
           COPY dltarec.

           05  WS-DLOG-STATUS          PIC X(02) VALUE "00".
           05  WS-MAST-STATUS          PIC X(02) VALUE "00".
           05  WS-DELTA-STATUS         PIC X(02) VALUE "00".
           05  WS-ALOG-STATUS          PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
           05  WS-MAST-RELKEY          PIC 9(10).
               88  WS-MAST-EOF         VALUE "Y".
           05  WS-FOUND-SW             PIC X(01) VALUE "N".
               88  WS-FOUND            VALUE "Y".
           05  WS-ALOG-EOF-SW          PIC X(01) VALUE "N".
               88  WS-ALOG-EOF         VALUE "Y".

       01  WS-REQUEST-FIELDS.
           05  WS-ARG-RUN-DATE         PIC X(08) VALUE SPACES.
           05  WS-RECORD-STAMP.
               10  WS-RECORD-DATE      PIC X(08).
               10  WS-RECORD-TIME      PIC X(08).
           05  WS-AMEND-STAMP.
               10  WS-AMEND-DATE       PIC X(08).
               10  WS-AMEND-TIME       PIC X(08).

       01  WS-ORIGINAL-TOTALS.
           05  WS-SENT-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-SENT-HASH            PIC 9(15) VALUE ZERO.
           05  WS-SENT-CORR-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-SENT-CORR-HASH       PIC 9(15) VALUE ZERO.

       01  WS-TOTALS.
           05  WS-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-HASH-TOTAL           PIC 9(15) VALUE ZERO.
           05  WS-CORR-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-CORR-HASH            PIC 9(15) VALUE ZERO.

      *        PARAMETER BLOCK FOR THE NUMCKD CHECK-DIGIT CALL
      *        (SEE CKDLNK.CPY) - A CORRECTION CARRIES THE
      *        AMENDED NUMBER'S CHECK DIGIT, WORKED OUT FROM
      *        THE NUMBER ON THE AMENDMENT LOG.
           COPY ckdlnk.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-NEXT-RECORD
               UNTIL WS-MAST-EOF
           PERFORM 2500-EXTRACT-CORRECTIONS
           PERFORM 3000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.
                       MOVE DLOG-RUN-TIME TO WS-CUTOFF-TIME
                       MOVE DLOG-DETAIL-COUNT TO WS-SENT-COUNT
                       MOVE DLOG-HASH-TOTAL TO WS-SENT-HASH
                       IF DLOG-CORR-COUNT NUMERIC
                           MOVE DLOG-CORR-COUNT TO WS-SENT-CORR-COUNT
                           MOVE DLOG-CORR-HASH TO WS-SENT-CORR-HASH
                       ELSE
                           MOVE ZERO TO WS-SENT-CORR-COUNT
                           MOVE ZERO TO WS-SENT-CORR-HASH
                       END-IF
                   END-IF
           END-READ.

           MOVE MAST-NUM TO DD-NUM
           MOVE MAST-SEGMENT-ID TO DD-SEGMENT-ID
           MOVE MAST-DATA TO DD-DATA
           MOVE MAST-CHECK-DIGIT TO DD-CHECK-DIGIT
           WRITE DELTA-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           ADD MAST-NUM TO WS-HASH-TOTAL.

      *        THE CORRECTIONS, REBUILT BY THE SAME RULE
      *        NUMDELTA APPLIES TO THE NUMAMDL LOG.
       2500-EXTRACT-CORRECTIONS.
           OPEN INPUT AMD-LOG-FILE
           IF WS-ALOG-STATUS = "35"
               MOVE "Y" TO WS-ALOG-EOF-SW
           ELSE
               MOVE "N" TO WS-ALOG-EOF-SW
               PERFORM 2510-SCAN-AMEND-LOG
                   UNTIL WS-ALOG-EOF
               CLOSE AMD-LOG-FILE
           END-IF.

       2510-SCAN-AMEND-LOG.
           READ AMD-LOG-FILE
               AT END
                   MOVE "Y" TO WS-ALOG-EOF-SW
               NOT AT END
                   MOVE AMDL-DATE TO WS-AMEND-DATE
                   MOVE AMDL-TIME TO WS-AMEND-TIME
                   MOVE AMDL-ISSUE-DATE TO WS-RECORD-DATE
                   MOVE AMDL-ISSUE-TIME TO WS-RECORD-TIME
                   IF AMDL-APPLIED
                           AND WS-AMEND-STAMP > WS-MARK-STAMP
                           AND WS-AMEND-STAMP NOT > WS-CUTOFF-STAMP
                       IF WS-RECORD-STAMP > WS-MARK-STAMP
                               AND WS-RECORD-STAMP
                                   NOT > WS-CUTOFF-STAMP
                           CONTINUE
                       ELSE
                           PERFORM 2520-WRITE-CORRECTION
                       END-IF
                   END-IF
           END-READ.

       2520-WRITE-CORRECTION.
           MOVE SPACES TO DELTA-DETAIL
           MOVE "C" TO DD-RECORD-TYPE
           MOVE AMDL-NUM TO DD-NUM
           MOVE AMDL-SEGMENT-ID TO DD-SEGMENT-ID
           MOVE AMDL-AFTER-DATA TO DD-DATA
           MOVE "C" TO CKD-FUNCTION
           MOVE AMDL-NUM TO CKD-NUMBER
           CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
           MOVE CKD-CHECK-DIGIT TO DD-CHECK-DIGIT
           WRITE DELTA-DETAIL
           ADD 1 TO WS-CORR-COUNT
           ADD AMDL-NUM TO WS-CORR-HASH.

       3000-WRITE-TRAILER.
           MOVE SPACES TO DELTA-TRAILER
           MOVE "T" TO DT-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO DT-RECORD-COUNT
           MOVE WS-HASH-TOTAL TO DT-HASH-TOTAL
           MOVE WS-CORR-COUNT TO DT-CORR-COUNT
           MOVE WS-CORR-HASH TO DT-CORR-HASH
           WRITE DELTA-TRAILER.

       9000-TERMINATE.
           CLOSE MASTER-FILE
           DISPLAY "NUMDRGN: DETAILS REGENERATED = " WS-DETAIL-COUNT
           DISPLAY "NUMDRGN: HASH TOTAL          = " WS-HASH-TOTAL
           DISPLAY "NUMDRGN: CORRECTIONS         = " WS-CORR-COUNT
           DISPLAY "NUMDRGN: CORRECTION HASH     = " WS-CORR-HASH
           IF WS-DETAIL-COUNT NOT = WS-SENT-COUNT
                   OR WS-HASH-TOTAL NOT = WS-SENT-HASH
      *            NOT AN ERROR - A RECORD VOIDED OR ARCHIVED
                   WS-SENT-COUNT " DETAILS, HASH " WS-SENT-HASH
               DISPLAY "NUMDRGN: THE MASTER FILE HAS CHANGED "
                   "SINCE THE ORIGINAL RUN"
           END-IF
           IF WS-CORR-COUNT NOT = WS-SENT-CORR-COUNT
                   OR WS-CORR-HASH NOT = WS-SENT-CORR-HASH
               DISPLAY "NUMDRGN: NOTE - ORIGINAL EXTRACT SENT "
                   WS-SENT-CORR-COUNT " CORRECTIONS, HASH "
                   WS-SENT-CORR-HASH
           END-IF.
