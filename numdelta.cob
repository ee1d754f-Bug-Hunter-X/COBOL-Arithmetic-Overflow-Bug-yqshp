      *  THAT CARRIED NO METADATA) PREDATE THIS FEED
      *  ENTIRELY; BILLING ALREADY HOLDS THEM FROM THE OLD
      *  MANUAL PROCESS, SO THEY ARE NEVER EXTRACTED.
      *
      *  PAYLOAD AMENDMENTS MADE BY NUMAMND (SEE AMDLOG.CPY)
      *  LEAVE THE ISSUE STAMP ALONE, SO THE MASTER WALK
      *  NEVER SEES THEM.  THEY ARE PICKED UP FROM THE
      *  NUMAMDL AMENDMENT LOG INSTEAD - EVERY APPLIED
      *  AMENDMENT STAMPED INSIDE THE SAME WINDOW GOES OUT
      *  AS A "C" CORRECTION DETAIL CARRYING THE CORRECTED
      *  PAYLOAD, COUNTED AND HASHED SEPARATELY ON THE
      *  TRAILER.  A NUMBER ISSUED INSIDE THE WINDOW IS
      *  ALREADY GOING OUT AS A "D" DETAIL WITH ITS
      *  CORRECTED PAYLOAD, SO IT GETS NO CORRECTION.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMDELTA.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

           SELECT AMD-LOG-FILE ASSIGN TO "NUMAMDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOG-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "NUMCYCLE"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
       FD  DLOG-FILE.
           COPY dltlog.

       FD  AMD-LOG-FILE.
           COPY amdlog.

       FD  CYCLE-FILE.
           COPY cyclrec.

           05  WS-HWM-STATUS           PIC X(02) VALUE "00".
           05  WS-DELTA-STATUS         PIC X(02) VALUE "00".
           05  WS-DLOG-STATUS          PIC X(02) VALUE "00".
           05  WS-ALOG-STATUS          PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
           05  WS-MAST-RELKEY          PIC 9(10).
               88  WS-DLOG-EOF         VALUE "Y".
           05  WS-DLOG-DUP-SW          PIC X(01) VALUE "N".
               88  WS-DLOG-DUP         VALUE "Y".
           05  WS-ALOG-EOF-SW          PIC X(01) VALUE "N".
               88  WS-ALOG-EOF         VALUE "Y".

      *        THE EXTRACT WINDOW - (SAVED MARK, RUN START],
      *        COMPARED AS DATE+TIME STAMPS.  EVERYTHING
           05  WS-RECORD-STAMP.
               10  WS-RECORD-DATE      PIC X(08).
               10  WS-RECORD-TIME      PIC X(08).
           05  WS-AMEND-STAMP.
               10  WS-AMEND-DATE       PIC X(08).
               10  WS-AMEND-TIME       PIC X(08).

       01  WS-TOTALS.
           05  WS-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-HASH-TOTAL           PIC 9(15) VALUE ZERO.
           05  WS-CORR-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-CORR-HASH            PIC 9(15) VALUE ZERO.

       01  WS-CYCLE-FIELDS.
           05  WS-CYCLE-STATUS         PIC X(02) VALUE "00".
           05  WS-CYCLE-RELKEY         PIC 9(04) VALUE 1.
           05  WS-CYCLE-DATE           PIC X(08).

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
           MOVE MAST-NUM TO DD-NUM
           MOVE MAST-SEGMENT-ID TO DD-SEGMENT-ID
           MOVE MAST-DATA TO DD-DATA
           MOVE MAST-CHECK-DIGIT TO DD-CHECK-DIGIT
           WRITE DELTA-DETAIL
           ADD 1 TO WS-DETAIL-COUNT
           ADD MAST-NUM TO WS-HASH-TOTAL.

      *        APPLIED AMENDMENTS STAMPED INSIDE THE WINDOW,
      *        IN THE ORDER THEY WERE MADE (SEE AMDLOG.CPY).
      *        NO NUMAMDL FILE MEANS NOTHING WAS EVER AMENDED.
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

      *        THE INTERFACE FILE IS COMPLETE AND CLOSED
           CLOSE MASTER-FILE
           CLOSE HWM-FILE
           DISPLAY "NUMDELTA: DETAILS EXTRACTED = " WS-DETAIL-COUNT
           DISPLAY "NUMDELTA: HASH TOTAL        = " WS-HASH-TOTAL
           DISPLAY "NUMDELTA: CORRECTIONS       = " WS-CORR-COUNT
           DISPLAY "NUMDELTA: CORRECTION HASH   = " WS-CORR-HASH.

      *        THE EXTRACT IS OFFICIAL ONCE THE MARK HAS
      *        MOVED - LOG IT SO NUMDCONF CAN MATCH BILLING'S
           MOVE WS-MARK-TIME TO DLOG-FROM-TIME
           MOVE WS-DETAIL-COUNT TO DLOG-DETAIL-COUNT
           MOVE WS-HASH-TOTAL TO DLOG-HASH-TOTAL
           MOVE WS-CORR-COUNT TO DLOG-CORR-COUNT
           MOVE WS-CORR-HASH TO DLOG-CORR-HASH
           WRITE DLOG-RECORD
           CLOSE DLOG-FILE.
