      *****************************************************
      *  NUMAMND - BATCH PAYLOAD AMENDMENT OF ISSUED NUMBERS.
      *  WHEN A SOURCE SYSTEM SENDS A WRONG SOURCE SYSTEM ID
      *  OR REFERENCE, THE ONLY REMEDY USED TO BE A NUMVOID
      *  AND A FRESH ISSUE - BURNING A NUMBER AND BREAKING
      *  BILLING'S LINK TO THE ORIGINAL.  THIS JOB READS THE
      *  NUMAMDT AMENDMENT TRANSACTION FILE (SEE AMDTRAN.CPY)
      *  AND CORRECTS THE PAYLOAD IN PLACE:
      *
      *    - MAST-DATA ON THE ACTIVE MASTER RECORD IS
      *      REWRITTEN WITH THE CORRECTED SOURCE SYSTEM AND
      *      REFERENCE; THE NUMBER, ITS ISSUE STAMP AND ITS
      *      STATUS ARE LEFT ALONE.
      *    - THE NUMSRCX SOURCE-REFERENCE ENTRY IS RE-KEYED
      *      TO THE CORRECTED PAYLOAD.  AN AMENDMENT WHOSE
      *      CORRECTED KEY IS ALREADY ACTIVE UNDER ANOTHER
      *      NUMBER IS REFUSED - IT WOULD MAKE ONE PAYLOAD
      *      THE OWNER OF TWO NUMBERS.
      *    - EVERY TRANSACTION, APPLIED OR REFUSED, IS
      *      APPENDED TO THE NUMAMDL AMENDMENT LOG (SEE
      *      AMDLOG.CPY) WITH THE BEFORE AND AFTER PAYLOAD.
      *
      *  NUMDELTA CARRIES EACH APPLIED AMENDMENT TO BILLING
      *  AS A CORRECTION DETAIL OFF THE LOG, SO THE
      *  DOWNSTREAM RECORD IS CORRECTED RATHER THAN
      *  DUPLICATED.  FOR THAT REASON THE JOB REFUSES TO
      *  RUN ONCE THE OPEN CYCLE'S EXTRACT HAS BEEN CUT -
      *  AN AMENDMENT STAMPED UNDER THAT BUSINESS DATE
      *  WOULD SIT BELOW THE NUMDLTHWM MARK AND NEVER
      *  REACH BILLING (THE SAME GUARD NUMISSUE APPLIES).
      *
      *  ENDS WITH RETURN CODE 8 WHEN ANY TRANSACTION WAS
      *  REFUSED.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMAMND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMD-TRANS-FILE ASSIGN TO "NUMAMDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ATRANS-STATUS.

           SELECT MASTER-FILE ASSIGN TO "NUMMAST"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-MAST-RELKEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT AMD-LOG-FILE ASSIGN TO "NUMAMDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOG-STATUS.

           SELECT SRCX-FILE ASSIGN TO "NUMSRCX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SRCX-KEY
               FILE STATUS IS WS-SRCX-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "NUMCYCLE"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CYCLE-RELKEY
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT DLOG-FILE ASSIGN TO "NUMDLTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMD-TRANS-FILE.
           COPY amdtran.

       FD  MASTER-FILE.
           COPY mastrec.

       FD  AMD-LOG-FILE.
           COPY amdlog.

       FD  SRCX-FILE.
           COPY srcxref.

       FD  CYCLE-FILE.
           COPY cyclrec.

       FD  DLOG-FILE.
           COPY dltlog.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-ATRANS-STATUS        PIC X(02) VALUE "00".
           05  WS-MAST-STATUS          PIC X(02) VALUE "00".
           05  WS-ALOG-STATUS          PIC X(02) VALUE "00".
           05  WS-SRCX-STATUS          PIC X(02) VALUE "00".
           05  WS-DLOG-STATUS          PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
      *        NUMMAST IS KEYED NUMBER + 1, THE SAME
      *        ADDRESSING NUMISSUE AND NUMVOID USE.
           05  WS-MAST-RELKEY          PIC 9(10).

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF              VALUE "Y".
           05  WS-MAST-READ-SW         PIC X(01) VALUE "N".
               88  WS-MAST-READ        VALUE "Y".
           05  WS-DLOG-EOF-SW          PIC X(01) VALUE "N".
               88  WS-DLOG-EOF         VALUE "Y".
           05  WS-DLOG-HIT-SW          PIC X(01) VALUE "N".
               88  WS-DLOG-HIT         VALUE "Y".
           05  WS-CYCLE-DRIVEN-SW      PIC X(01) VALUE "N".
               88  WS-CYCLE-DRIVEN     VALUE "Y".

       01  WS-RESULT-CODE              PIC X(02) VALUE SPACES.

       01  WS-CYCLE-FIELDS.
           05  WS-CYCLE-STATUS         PIC X(02) VALUE "00".
           05  WS-CYCLE-RELKEY         PIC 9(04) VALUE 1.
           05  WS-CYCLE-DATE           PIC X(08).

      *        THE PAYLOAD AS IT STOOD AND AS THE AMENDMENT
      *        LEAVES IT, IN THE MAST-DATA SHAPE - TYPE, THEN
      *        THE SOURCE SYSTEM + REFERENCE THAT FORM THE
      *        NUMSRCX KEY (SEE SRCXREF.CPY).
       01  WS-BEFORE-DATA.
           05  WS-BEFORE-TYPE          PIC X(02).
           05  WS-BEFORE-KEY.
               10  WS-BEFORE-SOURCE    PIC X(08).
               10  WS-BEFORE-REF       PIC X(40).

       01  WS-AFTER-DATA.
           05  WS-AFTER-TYPE           PIC X(02).
           05  WS-AFTER-KEY.
               10  WS-AFTER-SOURCE     PIC X(08).
               10  WS-AFTER-REF        PIC X(40).

       01  WS-COUNTERS.
           05  WS-TRANS-COUNT          PIC 9(09) VALUE ZERO.
           05  WS-AMENDED-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-FAILED-COUNT         PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-AMEND-TRANS
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           IF WS-FAILED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-GET-CYCLE-DATE
           PERFORM 1150-VERIFY-EXTRACT-NOT-CUT
           OPEN INPUT AMD-TRANS-FILE
           IF WS-ATRANS-STATUS = "35"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           OPEN I-O MASTER-FILE
           IF WS-MAST-STATUS = "35"
               OPEN OUTPUT MASTER-FILE
               CLOSE MASTER-FILE
               OPEN I-O MASTER-FILE
           END-IF
           OPEN EXTEND AMD-LOG-FILE
           IF WS-ALOG-STATUS = "35"
               OPEN OUTPUT AMD-LOG-FILE
               CLOSE AMD-LOG-FILE
               OPEN EXTEND AMD-LOG-FILE
           END-IF
           OPEN I-O SRCX-FILE
           IF WS-SRCX-STATUS = "35"
               OPEN OUTPUT SRCX-FILE
               CLOSE SRCX-FILE
               OPEN I-O SRCX-FILE
           END-IF
           IF NOT WS-EOF
               PERFORM 2100-READ-AMEND-TRANS
           END-IF.

      *        BUSINESS-DATE CYCLE CALENDAR (SEE
      *        CYCLREC.CPY) - AMENDMENTS ARE STAMPED WITH THE
      *        OPEN CYCLE'S BUSINESS DATE SO THEY FALL INSIDE
      *        THAT CYCLE'S EXTRACT WINDOW.  NO FILE MEANS THE
      *        SHOP HAS NOT CUT OVER - THE MACHINE CLOCK
      *        RULES, AS BEFORE.  A FILE WITH NO OPEN CYCLE
      *        STOPS THE RUN.
       1100-GET-CYCLE-DATE.
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE 1 TO WS-CYCLE-RELKEY
               READ CYCLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CYC-OPEN AND CYC-BUSINESS-DATE NUMERIC
                           MOVE CYC-BUSINESS-DATE
                               TO WS-CYCLE-DATE
                           MOVE "Y" TO WS-CYCLE-DRIVEN-SW
                       ELSE
                           DISPLAY "NUMAMND: ABORT - NO OPEN "
                               "BUSINESS CYCLE ON NUMCYCLE - "
                               "OPEN ONE WITH NUMCYC"
                           CLOSE CYCLE-FILE
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           END-IF.

      *        ONCE THE CYCLE'S BILLING EXTRACT HAS BEEN CUT
      *        THE NUMDLTHWM MARK COVERS THE WHOLE BUSINESS
      *        DAY - AN AMENDMENT STAMPED UNDER IT WOULD NEVER
      *        REACH BILLING.  REFUSE RATHER THAN CORRECT THE
      *        MASTER SILENTLY; THE AMENDMENTS WAIT FOR THE
      *        NEXT CYCLE.  UNDER CLOCK DATES LATER STAMPS
      *        ALWAYS SORT ABOVE THE MARK, AS IN NUMISSUE.
       1150-VERIFY-EXTRACT-NOT-CUT.
           IF WS-CYCLE-DRIVEN
               MOVE "N" TO WS-DLOG-HIT-SW
               OPEN INPUT DLOG-FILE
               IF WS-DLOG-STATUS = "35"
                   MOVE "Y" TO WS-DLOG-EOF-SW
               ELSE
                   MOVE "N" TO WS-DLOG-EOF-SW
                   PERFORM 1160-SCAN-EXTRACT-LOG
                       UNTIL WS-DLOG-EOF
                   CLOSE DLOG-FILE
               END-IF
               IF WS-DLOG-HIT
                   DISPLAY "NUMAMND: ABORT - THE BILLING EXTRACT "
                       "FOR BUSINESS DATE " WS-CYCLE-DATE
                       " HAS ALREADY BEEN CUT - RUN THE "
                       "AMENDMENTS IN THE NEXT CYCLE"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1160-SCAN-EXTRACT-LOG.
           READ DLOG-FILE
               AT END
                   MOVE "Y" TO WS-DLOG-EOF-SW
               NOT AT END
                   IF DLOG-RUN-DATE = WS-CYCLE-DATE
                       MOVE "Y" TO WS-DLOG-HIT-SW
                       MOVE "Y" TO WS-DLOG-EOF-SW
                   END-IF
           END-READ.

       2000-PROCESS-AMEND-TRANS.
           ADD 1 TO WS-TRANS-COUNT
           PERFORM 2200-APPLY-AMENDMENT
           PERFORM 2400-WRITE-AMEND-LOG
           IF WS-RESULT-CODE = "OK"
               ADD 1 TO WS-AMENDED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
           PERFORM 2100-READ-AMEND-TRANS.

       2100-READ-AMEND-TRANS.
           READ AMD-TRANS-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

       2200-APPLY-AMENDMENT.
           MOVE "N" TO WS-MAST-READ-SW
           MOVE SPACES TO WS-BEFORE-DATA
           MOVE SPACES TO WS-AFTER-DATA
           IF AMDT-NUM NOT NUMERIC
                   OR AMDT-SOURCE-SYSTEM = SPACES
                   OR AMDT-REF-DATA = SPACES
               MOVE "IV" TO WS-RESULT-CODE
           ELSE
               COMPUTE WS-MAST-RELKEY = AMDT-NUM + 1
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "NF" TO WS-RESULT-CODE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-MAST-READ-SW
                       MOVE MAST-DATA TO WS-BEFORE-DATA
                       MOVE WS-BEFORE-TYPE TO WS-AFTER-TYPE
                       MOVE AMDT-SOURCE-SYSTEM TO WS-AFTER-SOURCE
                       MOVE AMDT-REF-DATA TO WS-AFTER-REF
      *                FIRST-MATCH-WINS RESULT CODES (SEE
      *                AMDLOG.CPY).
                       EVALUATE TRUE
                           WHEN MAST-VOIDED
                               MOVE "AV" TO WS-RESULT-CODE
                           WHEN MAST-ARCHIVED
                               MOVE "AR" TO WS-RESULT-CODE
                           WHEN WS-BEFORE-TYPE = "BL"
                               MOVE "BK" TO WS-RESULT-CODE
                           WHEN WS-AFTER-KEY = WS-BEFORE-KEY
                               MOVE "NC" TO WS-RESULT-CODE
                           WHEN OTHER
                               PERFORM 2300-CHECK-CORRECTED-KEY
                       END-EVALUATE
               END-READ
           END-IF.

      *        THE CORRECTED PAYLOAD MAY ALREADY BE ON NUMSRCX.
      *        STILL ACTIVE UNDER ANOTHER NUMBER, IT IS A
      *        DUPLICATE AND THE AMENDMENT IS REFUSED; A
      *        VOIDED OR ARCHIVED ENTRY IS FREE TO BE TAKEN
      *        OVER BY THIS NUMBER, JUST AS NUMISSUE TAKES
      *        ONE OVER ON A REISSUE.
       2300-CHECK-CORRECTED-KEY.
           MOVE WS-AFTER-KEY TO SRCX-KEY
           READ SRCX-FILE
               INVALID KEY
                   MOVE "OK" TO WS-RESULT-CODE
               NOT INVALID KEY
                   IF SRCX-ACTIVE AND SRCX-NUM NOT = AMDT-NUM
                       MOVE "DK" TO WS-RESULT-CODE
                   ELSE
                       MOVE "OK" TO WS-RESULT-CODE
                   END-IF
           END-READ
           IF WS-RESULT-CODE = "OK"
               MOVE WS-AFTER-DATA TO MAST-DATA
               REWRITE MASTER-RECORD
               PERFORM 2350-REKEY-SOURCE-XREF
           END-IF.

      *        NUMSRCX IS KEYED ON THE PAYLOAD ITSELF, SO A
      *        RE-KEY IS A DELETE OF THE OLD ENTRY AND A WRITE
      *        OF THE NEW.  THE OLD ENTRY GOES ONLY WHEN IT
      *        STILL POINTS AT THIS NUMBER - A PAYLOAD NUMREPR
      *        RE-HOMED ELSEWHERE KEEPS ITS ENTRY.  A MASTER
      *        RECORD OLDER THAN THE INDEX HAS NO OLD ENTRY
      *        AND SIMPLY GAINS ONE UNDER THE CORRECTED KEY.
       2350-REKEY-SOURCE-XREF.
           MOVE WS-BEFORE-KEY TO SRCX-KEY
           READ SRCX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SRCX-NUM = AMDT-NUM
                       DELETE SRCX-FILE RECORD
                   END-IF
           END-READ
           MOVE WS-AFTER-KEY TO SRCX-KEY
           READ SRCX-FILE
               INVALID KEY
                   MOVE WS-AFTER-KEY TO SRCX-KEY
                   PERFORM 2360-FILL-SOURCE-XREF
                   WRITE SRCX-RECORD
               NOT INVALID KEY
                   PERFORM 2360-FILL-SOURCE-XREF
                   REWRITE SRCX-RECORD
           END-READ.

       2360-FILL-SOURCE-XREF.
           MOVE AMDT-NUM TO SRCX-NUM
           MOVE MAST-SEGMENT-ID TO SRCX-SEGMENT-ID
           MOVE MAST-ISSUE-DATE TO SRCX-ISSUE-DATE
           MOVE MAST-ISSUE-TIME TO SRCX-ISSUE-TIME
           MOVE "A" TO SRCX-STATUS.

       2400-WRITE-AMEND-LOG.
           MOVE WS-CYCLE-DATE TO AMDL-DATE
           ACCEPT AMDL-TIME FROM TIME
           MOVE AMDT-OPERATOR TO AMDL-OPERATOR-ID
           IF AMDT-NUM NUMERIC
               MOVE AMDT-NUM TO AMDL-NUM
           ELSE
               MOVE ZERO TO AMDL-NUM
           END-IF
           IF WS-MAST-READ
               MOVE MAST-SEGMENT-ID TO AMDL-SEGMENT-ID
               MOVE MAST-ISSUE-DATE TO AMDL-ISSUE-DATE
               MOVE MAST-ISSUE-TIME TO AMDL-ISSUE-TIME
           ELSE
               MOVE ZERO TO AMDL-SEGMENT-ID
               MOVE SPACES TO AMDL-ISSUE-DATE
               MOVE SPACES TO AMDL-ISSUE-TIME
           END-IF
           MOVE WS-RESULT-CODE TO AMDL-RESULT
           MOVE AMDT-REASON TO AMDL-REASON
           MOVE WS-BEFORE-DATA TO AMDL-BEFORE-DATA
           MOVE WS-AFTER-DATA TO AMDL-AFTER-DATA
           WRITE AMDLOG-RECORD
           IF WS-RESULT-CODE NOT = "OK"
               DISPLAY "NUMAMND: NUMBER " AMDL-NUM
                   " NOT AMENDED (" WS-RESULT-CODE ")"
           END-IF.

       9000-TERMINATE.
           CLOSE AMD-TRANS-FILE
           CLOSE MASTER-FILE
           CLOSE AMD-LOG-FILE
           CLOSE SRCX-FILE
           DISPLAY "NUMAMND: TRANSACTIONS READ = " WS-TRANS-COUNT
           DISPLAY "NUMAMND: NUMBERS AMENDED   = " WS-AMENDED-COUNT
           DISPLAY "NUMAMND: NOT HONORED       = " WS-FAILED-COUNT.
