      *****************************************************
      *  NUMVOID - BATCH VOID/CANCEL OF ISSUED NUMBERS.
      *  READS THE NUMVOIDT VOID TRANSACTION FILE (SEE
      *  VOIDTRAN.CPY) AND FILES EACH REQUESTED VOID FOR
      *  APPROVAL.  A VOID MARKS THE NUMBER'S MASTER RECORD
      *  VOIDED (MAST-STATUS "V") INSTEAD OF DELETING IT -
      *  THE SLOT STAYS OCCUPIED SO NUMRECON REPORTS THE
      *  NUMBER AS ACCOUNTED FOR RATHER THAN A GAP, WHILE
      *  NUMISSUE'S POST-WRAP COLLISION CHECK TREATS THE
      *  SLOT AS SAFELY REUSABLE.
      *
      *  A VOIDED NUMBER CAN BE HANDED OUT AGAIN, SO ONE
      *  OPERATOR'S TRANSACTION NO LONGER VOIDS ANYTHING BY
      *  ITSELF.  EACH TRANSACTION IS EDITED AND CHECKED
      *  AGAINST NUMMAST HERE, AND ONE THAT COULD BE
      *  HONORED IS FILED ON NUMPEND THROUGH THE NUMPREQ
      *  SUBPROGRAM (SEE PENDREC.CPY) UNDER THE
      *  TRANSACTION'S OPERATOR.  THE MASTER RECORD (AND
      *  ITS NUMSRCX ENTRY) IS ONLY VOIDED WHEN A SECOND
      *  OPERATOR APPROVES THE ITEM WITH NUMAPPR.  NOTHING
      *  HERE UPDATES A FILE BUT THE LOGS.
      *
      *  EVERY TRANSACTION - FILED OR NOT - IS APPENDED TO
      *  THE NUMVOIDL EXCEPTION LOG (SEE VOIDLOG.CPY) WITH
      *  THE OPERATOR, REASON AND RESULT ("PQ" WHEN FILED),
      *  SO THE CANCEL TRAIL IS AS AUDITABLE AS THE WRAP AND
      *  COLLISION TRAILS.  NUMAPPR APPENDS THE OUTCOME.
      *
      *  A NUMBER KEYED IN ITS CHECK-DIGITED FORM (SEE
      *  VOIDTRAN.CPY) IS PROVED BY THE NUMCKD SUBPROGRAM
      *  BEFORE THE MASTER IS EVEN READ; ONE WHOSE DIGIT
      *  DOES NOT VERIFY IS LOGGED "CD" AND LEFT ALONE.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMVOID.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLOG-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "NUMCYCLE"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
       FD  VOID-LOG-FILE.
           COPY voidlog.

       FD  CYCLE-FILE.
           COPY cyclrec.

           05  WS-VTRANS-STATUS        PIC X(02) VALUE "00".
           05  WS-MAST-STATUS          PIC X(02) VALUE "00".
           05  WS-VLOG-STATUS          PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
      *        NUMMAST IS KEYED NUMBER + 1, THE SAME
       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF              VALUE "Y".
           05  WS-HAVE-MASTER-SW       PIC X(01) VALUE "N".
               88  WS-HAVE-MASTER      VALUE "Y".

       01  WS-RESULT-CODE              PIC X(02) VALUE SPACES.

      *        THE NUMBER THE TRANSACTION ASKS FOR - FROM THE
      *        CHECK-DIGITED FORM WHEN ONE WAS KEYED, ELSE
      *        THE PLAIN VOID-TRANS-NUM.  ZERO WHEN NEITHER
      *        IS USABLE.
       01  WS-VOID-NUM                 PIC 9(09) VALUE ZERO.

       01  WS-CYCLE-FIELDS.
           05  WS-CYCLE-STATUS         PIC X(02) VALUE "00".
           05  WS-CYCLE-RELKEY         PIC 9(04) VALUE 1.
           05  WS-CYCLE-DATE           PIC X(08).

       01  WS-COUNTERS.
           05  WS-TRANS-COUNT          PIC 9(09) VALUE ZERO.
           05  WS-FILED-COUNT          PIC 9(09) VALUE ZERO.
           05  WS-FAILED-COUNT         PIC 9(09) VALUE ZERO.

           COPY ckdlnk.

           COPY preqlnk.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           IF WS-VTRANS-STATUS = "35"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = "35"
               MOVE "Y" TO WS-HAVE-MASTER-SW
           END-IF
           OPEN EXTEND VOID-LOG-FILE
           IF WS-VLOG-STATUS = "35"
               CLOSE VOID-LOG-FILE
               OPEN EXTEND VOID-LOG-FILE
           END-IF
           IF NOT WS-EOF
               PERFORM 2100-READ-VOID-TRANS
           END-IF.

       2000-PROCESS-VOID-TRANS.
           ADD 1 TO WS-TRANS-COUNT
           MOVE SPACES TO WS-RESULT-CODE
           PERFORM 2150-RESOLVE-VOID-NUMBER
           IF WS-RESULT-CODE = SPACES
               PERFORM 2200-CHECK-AND-FILE-VOID
           END-IF
           PERFORM 2300-WRITE-VOID-LOG
           IF WS-RESULT-CODE = "PQ"
               ADD 1 TO WS-FILED-COUNT
           ELSE
               ADD 1 TO WS-FAILED-COUNT
           END-IF
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *        THE CHECK-DIGITED FORM WINS WHEN IT WAS KEYED
      *        (SEE VOIDTRAN.CPY).  A DIGIT THAT DOES NOT
      *        VERIFY STILL LOGS THE NUMBER AS KEYED, SO THE
      *        CLERK CAN SEE WHAT WAS ASKED FOR.
       2150-RESOLVE-VOID-NUMBER.
           MOVE ZERO TO WS-VOID-NUM
           IF VOID-TRANS-KEYED-NUM = SPACES
               IF VOID-TRANS-NUM NOT NUMERIC
                   MOVE "IV" TO WS-RESULT-CODE
               ELSE
                   MOVE VOID-TRANS-NUM TO WS-VOID-NUM
               END-IF
           ELSE
               MOVE "V" TO CKD-FUNCTION
               MOVE VOID-TRANS-KEYED-NUM TO CKD-KEYED-NUMBER
               CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
               EVALUATE TRUE
                   WHEN CKD-VALID
                       MOVE CKD-NUMBER TO WS-VOID-NUM
                   WHEN CKD-BAD-DIGIT
                       MOVE CKD-NUMBER TO WS-VOID-NUM
                       MOVE "CD" TO WS-RESULT-CODE
                   WHEN OTHER
                       MOVE "IV" TO WS-RESULT-CODE
               END-EVALUATE
           END-IF.

      *        THE SAME FIRST-MATCH-WINS CHECKS A VOID HAS
      *        ALWAYS HAD (SEE VOIDLOG.CPY) REFUSE A HOPELESS
      *        TRANSACTION HERE RATHER THAN ASKING A SECOND
      *        OPERATOR TO APPROVE IT.  AN ARCHIVED TOMBSTONE
      *        HAS NO LIVE PAYLOAD LEFT TO CANCEL - THE
      *        BUSINESS RECORD IS ON NUMARCHF AND WOULD NEED A
      *        NUMARST RESTORE FIRST.  NUMAPPR CHECKS AGAIN
      *        BEFORE IT APPLIES AN APPROVED VOID.
       2200-CHECK-AND-FILE-VOID.
           IF NOT WS-HAVE-MASTER
               MOVE "NF" TO WS-RESULT-CODE
           ELSE
               COMPUTE WS-MAST-RELKEY = WS-VOID-NUM + 1
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "NF" TO WS-RESULT-CODE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN MAST-VOIDED
                               MOVE "AV" TO WS-RESULT-CODE
                           WHEN MAST-ARCHIVED
                               MOVE "AR" TO WS-RESULT-CODE
                           WHEN VOID-TRANS-OPERATOR = SPACES
                               MOVE "NO" TO WS-RESULT-CODE
                           WHEN OTHER
                               PERFORM 2250-FILE-VOID-REQUEST
                       END-EVALUATE
               END-READ
           END-IF.

      *        THE MASTER'S STATUS AND ISSUE STAMP GO ON THE
      *        PENDING ITEM AS ITS BEFORE VALUE, SO NUMAPPR
      *        VOIDS THIS ISSUE OF THE NUMBER AND NEVER A
      *        LATER ONE.
       2250-FILE-VOID-REQUEST.
           MOVE "V" TO PREQ-ACTION
           MOVE MAST-SEGMENT-ID TO PREQ-SEGMENT-ID
           MOVE WS-VOID-NUM TO PREQ-TARGET-NUM
           MOVE SPACES TO PREQ-TARGET-SELECTOR
           MOVE SPACES TO PREQ-BEFORE-VALUE
           MOVE MAST-STATUS TO PREQ-BEFORE-VALUE(1:1)
           MOVE MAST-ISSUE-DATE TO PREQ-BEFORE-VALUE(2:8)
           MOVE MAST-ISSUE-TIME TO PREQ-BEFORE-VALUE(10:8)
           MOVE "V" TO PREQ-AFTER-VALUE
           MOVE VOID-TRANS-REASON TO PREQ-REASON
           MOVE VOID-TRANS-OPERATOR TO PREQ-OPERATOR-ID
           CALL "NUMPREQ" USING PREQ-PARAMETER-BLOCK
           IF PREQ-FILED
               MOVE "PQ" TO WS-RESULT-CODE
               DISPLAY "NUMVOID: VOID OF " WS-VOID-NUM
                   " FILED FOR APPROVAL AS REQUEST "
                   PREQ-PENDING-ID
           ELSE
               MOVE "NO" TO WS-RESULT-CODE
           END-IF.

       2300-WRITE-VOID-LOG.
           MOVE WS-CYCLE-DATE TO VLOG-DATE
           ACCEPT VLOG-TIME FROM TIME
           MOVE VOID-TRANS-OPERATOR TO VLOG-OPERATOR-ID
           MOVE WS-VOID-NUM TO VLOG-NUM
           MOVE VOID-TRANS-REASON TO VLOG-REASON
           MOVE WS-RESULT-CODE TO VLOG-RESULT
           WRITE VOIDLOG-RECORD.

       9000-TERMINATE.
           CLOSE VOID-TRANS-FILE
           IF WS-HAVE-MASTER
               CLOSE MASTER-FILE
           END-IF
           CLOSE VOID-LOG-FILE
           DISPLAY "NUMVOID: TRANSACTIONS READ = " WS-TRANS-COUNT
           DISPLAY "NUMVOID: FILED FOR APPROVAL = " WS-FILED-COUNT
           DISPLAY "NUMVOID: NOT HONORED       = " WS-FAILED-COUNT.
