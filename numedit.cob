      *         - NUMREJ, THIS CYCLE'S REJECTS (SEE REJREC).
      *         - NUMBATL, THE ACCEPTED-BATCH LOG (SEE
      *           BATLREC) - APPENDED ON ACCEPTANCE.
      *         - NUMRSPW, THE ACCEPTED BATCH WITH EACH
      *           TRANSACTION'S EDIT RESULT (SEE RSPWREC),
      *           FROM WHICH NUMRESP ANSWERS THE SENDER ONCE
      *           NUMISSUE HAS RUN.
      *
      *  SENDERS ARE CHECKED AGAINST THE NUMSRCSY SOURCE-
      *  SYSTEM REGISTRY (SEE SRCSYS.CPY): A BH-SENDER-ID
      *  THAT IS NOT REGISTERED AND ACTIVE HOLDS THE BATCH,
      *  AND A TRANSACTION WHOSE TRANS-SOURCE-SYSTEM IS
      *  UNKNOWN, INACTIVE, NOT ALLOWED ON THE SEGMENT OR
      *  OVER ITS DAILY LIMIT IS REJECTED (REASONS 07-10 -
      *  SEE REJREC.CPY).  THE NUMBERS PASSED CLEAN ARE
      *  ADDED TO EACH SENDER'S USAGE FOR THE BUSINESS DATE
      *  ONLY WHEN THE RUN COMPLETES, SO A RERUN AFTER AN
      *  ABEND IS NOT COUNTED TWICE.  NO REGISTRY FILE
      *  MEANS THE SHOP HAS NOT CUT OVER - SENDERS ARE NOT
      *  CHECKED, AS BEFORE.
      *
      *  ARGUMENT 1 - OPTIONAL SEGMENT ID THE BATCH IS BEING
      *               EDITED FOR, WHEN A SHOP ROUTES EACH
      *               SEGMENT'S TRANSACTIONS SEPARATELY.
      *               SUPPLIED, A SENDER REGISTERED TO
      *               ANOTHER SEGMENT IS REJECTED (REASON
      *               09); OMITTED, THE SEGMENT IS NOT
      *               KNOWN HERE AND IS NOT CHECKED.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMEDIT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJL-STATUS.

           SELECT SSYS-FILE ASSIGN TO "NUMSRCSY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SSYS-SENDER-ID
               FILE STATUS IS WS-SSYS-STATUS.

           SELECT RSPW-FILE ASSIGN TO "NUMRSPW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSPW-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-FILE.
       FD  REJL-FILE.
           COPY rejlog.

       FD  SSYS-FILE.
           COPY srcsys.

       FD  RSPW-FILE.
           COPY rspwrec.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-RAW-STATUS           PIC X(02) VALUE "00".
           05  WS-BATL-STATUS          PIC X(02) VALUE "00".
           05  WS-SRCX-STATUS          PIC X(02) VALUE "00".
           05  WS-REJL-STATUS          PIC X(02) VALUE "00".
           05  WS-SSYS-STATUS          PIC X(02) VALUE "00".
           05  WS-RSPW-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-RAW-EOF-SW           PIC X(01) VALUE "N".
               88  WS-HAVE-SRCX        VALUE "Y".
           05  WS-DUP-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-DUP-FOUND        VALUE "Y".
           05  WS-HAVE-SSYS-SW         PIC X(01) VALUE "N".
               88  WS-HAVE-SSYS        VALUE "Y".
           05  WS-HAVE-SEG-ARG-SW      PIC X(01) VALUE "N".
               88  WS-HAVE-SEG-ARG     VALUE "Y".

       01  WS-ARG-SEGMENT              PIC X(02) VALUE SPACES.

      *        EVERY SENDER SEEN THIS RUN, LOADED FROM THE
      *        NUMSRCSY REGISTRY ON FIRST SIGHT.  PRIOR-USED
      *        IS WHAT EARLIER RUNS COMMITTED FOR TODAY'S
      *        BUSINESS DATE; RUN-USED IS WHAT THIS RUN HAS
      *        PASSED CLEAN, WRITTEN BACK BY 9200 ONLY WHEN
      *        THE RUN COMPLETES.  STATUS "?" MARKS A SENDER
      *        NOT ON THE REGISTRY.  WS-SNDR-SLOT COMES BACK
      *        ZERO ONLY WHEN THE TABLE IS FULL - THE LIMIT
      *        CANNOT BE PROVED, SO THE TRANSACTION IS
      *        REJECTED RATHER THAN PASSED UNCOUNTED.
       01  WS-SENDER-TABLE.
           05  WS-SNDR-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-SNDR-MAX-ENTRIES     PIC 9(04) VALUE 200.
           05  WS-SNDR-OVERFLOW-SW     PIC X(01) VALUE "N".
               88  WS-SNDR-OVERFLOW    VALUE "Y".
           05  WS-SNDR-IDX             PIC 9(04).
           05  WS-SNDR-SLOT            PIC 9(04) VALUE ZERO.
           05  WS-SNDR-ENTRY OCCURS 200 TIMES.
               10  WS-SNDR-ID          PIC X(08).
               10  WS-SNDR-STATUS      PIC X(01).
                   88  WS-SNDR-ACTIVE  VALUE "A".
                   88  WS-SNDR-UNKNOWN VALUE "?".
               10  WS-SNDR-SEGMENT     PIC X(02).
               10  WS-SNDR-DAILY-MAX   PIC 9(09).
               10  WS-SNDR-PRIOR-USED  PIC 9(09).
               10  WS-SNDR-RUN-USED    PIC 9(09).

      *        NUMBERS THE TRANSACTION UNDER EDIT WILL DRAW -
      *        ONE FOR AN "IS", THE BLOCK COUNT FOR A "BL".
       01  WS-TRANS-QTY                PIC 9(09) VALUE ZERO.

      *        PAYLOAD KEYS (SOURCE SYSTEM + REFERENCE DATA)
      *        ALREADY PASSED CLEAN THIS CYCLE - THE NUMSRCX

       1000-INITIALIZE.
           PERFORM 1200-GET-CYCLE-DATE
           PERFORM 1300-GET-SEGMENT-ARG
      *        THE REGISTRY IS OPENED I-O FOR THE WHOLE RUN -
      *        9200 WRITES THE DAY'S USAGE BACK AT THE END.
      *        NO FILE MEANS THE SHOP HAS NOT CUT OVER TO THE
      *        REGISTRY - SENDERS ARE NOT CHECKED.
           OPEN I-O SSYS-FILE
           IF WS-SSYS-STATUS NOT = "35"
               MOVE "Y" TO WS-HAVE-SSYS-SW
           END-IF
           OPEN INPUT RAW-FILE
           IF WS-RAW-STATUS = "35"
      *            NO RAW FILE MEANS NO BATCH WAS DELIVERED
               END-IF
               OPEN OUTPUT TRANS-FILE
               OPEN OUTPUT REJ-FILE
               OPEN OUTPUT RSPW-FILE
               OPEN EXTEND REJL-FILE
               IF WS-REJL-STATUS = "35"
                   OPEN OUTPUT REJL-FILE
                   IF NOT WS-RAW-EOF
                       PERFORM 3100-READ-RAW
                   END-IF
                   PERFORM 1400-WRITE-RESPONSE-HEADER
               END-IF
           END-IF.

           END-IF
           IF NOT WS-BATCH-HELD
               PERFORM 1150-CHECK-BATCH-ACCEPTED
           END-IF
           IF NOT WS-BATCH-HELD AND WS-HAVE-SSYS
               PERFORM 1170-CHECK-BATCH-SENDER
           END-IF.

       1110-SCAN-CONTROL-RECORD.
                   END-IF
           END-READ.

      *        THE SENDER NAMED ON THE BH HEADER MUST BE ON
      *        THE NUMSRCSY REGISTRY AND ACTIVE - A TYPO'D OR
      *        RETIRED SENDER'S BATCH IS HELD WHOLE, NOT
      *        REJECTED RECORD BY RECORD.
       1170-CHECK-BATCH-SENDER.
           MOVE WS-BC-SENDER-ID TO SSYS-SENDER-ID
           READ SSYS-FILE
               INVALID KEY
                   MOVE "BH SENDER ID IS NOT ON THE NUMSRCSY REGISTRY"
                       TO WS-HOLD-REASON
                   MOVE "Y" TO WS-BATCH-HELD-SW
               NOT INVALID KEY
                   IF NOT SSYS-ACTIVE
                       MOVE "BH SENDER ID IS NOT ACTIVE ON NUMSRCSY"
                           TO WS-HOLD-REASON
                       MOVE "Y" TO WS-BATCH-HELD-SW
                   END-IF
           END-READ.

       2000-EDIT-RESUBMIT.
           ADD 1 TO WS-READ-COUNT
           ADD 1 TO WS-RESUB-COUNT
           ELSE
               PERFORM 7000-WRITE-REJECT
           END-IF
           PERFORM 3200-WRITE-RESPONSE-DETAIL
           PERFORM 3100-READ-RAW.

      *        THE BT TRAILER IS THE LOGICAL END OF THE BATCH
                   END-IF
           END-READ.

      *        EVERY TRANSACTION OF THE SENDER'S BATCH, CLEAN
      *        OR REJECTED, IN BATCH ORDER - THE SENDER IS
      *        ANSWERED FOR EACH ONE (SEE RSPWREC.CPY).
       3200-WRITE-RESPONSE-DETAIL.
           MOVE SPACES TO RSPW-DETAIL
           MOVE "D" TO RWD-RECORD-TYPE
           MOVE WS-EDIT-SEQ TO RWD-SEQ
           MOVE WS-REASON-CODE TO RWD-REASON-CODE
           MOVE WS-EDIT-IMAGE TO RWD-TRANS-IMAGE
           WRITE RSPW-DETAIL.

      *        EDITS RUN IN SEVERITY ORDER AND THE FIRST
      *        FAILURE WINS - A BLANK RECORD IS REPORTED AS
      *        BLANK, NOT AS A MISSING TRANSACTION TYPE.  THE
                       OR TRANS-BLOCK-COUNT = ZERO)
                   MOVE "05" TO WS-REASON-CODE
               WHEN OTHER
                   PERFORM 5200-CHECK-SOURCE-SYSTEM
           END-EVALUATE
           IF WS-IMAGE-CLEAN
               PERFORM 5100-CHECK-DUPLICATE-PAYLOAD
           END-IF
           IF WS-IMAGE-CLEAN AND WS-HAVE-SSYS
               PERFORM 5300-CHECK-DAILY-LIMIT
           END-IF.

      *        A PAYLOAD ALREADY ISSUED AND STILL ACTIVE ON
      *        THE NUMSRCX CROSS-REFERENCE (SEE SRCXREF.CPY),
               MOVE "06" TO WS-REASON-CODE
           END-IF.

      *        THE SENDER MUST BE REGISTERED AND ACTIVE, AND -
      *        WHEN THE SEGMENT IS KNOWN - ALLOWED ON IT.
       5200-CHECK-SOURCE-SYSTEM.
           IF WS-HAVE-SSYS
               PERFORM 5210-FIND-SENDER
               EVALUATE TRUE
                   WHEN WS-SNDR-SLOT = 0
                       MOVE "10" TO WS-REASON-CODE
                   WHEN WS-SNDR-UNKNOWN(WS-SNDR-SLOT)
                       MOVE "07" TO WS-REASON-CODE
                   WHEN NOT WS-SNDR-ACTIVE(WS-SNDR-SLOT)
                       MOVE "08" TO WS-REASON-CODE
                   WHEN WS-HAVE-SEG-ARG
                           AND WS-SNDR-SEGMENT(WS-SNDR-SLOT)
                               NOT = SPACES
                           AND WS-SNDR-SEGMENT(WS-SNDR-SLOT)
                               NOT = WS-ARG-SEGMENT
                       MOVE "09" TO WS-REASON-CODE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       5210-FIND-SENDER.
           MOVE 0 TO WS-SNDR-SLOT
           PERFORM 5220-MATCH-SENDER
               VARYING WS-SNDR-IDX FROM 1 BY 1
               UNTIL WS-SNDR-IDX > WS-SNDR-COUNT
               OR WS-SNDR-SLOT > 0
           IF WS-SNDR-SLOT = 0
               PERFORM 5230-LOAD-SENDER
           END-IF.

       5220-MATCH-SENDER.
           IF WS-SNDR-ID(WS-SNDR-IDX) = TRANS-SOURCE-SYSTEM
               MOVE WS-SNDR-IDX TO WS-SNDR-SLOT
           END-IF.

      *        FIRST SIGHT OF A SENDER THIS RUN - ITS
      *        REGISTRY SETTINGS AND WHAT IT HAS ALREADY
      *        USED TODAY.  USAGE STAMPED WITH ANY OTHER
      *        BUSINESS DATE IS YESTERDAY'S AND COUNTS ZERO.
       5230-LOAD-SENDER.
           IF WS-SNDR-COUNT NOT < WS-SNDR-MAX-ENTRIES
               IF NOT WS-SNDR-OVERFLOW
                   MOVE "Y" TO WS-SNDR-OVERFLOW-SW
                   DISPLAY "NUMEDIT: SENDER TABLE FULL - FURTHER "
                       "NEW SENDERS REJECTED (REASON 10)"
               END-IF
           ELSE
               ADD 1 TO WS-SNDR-COUNT
               MOVE WS-SNDR-COUNT TO WS-SNDR-SLOT
               MOVE TRANS-SOURCE-SYSTEM TO WS-SNDR-ID(WS-SNDR-SLOT)
               MOVE ZERO TO WS-SNDR-PRIOR-USED(WS-SNDR-SLOT)
               MOVE ZERO TO WS-SNDR-RUN-USED(WS-SNDR-SLOT)
               MOVE TRANS-SOURCE-SYSTEM TO SSYS-SENDER-ID
               READ SSYS-FILE
                   INVALID KEY
                       MOVE "?" TO WS-SNDR-STATUS(WS-SNDR-SLOT)
                       MOVE SPACES TO WS-SNDR-SEGMENT(WS-SNDR-SLOT)
                       MOVE ZERO TO WS-SNDR-DAILY-MAX(WS-SNDR-SLOT)
                   NOT INVALID KEY
                       MOVE SSYS-STATUS
                           TO WS-SNDR-STATUS(WS-SNDR-SLOT)
                       MOVE SSYS-ALLOWED-SEGMENT
                           TO WS-SNDR-SEGMENT(WS-SNDR-SLOT)
                       MOVE SSYS-DAILY-MAX
                           TO WS-SNDR-DAILY-MAX(WS-SNDR-SLOT)
                       IF SSYS-USAGE-DATE = WS-CYCLE-DATE
                               AND SSYS-USAGE-COUNT NUMERIC
                           MOVE SSYS-USAGE-COUNT
                               TO WS-SNDR-PRIOR-USED(WS-SNDR-SLOT)
                       END-IF
               END-READ
           END-IF.

      *        THE LAST EDIT, SO ONLY A TRANSACTION THAT
      *        WOULD OTHERWISE PASS CLEAN COUNTS AGAINST THE
      *        SENDER'S ALLOWANCE.  5200 LEFT WS-SNDR-SLOT ON
      *        THE SENDER.
       5300-CHECK-DAILY-LIMIT.
           IF TRANS-TYPE-BLOCK
               MOVE TRANS-BLOCK-COUNT TO WS-TRANS-QTY
           ELSE
               MOVE 1 TO WS-TRANS-QTY
           END-IF
           IF WS-SNDR-DAILY-MAX(WS-SNDR-SLOT) > ZERO
                   AND WS-SNDR-PRIOR-USED(WS-SNDR-SLOT)
                       + WS-SNDR-RUN-USED(WS-SNDR-SLOT)
                       + WS-TRANS-QTY
                       > WS-SNDR-DAILY-MAX(WS-SNDR-SLOT)
               MOVE "10" TO WS-REASON-CODE
           END-IF.

       6000-WRITE-CLEAN.
           WRITE TRANS-RECORD
           ADD 1 TO WS-CLEAN-COUNT
           IF WS-HAVE-SSYS
               ADD WS-TRANS-QTY TO WS-SNDR-RUN-USED(WS-SNDR-SLOT)
           END-IF
      *        REMEMBER THE PAYLOAD KEY SO A SECOND COPY
      *        LATER IN TONIGHT'S BATCH IS CAUGHT AS A
      *        DUPLICATE (SEE 5100).  A FULL TABLE JUST
               CLOSE CYCLE-FILE
           END-IF.

      *        ARGUMENT 1, WHEN SUPPLIED, IS THE SEGMENT THE
      *        BATCH IS BEING EDITED FOR - SEE THE PROGRAM
      *        HEADER.
       1300-GET-SEGMENT-ARG.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-SEGMENT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-SEGMENT
           END-ACCEPT
           IF WS-ARG-SEGMENT NOT = SPACES
               IF WS-ARG-SEGMENT NUMERIC
                   MOVE "Y" TO WS-HAVE-SEG-ARG-SW
               ELSE
                   DISPLAY "NUMEDIT: ABORT - SEGMENT "
                       WS-ARG-SEGMENT " IS NOT A TWO-DIGIT SEGMENT ID"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *        THE PROVED BH/BT CONTROLS OPEN THE RESPONSE
      *        WORK FILE, SO NUMRESP CAN ECHO THE SENDER'S
      *        BATCH ID AND TELL A COMPLETE FILE FROM ONE
      *        CUT SHORT BY AN ABEND.
       1400-WRITE-RESPONSE-HEADER.
           MOVE SPACES TO RSPW-HEADER
           MOVE "H" TO RWH-RECORD-TYPE
           MOVE WS-BC-SENDER-ID TO RWH-SENDER-ID
           MOVE WS-BC-BATCH-ID TO RWH-BATCH-ID
           MOVE WS-BC-CREATE-DATE TO RWH-CREATE-DATE
           MOVE WS-CYCLE-DATE TO RWH-BUSINESS-DATE
           MOVE WS-BC-DETAIL-COUNT TO RWH-DETAIL-COUNT
           WRITE RSPW-HEADER.

       9000-TERMINATE.
           CLOSE RAW-FILE
           CLOSE RESUB-FILE
           CLOSE TRANS-FILE
           CLOSE REJ-FILE
           CLOSE RSPW-FILE
           IF WS-HAVE-SRCX
               CLOSE SRCX-FILE
           END-IF
           CLOSE REJL-FILE
           IF WS-HAVE-SSYS
               PERFORM 9200-COMMIT-SENDER-USAGE
               CLOSE SSYS-FILE
           END-IF
           IF WS-RAW-PRESENT
               PERFORM 9100-LOG-ACCEPTED-BATCH
           END-IF
           DISPLAY "NUMEDIT: ACCEPTED BATCH " WS-BC-BATCH-ID
               " FROM " WS-BC-SENDER-ID.

      *        THE DAY'S USAGE GOES BACK ON THE REGISTRY ONLY
      *        NOW THE CLEAN FILE IS COMPLETE - AN ABEND
      *        MID-EDIT COMMITS NOTHING, SO THE RERUN COUNTS
      *        THE SAME TRANSACTIONS EXACTLY ONCE.  THE RECORD
      *        IS RE-READ SO A REGISTRY CHANGE MADE DURING THE
      *        RUN IS NOT OVERLAID.
       9200-COMMIT-SENDER-USAGE.
           PERFORM 9210-COMMIT-ONE-SENDER
               VARYING WS-SNDR-IDX FROM 1 BY 1
               UNTIL WS-SNDR-IDX > WS-SNDR-COUNT.

       9210-COMMIT-ONE-SENDER.
           IF WS-SNDR-RUN-USED(WS-SNDR-IDX) > ZERO
               MOVE WS-SNDR-ID(WS-SNDR-IDX) TO SSYS-SENDER-ID
               READ SSYS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SSYS-USAGE-DATE NOT = WS-CYCLE-DATE
                               OR SSYS-USAGE-COUNT NOT NUMERIC
                           MOVE WS-CYCLE-DATE TO SSYS-USAGE-DATE
                           MOVE ZERO TO SSYS-USAGE-COUNT
                       END-IF
                       ADD WS-SNDR-RUN-USED(WS-SNDR-IDX)
                           TO SSYS-USAGE-COUNT
                       REWRITE SSYS-RECORD
                       DISPLAY "NUMEDIT: SENDER "
                           WS-SNDR-ID(WS-SNDR-IDX)
                           " NUMBERS USED TODAY = " SSYS-USAGE-COUNT
               END-READ
           END-IF.

      *        A HELD BATCH PASSES NOTHING DOWNSTREAM - THE
      *        CLEAN, REJECT AND RESPONSE WORK FILES ARE
      *        WRITTEN EMPTY SO A SCHEDULER THAT RUNS
      *        NUMISSUE ANYWAY ISSUES NOTHING (AND NUMRESP
      *        ANSWERS NOTHING), AND THE RETURN CODE HOLDS
      *        THE CYCLE.
      *        THE RAW FILE IS LEFT UNTOUCHED FOR UPSTREAM TO
      *        REDELIVER OR OPERATIONS TO INSPECT.
       9500-HOLD-BATCH.
           IF WS-HAVE-SSYS
               CLOSE SSYS-FILE
           END-IF
           OPEN OUTPUT TRANS-FILE
           CLOSE TRANS-FILE
           OPEN OUTPUT REJ-FILE
           CLOSE REJ-FILE
           OPEN OUTPUT RSPW-FILE
           CLOSE RSPW-FILE
           DISPLAY "NUMEDIT: BATCH HELD - " WS-HOLD-REASON
           DISPLAY "NUMEDIT: SENDER " WS-BC-SENDER-ID
               " BATCH ID " WS-BC-BATCH-ID
