               FILE STATUS IS WS-RUNH-STATUS.

           SELECT RESV-FILE ASSIGN TO "NUMRESVL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSVL-KEY
               ALTERNATE RECORD KEY IS RSVL-STATUS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RESV-STATUS.

           SELECT SRCX-FILE ASSIGN TO "NUMSRCX"
               88  WS-WRAPPED          VALUE "Y".
           05  WS-COLLISION-SW         PIC X(01) VALUE "N".
               88  WS-COLLISION        VALUE "Y".
           05  WS-RESERVED-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-RESERVED-FOUND   VALUE "Y".
           05  WS-SLOT-FREE-SW         PIC X(01) VALUE "N".
      *        BACK TO WITH NUMREST.
           COPY snaplnk.

      *        PARAMETER BLOCK FOR THE NUMCKD CHECK-DIGIT CALL
      *        (SEE CKDLNK.CPY) - EVERY NUMBER WRITTEN TO
      *        NUMMAST, SINGLY OR AS PART OF A BLOCK, CARRIES
      *        ITS CHECK DIGIT.
           COPY ckdlnk.

       01  WS-RUN-COUNTERS.
           05  WS-RUN-START-NUM        PIC 9(09) VALUE ZERO.
           05  WS-ISSUED-COUNT         PIC 9(09) VALUE ZERO.
      *        APPLICATIONS AND ARE NEVER WRITTEN TO NUMMAST,
      *        SO AN EMPTY MASTER SLOT INSIDE ONE IS NOT FREE
      *        - WRITING THERE WOULD ISSUE THE SAME NUMBER TO
      *        TWO SYSTEMS.  EACH CANDIDATE NUMBER IS LOOKED
      *        UP ON THE INDEXED NUMRESVL FILE BY ITS LIVE-
      *        BLOCK KEY (SEE 2370) AND THE POST-WRAP PATH IN
      *        2200 JUMPS THE COUNTER PAST ANY RESERVED BLOCK
      *        BEFORE THE COLLISION CHECK RUNS.  WS-RESV-HIT-END
      *        IS THE END OF THE BLOCK THE LAST LOOKUP FOUND;
      *        WS-RESV-SKIP-WRAPS COUNTS THE WRAPS ONE SKIP HAS
      *        TAKEN, WHICH IS WHAT BOUNDS IT.
       01  WS-RESERVATION-FIELDS.
           05  WS-RESV-HIT-END         PIC 9(09) VALUE ZERO.
           05  WS-RESV-SKIP-WRAPS      PIC 9(04) VALUE ZERO.

      *        USED BY 1030-VALIDATE-SEGMENT-OVERLAP TO SCAN
      *        EVERY CONFIGURED NUMPARM SEGMENT (RELATIVE
               CLOSE SRCX-FILE
               OPEN I-O SRCX-FILE
           END-IF
      *        NUMRESVL STAYS OPEN FOR THE WHOLE RUN - EVERY
      *        CANDIDATE NUMBER IS LOOKED UP ON IT BY KEY.  AN
      *        ABSENT FILE IS CREATED EMPTY (NOTHING HAS EVER
      *        BEEN RESERVED), SO EVERY CLOSE BELOW HOLDS.
           OPEN INPUT RESV-FILE
           IF WS-RESV-STATUS = "35"
               OPEN OUTPUT RESV-FILE
               CLOSE RESV-FILE
               OPEN INPUT RESV-FILE
           END-IF
      *        NUMPARM IS KEYED BY SEGMENT THE SAME WAY NUMSEQ
      *        AND NUMCKPT ARE, SO EACH SEGMENT HAS ITS OWN
      *        RANGE/WRAP-TARGET DEFINITION - THE SEGMENT ID
           END-READ
           CLOSE LOCK-FILE.

       1020-VALIDATE-SEGMENT-PARMS.
           IF WS-SEGMENTED AND WS-SEGMENT-LOW = 0
               DISPLAY "NUMISSUE: ABORT - NUMPARM SEGMENT "
               CLOSE CKPT-FILE
               CLOSE RUNH-FILE
               CLOSE SRCX-FILE
               CLOSE RESV-FILE
               PERFORM 9200-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
                           CLOSE CKPT-FILE
                           CLOSE RUNH-FILE
                           CLOSE SRCX-FILE
                           CLOSE RESV-FILE
                           PERFORM 9200-RELEASE-RUN-LOCK
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-ADD
      *        EVERY CANDIDATE NUMBER IS CHECKED AGAINST THE
      *        RESERVATION FILE, NOT JUST THE WRAP LANDING -
      *        ON A POST-WRAP LAP ANY TRANSACTION CAN WALK
      *        INTO A RESERVED BLOCK.  ON THE FIRST LAP THE
      *        COUNTER ALWAYS SITS ABOVE EVERY LOGGED BLOCK
      *        (NUMRESV ADVANCES THIS SAME COUNTER), SO THE
      *        CHECK NEVER MATCHES AND COSTS ONE KEYED LOOKUP.
           PERFORM 2360-SKIP-RESERVED-BLOCKS
           IF WS-WRAPPED
               PERFORM 2350-CHECK-COLLISION
               MOVE "N" TO MAST-WRAP-SW
           END-IF
           MOVE "A" TO MAST-STATUS
           PERFORM 2210-SET-CHECK-DIGIT
           ADD 1 TO WS-ISSUED-COUNT
           IF WS-COLLISION
               REWRITE MASTER-RECORD
           MOVE WS-NUM TO WS-SRCX-NUM
           PERFORM 2800-UPDATE-SOURCE-XREF.

      *        THE DIGIT IS A PURE FUNCTION OF THE NUMBER, SO A
      *        REISSUE OR A RESTART REPLAY STAMPS THE SAME
      *        DIGIT THE SLOT CARRIED BEFORE.
       2210-SET-CHECK-DIGIT.
           MOVE "C" TO CKD-FUNCTION
           MOVE MAST-NUM TO CKD-NUMBER
           CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
           MOVE CKD-CHECK-DIGIT TO MAST-CHECK-DIGIT.

       2300-LOG-WRAP-EVENT.
           ADD 1 TO WS-RESET-COUNT
           ADD 1 TO WS-RUN-WRAP-COUNT
      *        THE COUNTER JUMPS STRAIGHT PAST EACH RESERVED
      *        BLOCK (RE-APPLYING THE WRAP RULES WHEN THE JUMP
      *        RUNS OFF THE TOP OF THE RANGE) BEFORE ANY
      *        NUMBER IS ISSUED.  EVERY JUMP MOVES THE COUNTER
      *        FORWARD PAST A WHOLE BLOCK, SO THE SKIP IS
      *        BOUNDED BY ITS WRAPS - A SKIP THAT WRAPS A
      *        SECOND TIME HAS JUMPED BLOCK AFTER BLOCK ROUND
      *        THE WHOLE RANGE, WHICH MEANS THE RANGE IS
      *        EXHAUSTED AND THE RUN MUST STOP.
       2360-SKIP-RESERVED-BLOCKS.
           MOVE ZERO TO WS-RESV-SKIP-WRAPS
           PERFORM 2370-CHECK-RESERVED
           PERFORM UNTIL NOT WS-RESERVED-FOUND
      *            THE CHECKPOINT IS LEFT OUTSTANDING ON THIS
      *            ABORT - THE BATCH IS NOT DONE, AND A
      *            RESTART MUST REPLAY FROM THE LAST GOOD
      *            POSITION ONCE THE RANGE IS CLEANED UP.
               IF WS-RESV-SKIP-WRAPS > 1
                   DISPLAY "NUMISSUE: ABORT - SEGMENT RANGE IS "
                       "EXHAUSTED BY NUMRESV RESERVATIONS"
                   CLOSE SEQ-FILE
                   CLOSE CKPT-FILE
                   CLOSE RUNH-FILE
                   CLOSE SRCX-FILE
                   CLOSE RESV-FILE
                   PERFORM 9200-RELEASE-RUN-LOCK
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
      *            WS-WRAPPED IS RAISED SO THE LANDING SLOT
      *            STILL GETS ITS COLLISION CHECK IN 2350.
               MOVE WS-NUM TO WS-NUM2
               COMPUTE WS-NUM = WS-RESV-HIT-END + 1
                   ON SIZE ERROR
                       PERFORM 2300-LOG-WRAP-EVENT
                       MOVE WS-EFFECTIVE-WRAP-NUM TO WS-NUM
                       MOVE "Y" TO WS-WRAPPED-SW
                       ADD 1 TO WS-RESV-SKIP-WRAPS
                   NOT ON SIZE ERROR
                       IF WS-NUM > WS-EFFECTIVE-MAX-NUM
                           PERFORM 2300-LOG-WRAP-EVENT
                           MOVE WS-EFFECTIVE-WRAP-NUM TO WS-NUM
                           MOVE "Y" TO WS-WRAPPED-SW
                           ADD 1 TO WS-RESV-SKIP-WRAPS
                       END-IF
               END-COMPUTE
               PERFORM 2370-CHECK-RESERVED
           END-PERFORM.

      *        LIVE BLOCKS NEVER OVERLAP, SO THE FIRST LIVE
      *        BLOCK OF THE SEGMENT ENDING AT OR PAST WS-NUM
      *        (THE RSVL-STATUS-KEY ORDER - SEE RESVREC.CPY) IS
      *        THE ONLY ONE THAT CAN HOLD IT.  IT HOLDS IT WHEN
      *        IT DOES NOT START PAST WS-NUM.
       2370-CHECK-RESERVED.
           MOVE "N" TO WS-RESERVED-FOUND-SW
           MOVE WS-SEGMENT-ID TO RSVL-STATUS-SEGMENT-ID
           MOVE "A" TO RSVL-STATUS
           MOVE WS-NUM TO RSVL-BLOCK-END
           START RESV-FILE KEY IS NOT LESS THAN RSVL-STATUS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RESV-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RSVL-STATUS-SEGMENT-ID = WS-SEGMENT-ID
                                   AND RSVL-LIVE
                                   AND RSVL-BLOCK-START
                                       NOT > WS-NUM
                               MOVE "Y" TO WS-RESERVED-FOUND-SW
                               MOVE RSVL-BLOCK-END
                                   TO WS-RESV-HIT-END
                           END-IF
                   END-READ
           END-START.

       2350-CHECK-COLLISION.
           COMPUTE WS-MAST-RELKEY = WS-NUM + 1
               CLOSE CKPT-FILE
               CLOSE RUNH-FILE
               CLOSE SRCX-FILE
               CLOSE RESV-FILE
               PERFORM 9200-RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
               MOVE "N" TO MAST-WRAP-SW
           END-IF
           MOVE "A" TO MAST-STATUS
           PERFORM 2210-SET-CHECK-DIGIT
           ADD 1 TO WS-ISSUED-COUNT
           IF WS-BLOCK-SLOT-USED
               REWRITE MASTER-RECORD
           CLOSE CKPT-FILE
           CLOSE RUNH-FILE
           CLOSE SRCX-FILE
           CLOSE RESV-FILE
           PERFORM 9200-RELEASE-RUN-LOCK.

      *        CLOSE THE RUN OUT WITH ITS BALANCING RECORD -
