      *  POST-WRAP COLLISION CHECK.  BECAUSE THE BLOCK MUST
      *  BE CONTIGUOUS, A WRAP OR AN ACTIVE SLOT IN THE
      *  MIDDLE RESTARTS THE BLOCK FROM THE NEXT FREE
      *  NUMBER.  LIVE BLOCKS ALREADY ON THE NUMRESVL FILE
      *  ARE NEVER RE-RESERVED - THEY HAVE NO MASTER
      *  RECORDS, SO THE RESERVATION FILE (NOT THE MASTER
      *  FILE) IS WHAT PROVES THEIR NUMBERS ARE TAKEN.
      *
      *  EACH RESERVATION IS WRITTEN TO THE INDEXED NUMRESVL
      *  FILE (SEE RESVREC.CPY) AND THE BLOCK BOUNDS ARE RETURNED
      *  TO THE CALLER.  THE NUMSEQ RECORD IS REWRITTEN ONLY
      *  ON SUCCESS - A FAILED REQUEST LEAVES THE COUNTER
      *  WHERE IT WAS, SO NO NUMBERS ARE BURNED.
      *
      *  THE REQUESTOR MUST BE AN ACTIVE SENDER ON THE
      *  NUMSRCSY SOURCE-SYSTEM REGISTRY (SEE SRCSYS.CPY)
      *  AND, WHEN THE REGISTRY TIES IT TO ONE SEGMENT, ASK
      *  FOR THAT SEGMENT - OTHERWISE NOTHING IS OPENED OR
      *  RESERVED.  NO REGISTRY FILE MEANS THE SHOP HAS NOT
      *  CUT OVER, AND ANY REQUESTOR IS SERVED AS BEFORE.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMRESV.
               FILE STATUS IS WS-WRAP-STATUS.

           SELECT RESV-LOG-FILE ASSIGN TO "NUMRESVL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSVL-KEY
               ALTERNATE RECORD KEY IS RSVL-STATUS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RESV-STATUS.

           SELECT LOCK-FILE ASSIGN TO "NUMLOCKF"
               RELATIVE KEY IS WS-CYCLE-RELKEY
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT SSYS-FILE ASSIGN TO "NUMSRCSY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SSYS-SENDER-ID
               FILE STATUS IS WS-SSYS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SEQ-FILE.
       FD  CYCLE-FILE.
           COPY cyclrec.

       FD  SSYS-FILE.
           COPY srcsys.

       WORKING-STORAGE SECTION.
           COPY wsnumcp.

           05  WS-WRAP-STATUS          PIC X(02) VALUE "00".
           05  WS-RESV-STATUS          PIC X(02) VALUE "00".
           05  WS-LOCK-STATUS          PIC X(02) VALUE "00".
           05  WS-SSYS-STATUS          PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
           05  WS-SEQ-RELKEY           PIC 9(04) VALUE 1.
               88  WS-FILES-OPEN       VALUE "Y".
           05  WS-LOCK-TAKEN-SW        PIC X(01) VALUE "N".
               88  WS-LOCK-TAKEN       VALUE "Y".
           05  WS-RESV-OPEN-SW         PIC X(01) VALUE "N".
               88  WS-RESV-OPEN        VALUE "Y".

      *        BOUNDS THE BLOCK SCAN THE SAME WAY NUMREPR'S
      *        FREE-SLOT SCAN IS BOUNDED - ONCE EVERY NUMBER
           05  WS-CYCLE-RELKEY         PIC 9(04) VALUE 1.
           05  WS-CYCLE-DATE           PIC X(08).

       01  WS-RESERVED-FOUND-SW        PIC X(01) VALUE "N".
           88  WS-RESERVED-FOUND       VALUE "Y".

      *        THE NEW BLOCK'S RECORD, HELD WHILE 3100 READS
      *        A RETIRED RECORD ALREADY FILED UNDER THE SAME
      *        KEY, AND THAT RETIRED RECORD, HELD WHILE THE
      *        NEW BLOCK TAKES ITS KEY.
       01  WS-NEW-RSVL-RECORD          PIC X(64).
       01  WS-OLD-RSVL-RECORD          PIC X(64).

      *        PARAMETER BLOCK FOR THE NUMCKD CHECK-DIGIT CALL
      *        (SEE CKDLNK.CPY) - THE BLOCK BOUNDS GO BACK TO
      *        THE CALLER WITH THEIR CHECK DIGITS.
           COPY ckdlnk.

       LINKAGE SECTION.
           COPY resvlnk.
           MOVE ZERO TO WS-BLOCK-START
           MOVE "N" TO WS-SEGMENTED-SW
           MOVE "N" TO WS-LOCK-TAKEN-SW
           MOVE "N" TO WS-RESV-OPEN-SW
           MOVE ZERO TO WS-WRAP-TARGET
           MOVE ZERO TO WS-SEGMENT-LOW
           MOVE ZERO TO WS-SEGMENT-HIGH
           IF RESV-SEGMENT-ID NOT NUMERIC
               MOVE "SG" TO RESV-RETURN-CODE
           END-IF
           IF RESV-RETURN-CODE = SPACES
               PERFORM 1500-CHECK-REQUESTOR
           END-IF
           IF RESV-RETURN-CODE = SPACES
               PERFORM 1400-GET-CYCLE-DATE
               PERFORM 1100-OPEN-FILES
               PERFORM 1200-LOAD-SEGMENT-PARMS
           END-IF.

      *        THE RESERVATION FILE IS OPENED ONLY AFTER THE
      *        SEGMENT RUN LOCK IS HELD (SEE 1300) AND EVERY
      *        NUMBER IS LOOKED UP ON IT AS THE SCAN REACHES
      *        IT, SO A BLOCK ANOTHER CALLER COMMITTED WHILE
      *        THIS ONE WAITED IS ALWAYS SEEN - A POST-WRAP
      *        SCAN NEVER HANDS ITS NUMBERS OUT A SECOND TIME.
      *        AN ABSENT FILE IS CREATED EMPTY - NOTHING HAS
      *        EVER BEEN RESERVED.
       1050-OPEN-RESERVATIONS.
           OPEN I-O RESV-LOG-FILE
           IF WS-RESV-STATUS = "35"
               OPEN OUTPUT RESV-LOG-FILE
               CLOSE RESV-LOG-FILE
               OPEN I-O RESV-LOG-FILE
           END-IF
           MOVE "Y" TO WS-RESV-OPEN-SW.

       1100-OPEN-FILES.
           OPEN I-O SEQ-FILE
               PERFORM 1300-TAKE-RUN-LOCK
           END-IF
           IF RESV-RETURN-CODE = SPACES
               PERFORM 1050-OPEN-RESERVATIONS
           END-IF
           IF RESV-RETURN-CODE = SPACES
               COMPUTE WS-SCAN-LIMIT =
               MOVE ZERO TO WS-FOUND-COUNT
           END-IF.

      *        LIVE BLOCKS NEVER OVERLAP, SO THE FIRST LIVE
      *        BLOCK OF THE SEGMENT ENDING AT OR PAST WS-NUM
      *        (THE RSVL-STATUS-KEY ORDER - SEE RESVREC.CPY) IS
      *        THE ONLY ONE THAT CAN HOLD IT.  IT HOLDS IT WHEN
      *        IT DOES NOT START PAST WS-NUM.
       2150-CHECK-RESERVED.
           MOVE "N" TO WS-RESERVED-FOUND-SW
           MOVE WS-SEGMENT-ID TO RSVL-STATUS-SEGMENT-ID
           MOVE "A" TO RSVL-STATUS
           MOVE WS-NUM TO RSVL-BLOCK-END
           START RESV-LOG-FILE KEY IS NOT LESS THAN RSVL-STATUS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RESV-LOG-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RSVL-STATUS-SEGMENT-ID = WS-SEGMENT-ID
                                   AND RSVL-LIVE
                                   AND RSVL-BLOCK-START
                                       NOT > WS-NUM
                               MOVE "Y" TO WS-RESERVED-FOUND-SW
                           END-IF
                   END-READ
           END-START.

       2200-LOG-WRAP-EVENT.
           ADD 1 TO WS-RESET-COUNT
           MOVE WS-SEGMENT-ID TO WRAP-SEGMENT-ID
           WRITE WRAP-RECORD.

      *        THE RESERVATION IS FILED AND THE COUNTER
      *        COMMITTED TOGETHER, ONLY ONCE THE WHOLE BLOCK
      *        IS IN HAND - A FAILED OR ABANDONED REQUEST
      *        NEVER MOVES SEQ-LAST-NUM, SO NO NUMBERS ARE
      *        BURNED ON FAILURE.
       3000-COMMIT-RESERVATION.
           MOVE SPACES TO RSVL-RECORD
           MOVE WS-CYCLE-DATE TO RSVL-DATE
           ACCEPT RSVL-TIME FROM TIME
           MOVE RESV-REQUESTOR-ID TO RSVL-REQUESTOR-ID
           MOVE WS-SEGMENT-ID TO RSVL-SEGMENT-ID
           MOVE WS-SEGMENT-ID TO RSVL-STATUS-SEGMENT-ID
           MOVE WS-BLOCK-START TO RSVL-BLOCK-START
           MOVE WS-NUM TO RSVL-BLOCK-END
      *        THE CALLER'S EXPIRY DATE RIDES ONTO THE BLOCK
      *        (SEE RESVLNK.CPY) - ANYTHING NOT A USABLE
      *        DATE MEANS THE BLOCK NEVER EXPIRES.
           IF RESV-EXPIRY-DATE NUMERIC
           END-IF
           MOVE "A" TO RSVL-STATUS
           WRITE RSVL-RECORD
               INVALID KEY
                   PERFORM 3100-REPLACE-RETIRED-BLOCK
           END-WRITE
           IF RESV-RETURN-CODE = SPACES
               PERFORM 3200-COMMIT-COUNTER
           END-IF.

      *        A RECORD ALREADY FILED UNDER THE NEW BLOCK'S
      *        KEY CAN ONLY BE A RETIRED BLOCK - 2150 FOUND
      *        THE START NUMBER IN NO LIVE ONE.  THE NEW BLOCK
      *        TAKES THE KEY; WHATEVER OF THE RETIRED BLOCK
      *        RUNS PAST THE NEW BLOCK'S END STAYS ON FILE AS
      *        A RETIRED RECORD STARTING ONE PAST THAT END, SO
      *        NUMRECON STILL ACCOUNTS FOR ITS NUMBERS.  WHEN
      *        A BLOCK ALREADY STARTS THERE TOO, THAT BLOCK
      *        SPEAKS FOR THE NUMBERS AND THE REMNANT IS
      *        DROPPED.
       3100-REPLACE-RETIRED-BLOCK.
           MOVE RSVL-RECORD TO WS-NEW-RSVL-RECORD
           READ RESV-LOG-FILE
               INVALID KEY
                   MOVE "FL" TO RESV-RETURN-CODE
           END-READ
           IF RESV-RETURN-CODE = SPACES
               IF RSVL-LIVE
                   DISPLAY "NUMRESV: LIVE BLOCK ALREADY FILED AT "
                       "SEGMENT " RSVL-SEGMENT-ID " START "
                       RSVL-BLOCK-START " - NOTHING RESERVED"
                   MOVE "FL" TO RESV-RETURN-CODE
               ELSE
                   MOVE RSVL-RECORD TO WS-OLD-RSVL-RECORD
                   MOVE WS-NEW-RSVL-RECORD TO RSVL-RECORD
                   REWRITE RSVL-RECORD
                   MOVE WS-OLD-RSVL-RECORD TO RSVL-RECORD
                   IF RSVL-BLOCK-END > WS-NUM
                       COMPUTE RSVL-BLOCK-START = WS-NUM + 1
                       WRITE RSVL-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   END-IF
               END-IF
           END-IF.

       3200-COMMIT-COUNTER.
           MOVE WS-NUM TO SEQ-LAST-NUM
           MOVE WS-RESET-COUNT TO SEQ-RESET-COUNT
           MOVE WS-HIGH-NUM TO SEQ-HIGH-NUM
           REWRITE SEQ-RECORD
           MOVE WS-BLOCK-START TO RESV-BLOCK-START
           MOVE WS-NUM TO RESV-BLOCK-END
           MOVE "C" TO CKD-FUNCTION
           MOVE WS-BLOCK-START TO CKD-NUMBER
           CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
           MOVE CKD-CHECK-DIGIT TO RESV-BLOCK-START-CD
           MOVE WS-NUM TO CKD-NUMBER
           CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
           MOVE CKD-CHECK-DIGIT TO RESV-BLOCK-END-CD
           MOVE "00" TO RESV-RETURN-CODE.

      *        A REQUEST REJECTED BY THE EDITS IN 1000 NEVER
               CLOSE CYCLE-FILE
           END-IF.

      *        THE REQUESTOR IS CHECKED BEFORE ANY FILE IS
      *        OPENED OR LOCK TAKEN, SO A REFUSAL COSTS
      *        NOTHING AND HOLDS UP NO OTHER CALLER.
       1500-CHECK-REQUESTOR.
           OPEN INPUT SSYS-FILE
           IF WS-SSYS-STATUS NOT = "35"
               MOVE RESV-REQUESTOR-ID TO SSYS-SENDER-ID
               READ SSYS-FILE
                   INVALID KEY
                       MOVE "UR" TO RESV-RETURN-CODE
                   NOT INVALID KEY
                       IF NOT SSYS-ACTIVE
                           MOVE "UR" TO RESV-RETURN-CODE
                       ELSE
                           IF NOT SSYS-ANY-SEGMENT
                                   AND SSYS-ALLOWED-SEGMENT
                                       NOT = RESV-SEGMENT-ID
                               MOVE "NA" TO RESV-RETURN-CODE
                           END-IF
                       END-IF
               END-READ
               CLOSE SSYS-FILE
           END-IF.

       9000-TERMINATE.
           IF WS-FILES-OPEN
               CLOSE SEQ-FILE
               CLOSE WRAP-FILE
               MOVE "N" TO WS-FILES-OPEN-SW
           END-IF
           IF WS-RESV-OPEN
               CLOSE RESV-LOG-FILE
               MOVE "N" TO WS-RESV-OPEN-SW
           END-IF
           IF WS-LOCK-TAKEN
               COMPUTE WS-LOCK-RELKEY = WS-SEGMENT-ID + 1
               READ LOCK-FILE
