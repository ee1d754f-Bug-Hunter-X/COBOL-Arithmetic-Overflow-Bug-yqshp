      *****************************************************
      *  NUMPMNT - NUMPARM SEGMENT-PARAMETER MAINTENANCE.
      *  READS THE NUMPARMT CHANGE TRANSACTION FILE (SEE
      *  PRMTRAN.CPY) AND ADDS, CHANGES OR RETIRES NUMPARM
      *  SEGMENT RECORDS, SO A NEW SEGMENT, A RANGE OR
      *  WRAP-TARGET MOVE OR A RETENTION CHANGE IS NO
      *  LONGER A HAND EDIT OF THE RELATIVE FILE THAT ONLY
      *  SURFACES WHEN NUMISSUE ABORTS THE NIGHT RUN.
      *
      *  EVERY TRANSACTION IS PROVED BEFORE ANYTHING IS
      *  COMMITTED:
      *    - THE FLOOR RULE NUMISSUE'S 1020 ENFORCES (A
      *      SEGMENTED RECORD NEEDS SEGMENT-LOW OF AT LEAST
      *      1), PLUS A RANGE THAT IS NOT INVERTED OR EMPTY;
      *    - THE OVERLAP RULE NUMISSUE'S 1030 ENFORCES -
      *      THE NEW RANGE AGAINST EVERY OTHER SEGMENTED
      *      RECORD ON FILE;
      *    - NO ACTIVE MASTER RECORD AND NO LIVE NUMRESVL
      *      BLOCK OF THE SEGMENT MAY BE STRANDED OUTSIDE THE
      *      NEW RANGE (A RETIRE IS REFUSED WHILE ANY EXIST);
      *    - THE SEGMENT'S NUMSEQ COUNTER MAY NOT SIT BELOW
      *      THE NEW FLOOR, WHERE THE NEXT ISSUE WOULD LAND
      *      OUTSIDE THE RANGE.
      *  THE SEGMENT'S NUMLOCKF RUN LOCK (SEE LOCKREC.CPY)
      *  IS HELD FROM THE PROOF THROUGH THE COMMIT, SO NO
      *  NUMISSUE/NUMREPR/NUMRESV RUN CAN MOVE THE COUNTER
      *  OR WRITE MASTERS UNDER A RANGE BEING CHANGED.
      *
      *  TRANSACTIONS ARE APPLIED ONE AT A TIME IN FILE
      *  ORDER, SO A LATER TRANSACTION IS PROVED AGAINST
      *  NUMPARM AS EARLIER ONES LEFT IT - A SEGMENT CAN BE
      *  NARROWED AND ITS NEIGHBOUR WIDENED INTO THE FREED
      *  RANGE IN ONE RUN, PROVIDED THE NARROWING COMES
      *  FIRST.
      *
      *  A RETIRED SEGMENT'S RECORD IS DELETED, FREEING ITS
      *  RANGE.  ITS NUMSEQ/NUMCKPT RECORDS ARE LEFT AS THEY
      *  ARE AND THE SEGMENT MUST BE DROPPED FROM THE CYCLE
      *  SCHEDULE - RUN WITHOUT A NUMPARM RECORD, NUMISSUE
      *  FALLS BACK TO THE SHOP-WIDE UNSEGMENTED DEFAULTS.
      *
      *  EVERY TRANSACTION - APPLIED OR REFUSED - IS
      *  APPENDED TO THE NUMPARML PARAMETER-CHANGE LOG (SEE
      *  PRMLOG.CPY) WITH ITS BEFORE AND AFTER IMAGES.
      *
      *  ENDS WITH RETURN CODE 8 WHEN ANY TRANSACTION WAS
      *  REFUSED.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRMT-FILE ASSIGN TO "NUMPARMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRMT-STATUS.

           SELECT PARM-FILE ASSIGN TO "NUMPARM"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-PARM-RELKEY
               FILE STATUS IS WS-PARM-STATUS.

           SELECT PLOG-FILE ASSIGN TO "NUMPARML"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOG-STATUS.

           SELECT MASTER-FILE ASSIGN TO "NUMMAST"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-MAST-RELKEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT RESV-FILE ASSIGN TO "NUMRESVL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSVL-KEY
               ALTERNATE RECORD KEY IS RSVL-STATUS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RESV-STATUS.

           SELECT SEQ-FILE ASSIGN TO "NUMSEQ"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SEQ-RELKEY
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT LOCK-FILE ASSIGN TO "NUMLOCKF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LOCK-RELKEY
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRMT-FILE.
           COPY prmtran.

       FD  PARM-FILE.
           COPY numparm.

       FD  PLOG-FILE.
           COPY prmlog.

       FD  MASTER-FILE.
           COPY mastrec.

       FD  RESV-FILE.
           COPY resvrec.

       FD  SEQ-FILE.
           COPY seqrec.

       FD  LOCK-FILE.
           COPY lockrec.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-PRMT-STATUS          PIC X(02) VALUE "00".
           05  WS-PARM-STATUS          PIC X(02) VALUE "00".
           05  WS-PLOG-STATUS          PIC X(02) VALUE "00".
           05  WS-MAST-STATUS          PIC X(02) VALUE "00".
           05  WS-RESV-STATUS          PIC X(02) VALUE "00".
           05  WS-SEQ-STATUS           PIC X(02) VALUE "00".
           05  WS-LOCK-STATUS          PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
           05  WS-PARM-RELKEY          PIC 9(04) VALUE 1.
           05  WS-MAST-RELKEY          PIC 9(10).
           05  WS-SEQ-RELKEY           PIC 9(04) VALUE 1.
           05  WS-LOCK-RELKEY          PIC 9(04) VALUE 1.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF              VALUE "Y".
           05  WS-PARM-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-PARM-FOUND       VALUE "Y".
           05  WS-LOCK-TAKEN-SW        PIC X(01) VALUE "N".
               88  WS-LOCK-TAKEN       VALUE "Y".
           05  WS-NEW-SEGMENTED-SW     PIC X(01) VALUE "N".
               88  WS-NEW-SEGMENTED    VALUE "Y".
           05  WS-SCAN-EOF-SW          PIC X(01) VALUE "N".
               88  WS-SCAN-EOF         VALUE "Y".

       01  WS-RESULT-CODE              PIC X(02) VALUE SPACES.

       01  WS-JOB-ID                   PIC X(08) VALUE "NUMPMNT ".

      *        THE NUMPARM RECORD AS IT STOOD BEFORE THE
      *        TRANSACTION, AND THE RECORD THE TRANSACTION
      *        ASKS FOR - BOTH CARRIED ONTO NUMPARML.
       01  WS-BEFORE-IMAGE             PIC X(43) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(43) VALUE SPACES.

      *        THE RANGE THE SEGMENT WILL ISSUE FROM ONCE THE
      *        TRANSACTION IS APPLIED - THE SEGMENT'S OWN
      *        BOUNDS WHEN SEGMENTED, OTHERWISE ZERO THROUGH
      *        PARM-MAX-NUM (THE FIRST LAP STARTS FROM ZERO,
      *        NOT THE WRAP TARGET).
       01  WS-NEW-RANGE.
           05  WS-NEW-LOW              PIC 9(09) VALUE ZERO.
           05  WS-NEW-HIGH             PIC 9(09) VALUE ZERO.

       01  WS-SCAN-FIELDS.
           05  WS-SCAN-RELKEY          PIC 9(04).
           05  WS-CONFLICT-SEGMENT     PIC 9(02) VALUE ZERO.
           05  WS-STRANDED-NUM         PIC 9(09) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-TRANS-COUNT          PIC 9(09) VALUE ZERO.
           05  WS-APPLIED-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PARM-TRANS
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           IF WS-REFUSED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT PRMT-FILE
           IF WS-PRMT-STATUS = "35"
               DISPLAY "NUMPMNT: NO NUMPARMT CHANGE TRANSACTIONS "
                   "PRESENT - NOTHING TO DO"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           OPEN I-O PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT PARM-FILE
               CLOSE PARM-FILE
               OPEN I-O PARM-FILE
           END-IF
           OPEN EXTEND PLOG-FILE
           IF WS-PLOG-STATUS = "35"
               OPEN OUTPUT PLOG-FILE
               CLOSE PLOG-FILE
               OPEN EXTEND PLOG-FILE
           END-IF
           IF NOT WS-EOF
               PERFORM 2100-READ-PARM-TRANS
           END-IF.

       2000-PROCESS-PARM-TRANS.
           ADD 1 TO WS-TRANS-COUNT
           MOVE SPACES TO WS-RESULT-CODE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           MOVE "N" TO WS-LOCK-TAKEN-SW
           PERFORM 2200-EDIT-TRANSACTION
           IF WS-RESULT-CODE = SPACES
               PERFORM 2300-TAKE-SEGMENT-LOCK
           END-IF
           IF WS-RESULT-CODE = SPACES
               PERFORM 2400-READ-CURRENT-PARM
           END-IF
           IF WS-RESULT-CODE = SPACES
                   AND NOT PRMT-RETIRE
               PERFORM 2500-VALIDATE-RANGE
           END-IF
           IF WS-RESULT-CODE = SPACES
               PERFORM 2600-CHECK-STRANDED
           END-IF
           IF WS-RESULT-CODE = SPACES
               PERFORM 2700-APPLY-CHANGE
           END-IF
           IF WS-LOCK-TAKEN
               PERFORM 2350-RELEASE-SEGMENT-LOCK
           END-IF
           PERFORM 2800-WRITE-PARM-LOG
           IF WS-RESULT-CODE = "OK"
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "NUMPMNT: SEGMENT " PRMT-SEGMENT-ID
                   " ACTION " PRMT-ACTION " REFUSED - RESULT "
                   WS-RESULT-CODE
           END-IF
           PERFORM 2100-READ-PARM-TRANS.

       2100-READ-PARM-TRANS.
           READ PRMT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *        FIELD-LEVEL EDITS ONLY - NOTHING ON FILE IS
      *        LOOKED AT UNTIL THE SEGMENT LOCK IS HELD.
       2200-EDIT-TRANSACTION.
           IF NOT PRMT-ADD AND NOT PRMT-CHANGE AND NOT PRMT-RETIRE
               MOVE "IV" TO WS-RESULT-CODE
           END-IF
           IF PRMT-SEGMENT-ID NOT NUMERIC
               MOVE "IV" TO WS-RESULT-CODE
           END-IF
           IF WS-RESULT-CODE = SPACES
                   AND NOT PRMT-RETIRE
               IF PRMT-MAX-NUM NOT NUMERIC
                       OR PRMT-WRAP-TARGET NOT NUMERIC
                       OR PRMT-SEGMENT-LOW NOT NUMERIC
                       OR PRMT-SEGMENT-HIGH NOT NUMERIC
                       OR PRMT-RETENTION-DAYS NOT NUMERIC
                   MOVE "IV" TO WS-RESULT-CODE
               END-IF
           END-IF.

      *        THE SAME SEGMENT RUN LOCK NUMISSUE, NUMREPR,
      *        NUMRESV AND NUMINQ TAKE (SEE LOCKREC.CPY) -
      *        HELD UNDER THE OPERATOR'S ID, AS NUMINQ DOES,
      *        SO NUMLOCK SHOWS WHO IS CHANGING THE SEGMENT.
       2300-TAKE-SEGMENT-LOCK.
           OPEN I-O LOCK-FILE
           IF WS-LOCK-STATUS = "35"
               OPEN OUTPUT LOCK-FILE
               CLOSE LOCK-FILE
               OPEN I-O LOCK-FILE
           END-IF
           COMPUTE WS-LOCK-RELKEY = PRMT-SEGMENT-ID + 1
           READ LOCK-FILE
               INVALID KEY
                   MOVE "N" TO LOCK-HELD-SW
                   MOVE SPACES TO LOCK-JOB-ID
                   MOVE SPACES TO LOCK-DATE
                   MOVE SPACES TO LOCK-TIME
                   WRITE LOCK-RECORD
           END-READ
           IF LOCK-HELD
               DISPLAY "NUMPMNT: SEGMENT " PRMT-SEGMENT-ID
                   " IS LOCKED BY " LOCK-JOB-ID " SINCE "
                   LOCK-DATE " " LOCK-TIME
               MOVE "LK" TO WS-RESULT-CODE
               CLOSE LOCK-FILE
           ELSE
               MOVE "Y" TO LOCK-HELD-SW
               IF PRMT-OPERATOR = SPACES
                   MOVE WS-JOB-ID TO LOCK-JOB-ID
               ELSE
                   MOVE PRMT-OPERATOR TO LOCK-JOB-ID
               END-IF
               ACCEPT LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               REWRITE LOCK-RECORD
               MOVE "Y" TO WS-LOCK-TAKEN-SW
           END-IF.

       2350-RELEASE-SEGMENT-LOCK.
           COMPUTE WS-LOCK-RELKEY = PRMT-SEGMENT-ID + 1
           READ LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO LOCK-HELD-SW
                   REWRITE LOCK-RECORD
           END-READ
           CLOSE LOCK-FILE
           MOVE "N" TO WS-LOCK-TAKEN-SW.

      *        READ UNDER THE LOCK, SO THE BEFORE-IMAGE IS
      *        THE RECORD THIS TRANSACTION ACTUALLY REPLACES.
      *        THE AFTER-IMAGE IS BUILT HERE TOO - THE
      *        SEGMENT ID IN IT ALWAYS MATCHES THE SLOT (SEE
      *        PARM-SEGMENT-ID IN NUMPARM.CPY).
       2400-READ-CURRENT-PARM.
           MOVE "N" TO WS-PARM-FOUND-SW
           COMPUTE WS-PARM-RELKEY = PRMT-SEGMENT-ID + 1
           READ PARM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PARM-FOUND-SW
                   MOVE PARM-RECORD TO WS-BEFORE-IMAGE
           END-READ
           IF PRMT-ADD AND WS-PARM-FOUND
               MOVE "AE" TO WS-RESULT-CODE
           END-IF
           IF NOT PRMT-ADD AND NOT WS-PARM-FOUND
               MOVE "NF" TO WS-RESULT-CODE
           END-IF
           IF NOT PRMT-RETIRE
               MOVE PRMT-MAX-NUM TO PARM-MAX-NUM
               MOVE PRMT-WRAP-TARGET TO PARM-WRAP-TARGET
               MOVE PRMT-SEGMENT-ID TO PARM-SEGMENT-ID
               MOVE PRMT-SEGMENT-LOW TO PARM-SEGMENT-LOW
               MOVE PRMT-SEGMENT-HIGH TO PARM-SEGMENT-HIGH
               MOVE PRMT-RETENTION-DAYS TO PARM-RETENTION-DAYS
               MOVE PARM-RECORD TO WS-AFTER-IMAGE
           END-IF.

      *        THE STARTUP RULES NUMISSUE APPLIES IN 1020 AND
      *        1030, APPLIED HERE BEFORE THE COMMIT INSTEAD OF
      *        AT THE NEXT NIGHT RUN.
       2500-VALIDATE-RANGE.
           MOVE "N" TO WS-NEW-SEGMENTED-SW
           IF PRMT-SEGMENT-HIGH > 0
               MOVE "Y" TO WS-NEW-SEGMENTED-SW
               MOVE PRMT-SEGMENT-LOW TO WS-NEW-LOW
               MOVE PRMT-SEGMENT-HIGH TO WS-NEW-HIGH
           ELSE
               MOVE ZERO TO WS-NEW-LOW
               MOVE PRMT-MAX-NUM TO WS-NEW-HIGH
           END-IF
           EVALUATE TRUE
               WHEN WS-NEW-SEGMENTED AND PRMT-SEGMENT-LOW = 0
                   MOVE "FL" TO WS-RESULT-CODE
               WHEN WS-NEW-SEGMENTED
                       AND PRMT-SEGMENT-LOW > PRMT-SEGMENT-HIGH
                   MOVE "RG" TO WS-RESULT-CODE
               WHEN NOT WS-NEW-SEGMENTED AND PRMT-MAX-NUM = 0
                   MOVE "RG" TO WS-RESULT-CODE
               WHEN NOT WS-NEW-SEGMENTED
                       AND PRMT-WRAP-TARGET > PRMT-MAX-NUM
                   MOVE "RG" TO WS-RESULT-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-RESULT-CODE = SPACES AND WS-NEW-SEGMENTED
               PERFORM 2510-CHECK-ONE-SEGMENT
                   VARYING WS-SCAN-RELKEY FROM 1 BY 1
                   UNTIL WS-SCAN-RELKEY > 100
                   OR WS-RESULT-CODE NOT = SPACES
               IF WS-RESULT-CODE = "OV"
                   DISPLAY "NUMPMNT: SEGMENT " PRMT-SEGMENT-ID
                       " RANGE " WS-NEW-LOW "-" WS-NEW-HIGH
                       " OVERLAPS SEGMENT " WS-CONFLICT-SEGMENT
               END-IF
           END-IF.

      *        EVERY OTHER SEGMENTED RECORD ON FILE (RELATIVE
      *        RECORDS 1-100, THE SAME SCAN NUMISSUE'S 1030
      *        MAKES) - THIS SEGMENT'S OWN SLOT IS SKIPPED,
      *        SINCE ITS CURRENT RANGE IS THE ONE BEING
      *        REPLACED.
       2510-CHECK-ONE-SEGMENT.
           COMPUTE WS-PARM-RELKEY = PRMT-SEGMENT-ID + 1
           IF WS-SCAN-RELKEY NOT = WS-PARM-RELKEY
               MOVE WS-SCAN-RELKEY TO WS-PARM-RELKEY
               READ PARM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PARM-SEGMENT-HIGH > 0
                               AND WS-NEW-LOW
                                   NOT > PARM-SEGMENT-HIGH
                               AND PARM-SEGMENT-LOW
                                   NOT > WS-NEW-HIGH
                           MOVE "OV" TO WS-RESULT-CODE
                           COMPUTE WS-CONFLICT-SEGMENT =
                               WS-SCAN-RELKEY - 1
                       END-IF
               END-READ
           END-IF.

      *        NO ISSUED NUMBER MAY BE LEFT OUTSIDE THE RANGE
      *        ITS SEGMENT ISSUES FROM - A STRANDED NUMBER IS
      *        NEVER REVISITED BY THE WRAP OR COLLISION RULES,
      *        AND A NEIGHBOURING SEGMENT WIDENED INTO THE
      *        FREED RANGE WOULD ISSUE IT A SECOND TIME.  A
      *        RETIRE STRANDS EVERYTHING THE SEGMENT STILL
      *        HOLDS, SO IT WAITS UNTIL NOTHING IS LEFT LIVE.
      *        VOIDED AND ARCHIVED SLOTS ARE REUSABLE AND DO
      *        NOT COUNT.
       2600-CHECK-STRANDED.
           PERFORM 2610-SCAN-MASTER-FILE
           IF WS-RESULT-CODE = SPACES
               PERFORM 2630-SCAN-RESERVATIONS
           END-IF
           IF WS-RESULT-CODE = "ST"
               DISPLAY "NUMPMNT: SEGMENT " PRMT-SEGMENT-ID
                   " STILL HOLDS NUMBER " WS-STRANDED-NUM
                   " OUTSIDE THE REQUESTED RANGE"
           END-IF
           IF WS-RESULT-CODE = SPACES
                   AND NOT PRMT-RETIRE
                   AND WS-NEW-SEGMENTED
               PERFORM 2650-CHECK-COUNTER
           END-IF.

       2610-SCAN-MASTER-FILE.
           MOVE "N" TO WS-SCAN-EOF-SW
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS = "35"
               MOVE "Y" TO WS-SCAN-EOF-SW
           END-IF
           PERFORM 2620-CHECK-NEXT-MASTER
               UNTIL WS-SCAN-EOF
           IF WS-MAST-STATUS NOT = "35"
               CLOSE MASTER-FILE
           END-IF.

       2620-CHECK-NEXT-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF MAST-ACTIVE
                           AND MAST-SEGMENT-ID = PRMT-SEGMENT-ID
                       IF PRMT-RETIRE
                               OR MAST-NUM < WS-NEW-LOW
                               OR MAST-NUM > WS-NEW-HIGH
                           MOVE "ST" TO WS-RESULT-CODE
                           MOVE MAST-NUM TO WS-STRANDED-NUM
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       END-IF
                   END-IF
           END-READ.

      *        A RELEASED OR EXPIRED BLOCK (SEE RESVREC.CPY)
      *        IS ISSUABLE TERRITORY AGAIN - ONLY A LIVE BLOCK
      *        HOLDS NUMBERS.  THE SEGMENT'S LIVE BLOCKS ARE
      *        READ ON THEIR OWN, IN BLOCK-END ORDER, THROUGH
      *        THE RSVL-STATUS-KEY.
       2630-SCAN-RESERVATIONS.
           MOVE "N" TO WS-SCAN-EOF-SW
           OPEN INPUT RESV-FILE
           IF WS-RESV-STATUS = "35"
               MOVE "Y" TO WS-SCAN-EOF-SW
           ELSE
               MOVE PRMT-SEGMENT-ID TO RSVL-STATUS-SEGMENT-ID
               MOVE "A" TO RSVL-STATUS
               MOVE ZERO TO RSVL-BLOCK-END
               START RESV-FILE KEY IS NOT LESS THAN RSVL-STATUS-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SW
               END-START
           END-IF
           PERFORM 2640-CHECK-NEXT-RESERVATION
               UNTIL WS-SCAN-EOF
           IF WS-RESV-STATUS NOT = "35"
               CLOSE RESV-FILE
           END-IF.

       2640-CHECK-NEXT-RESERVATION.
           READ RESV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
               NOT AT END
                   IF RSVL-STATUS-SEGMENT-ID NOT = PRMT-SEGMENT-ID
                           OR NOT RSVL-LIVE
                       MOVE "Y" TO WS-SCAN-EOF-SW
                   ELSE
                       IF PRMT-RETIRE
                               OR RSVL-BLOCK-START < WS-NEW-LOW
                               OR RSVL-BLOCK-END > WS-NEW-HIGH
                           MOVE "ST" TO WS-RESULT-CODE
                           MOVE RSVL-BLOCK-START TO WS-STRANDED-NUM
                           MOVE "Y" TO WS-SCAN-EOF-SW
                       END-IF
                   END-IF
           END-READ.

      *        NUMISSUE ADDS ONE TO SEQ-LAST-NUM BEFORE IT
      *        TESTS THE TOP OF THE RANGE, BUT NEVER TESTS THE
      *        BOTTOM - A COUNTER LEFT BELOW THE NEW FLOOR
      *        WOULD ISSUE OUTSIDE THE RANGE.  A COUNTER ABOVE
      *        THE NEW TOP IS SAFE: THE NEXT ISSUE WRAPS.  NO
      *        NUMSEQ RECORD YET IS SAFE TOO - NUMISSUE BUILDS
      *        IT AT SEGMENT-LOW - 1.  THE OPERATOR MOVES THE
      *        COUNTER WITH NUMINQ AND RESUBMITS.
       2650-CHECK-COUNTER.
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-STATUS NOT = "35"
               COMPUTE WS-SEQ-RELKEY = PRMT-SEGMENT-ID + 1
               READ SEQ-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SEQ-LAST-NUM + 1 < WS-NEW-LOW
                           MOVE "CT" TO WS-RESULT-CODE
                           DISPLAY "NUMPMNT: SEGMENT "
                               PRMT-SEGMENT-ID " COUNTER "
                               SEQ-LAST-NUM " IS BELOW THE NEW "
                               "FLOOR " WS-NEW-LOW
                       END-IF
               END-READ
               CLOSE SEQ-FILE
           END-IF.

       2700-APPLY-CHANGE.
           COMPUTE WS-PARM-RELKEY = PRMT-SEGMENT-ID + 1
           EVALUATE TRUE
               WHEN PRMT-ADD
                   MOVE WS-AFTER-IMAGE TO PARM-RECORD
                   WRITE PARM-RECORD
                       INVALID KEY
                           MOVE "AE" TO WS-RESULT-CODE
                   END-WRITE
               WHEN PRMT-CHANGE
                   MOVE WS-AFTER-IMAGE TO PARM-RECORD
                   REWRITE PARM-RECORD
                       INVALID KEY
                           MOVE "NF" TO WS-RESULT-CODE
                   END-REWRITE
               WHEN PRMT-RETIRE
                   DELETE PARM-FILE
                       INVALID KEY
                           MOVE "NF" TO WS-RESULT-CODE
                   END-DELETE
           END-EVALUATE
           IF WS-RESULT-CODE = SPACES
               MOVE "OK" TO WS-RESULT-CODE
           END-IF.

       2800-WRITE-PARM-LOG.
           ACCEPT PLOG-DATE FROM DATE YYYYMMDD
           ACCEPT PLOG-TIME FROM TIME
           MOVE PRMT-OPERATOR TO PLOG-OPERATOR-ID
           MOVE PRMT-ACTION TO PLOG-ACTION
           IF PRMT-SEGMENT-ID NUMERIC
               MOVE PRMT-SEGMENT-ID TO PLOG-SEGMENT-ID
           ELSE
               MOVE ZERO TO PLOG-SEGMENT-ID
           END-IF
           MOVE WS-RESULT-CODE TO PLOG-RESULT
           MOVE PRMT-REASON TO PLOG-REASON
           MOVE WS-BEFORE-IMAGE TO PLOG-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO PLOG-AFTER-IMAGE
           WRITE PLOG-RECORD.

       9000-TERMINATE.
           CLOSE PRMT-FILE
           CLOSE PARM-FILE
           CLOSE PLOG-FILE
           DISPLAY "NUMPMNT: TRANSACTIONS READ = " WS-TRANS-COUNT
           DISPLAY "NUMPMNT: CHANGES APPLIED   = " WS-APPLIED-COUNT
           DISPLAY "NUMPMNT: REFUSED           = " WS-REFUSED-COUNT.
