      *  RE-HOME OF ITS PAYLOAD ON NUMREPXRF (FOLLOWING THE
      *  CHAIN WHEN THE NEW NUMBER WAS ITSELF DISPLACED
      *  LATER), EVERY VOID ATTEMPT ON NUMVOIDL, EVERY
      *  PAYLOAD AMENDMENT ON NUMAMDL WITH THE PAYLOAD
      *  BEFORE AND AFTER, EVERY ARCHIVE GENERATION ON
      *  NUMARCHF, AND WHETHER THE NUMBER SITS INSIDE A
      *  NUMRESVL RESERVED BLOCK.
      *
      *  NUMHIST IS THE CHRONOLOGICAL FIREHOSE ACROSS ALL
      *  NUMBERS; THIS IS THE OPPOSITE CUT - ONE NUMBER,
      *  FULL HISTORY - THE QUESTION THE BUSINESS ACTUALLY
      *  ASKS.
      *
      *  ARGUMENT 1 - THE NUMBER, EITHER IN ITS CHECK-DIGITED
      *               FORM (ALL TEN DIGITS - SEE CKDLNK.CPY)
      *               OR PLAIN, UP TO 9 DIGITS.  A
      *               CHECK-DIGITED NUMBER WHOSE DIGIT DOES
      *               NOT VERIFY STOPS THE RUN RATHER THAN
      *               TRACE SOMEBODY ELSE'S NUMBER.
      *  ARGUMENT 2 - OPTIONAL SEGMENT ID.  WHEN GIVEN, LOG
      *               RECORDS STAMPED WITH A DIFFERENT
      *               SEGMENT ARE SKIPPED; RECORDS WRITTEN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLOG-STATUS.

           SELECT AMD-LOG-FILE ASSIGN TO "NUMAMDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALOG-STATUS.

           SELECT ARCH-FILE ASSIGN TO "NUMARCHF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT RESV-FILE ASSIGN TO "NUMRESVL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSVL-KEY
               ALTERNATE RECORD KEY IS RSVL-STATUS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RESV-STATUS.

       DATA DIVISION.
       FD  VOID-LOG-FILE.
           COPY voidlog.

       FD  AMD-LOG-FILE.
           COPY amdlog.

       FD  ARCH-FILE.
           COPY archrec.

           05  WS-COLL-STATUS          PIC X(02) VALUE "00".
           05  WS-XREF-STATUS          PIC X(02) VALUE "00".
           05  WS-VLOG-STATUS          PIC X(02) VALUE "00".
           05  WS-ALOG-STATUS          PIC X(02) VALUE "00".
           05  WS-ARCH-STATUS          PIC X(02) VALUE "00".
           05  WS-RESV-STATUS          PIC X(02) VALUE "00".

               88  WS-XREF-EOF         VALUE "Y".
           05  WS-VLOG-EOF-SW          PIC X(01) VALUE "N".
               88  WS-VLOG-EOF         VALUE "Y".
           05  WS-ALOG-EOF-SW          PIC X(01) VALUE "N".
               88  WS-ALOG-EOF         VALUE "Y".
           05  WS-ARCH-EOF-SW          PIC X(01) VALUE "N".
               88  WS-ARCH-EOF         VALUE "Y".
           05  WS-RESV-EOF-SW          PIC X(01) VALUE "N".
               88  WS-CHAIN-HIT        VALUE "Y".

       01  WS-REQUEST-FIELDS.
           05  WS-ARG-NUM-TEXT         PIC X(10) VALUE SPACES.
           05  WS-ARG-NUM              PIC 9(09) VALUE ZERO.
           05  WS-ARG-KEYED-FORM       PIC X(10) VALUE SPACES.
           05  WS-ARG-SEG-TEXT         PIC X(02) VALUE SPACES.
           05  WS-FILTER-SEGMENT       PIC 9(02) VALUE ZERO.


       01  WS-EVENT-COUNT              PIC 9(09) VALUE ZERO.

           COPY ckdlnk.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-TRACE-COLLISIONS
           PERFORM 4000-TRACE-REHOME-CHAIN
           PERFORM 5000-TRACE-VOID-ATTEMPTS
           PERFORM 5500-TRACE-AMENDMENTS
           PERFORM 6000-TRACE-ARCHIVE-GENS
           PERFORM 7000-TRACE-RESERVATIONS
           PERFORM 9000-TERMINATE
       1000-INITIALIZE.
           PERFORM 1010-GET-REQUEST-ARGS
           DISPLAY "NUMTRACE: LIFECYCLE OF NUMBER " WS-ARG-NUM
               " (CHECK-DIGITED " WS-ARG-KEYED-FORM ")"
           IF WS-SEG-FILTER
               DISPLAY "NUMTRACE: SELECTED SEGMENT " WS-FILTER-SEGMENT
           END-IF.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ARG-NUM-TEXT(10:1) = SPACE
               COMPUTE WS-ARG-NUM = FUNCTION NUMVAL(WS-ARG-NUM-TEXT)
           ELSE
               PERFORM 1020-VERIFY-KEYED-NUMBER
           END-IF
           MOVE "C" TO CKD-FUNCTION
           MOVE WS-ARG-NUM TO CKD-NUMBER
           CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
           MOVE CKD-KEYED-NUMBER TO WS-ARG-KEYED-FORM
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-SEG-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   FUNCTION NUMVAL(WS-ARG-SEG-TEXT)
           END-IF.

      *        A TEN-CHARACTER ARGUMENT IS THE CHECK-DIGITED
      *        FORM AND MUST PROVE OUT (SEE CKDLNK.CPY).
       1020-VERIFY-KEYED-NUMBER.
           MOVE "V" TO CKD-FUNCTION
           MOVE WS-ARG-NUM-TEXT TO CKD-KEYED-NUMBER
           CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
           EVALUATE TRUE
               WHEN CKD-VALID
                   MOVE CKD-NUMBER TO WS-ARG-NUM
               WHEN CKD-BAD-DIGIT
                   DISPLAY "NUMTRACE: ABORT - CHECK DIGIT OF "
                       WS-ARG-NUM-TEXT " DOES NOT VERIFY - "
                       "NUMBER MIS-KEYED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "NUMTRACE: ABORT - " WS-ARG-NUM-TEXT
                       " IS NOT A TEN-DIGIT CHECK-DIGITED NUMBER"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2000-SHOW-MASTER.
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS = "35"
                                   VLOG-DATE " " VLOG-TIME
                                   " BY " VLOG-OPERATOR-ID
                                   " REASON: " VLOG-REASON
                           WHEN VLOG-QUEUED
                               DISPLAY "NUMTRACE: VOID REQUESTED "
                                   VLOG-DATE " " VLOG-TIME
                                   " BY " VLOG-OPERATOR-ID
                                   " AWAITING APPROVAL REASON: "
                                   VLOG-REASON
                           WHEN OTHER
                               DISPLAY "NUMTRACE: VOID ATTEMPT "
                                   VLOG-DATE " " VLOG-TIME
                   END-IF
           END-READ.

       5500-TRACE-AMENDMENTS.
           OPEN INPUT AMD-LOG-FILE
           IF WS-ALOG-STATUS = "35"
               MOVE "Y" TO WS-ALOG-EOF-SW
           END-IF
           PERFORM 5600-SCAN-AMEND-LOG
               UNTIL WS-ALOG-EOF
           IF WS-ALOG-STATUS NOT = "35"
               CLOSE AMD-LOG-FILE
           END-IF.

       5600-SCAN-AMEND-LOG.
           READ AMD-LOG-FILE
               AT END
                   MOVE "Y" TO WS-ALOG-EOF-SW
               NOT AT END
                   IF AMDL-NUM = WS-ARG-NUM
                       ADD 1 TO WS-EVENT-COUNT
                       EVALUATE TRUE
                           WHEN AMDL-APPLIED
                               DISPLAY "NUMTRACE: AMENDED "
                                   AMDL-DATE " " AMDL-TIME
                                   " BY " AMDL-OPERATOR-ID
                                   " REASON: " AMDL-REASON
                           WHEN OTHER
                               DISPLAY "NUMTRACE: AMENDMENT ATTEMPT "
                                   AMDL-DATE " " AMDL-TIME
                                   " BY " AMDL-OPERATOR-ID
                                   " NOT HONORED (" AMDL-RESULT
                                   ") REASON: " AMDL-REASON
                       END-EVALUATE
                       DISPLAY "NUMTRACE:   PAYLOAD BEFORE: "
                           AMDL-BEFORE-DATA
                       DISPLAY "NUMTRACE:   PAYLOAD AFTER:  "
                           AMDL-AFTER-DATA
                   END-IF
           END-READ.

       6000-TRACE-ARCHIVE-GENS.
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = "35"
                   END-IF
           END-READ.

      *        NUMRESVL IS READ IN KEY ORDER - SEGMENT, THEN
      *        BLOCK START - SO ONLY BLOCKS STARTING AT OR
      *        BELOW THE NUMBER ARE VISITED.  THE FIRST BLOCK
      *        STARTING PAST IT ENDS THE SEGMENT, AND THE READ
      *        JUMPS TO THE NEXT SEGMENT (OR STOPS, WHEN ONE
      *        SEGMENT WAS SELECTED).  RELEASED AND EXPIRED
      *        BLOCKS ARE SHOWN TOO - THEY ARE THE NUMBER'S
      *        HISTORY.
       7000-TRACE-RESERVATIONS.
           OPEN INPUT RESV-FILE
           IF WS-RESV-STATUS = "35"
               MOVE "Y" TO WS-RESV-EOF-SW
           ELSE
               IF WS-SEG-FILTER
                   MOVE WS-FILTER-SEGMENT TO RSVL-SEGMENT-ID
               ELSE
                   MOVE ZERO TO RSVL-SEGMENT-ID
               END-IF
               PERFORM 7200-START-SEGMENT
           END-IF
           PERFORM 7100-SCAN-RESERVATIONS
               UNTIL WS-RESV-EOF
           END-IF.

       7100-SCAN-RESERVATIONS.
           READ RESV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RESV-EOF-SW
               NOT AT END
                   EVALUATE TRUE
                       WHEN WS-SEG-FILTER
                               AND RSVL-SEGMENT-ID
                                   NOT = WS-FILTER-SEGMENT
                           MOVE "Y" TO WS-RESV-EOF-SW
                       WHEN RSVL-BLOCK-START > WS-ARG-NUM
                           PERFORM 7300-NEXT-SEGMENT
                       WHEN WS-ARG-NUM NOT > RSVL-BLOCK-END
                           PERFORM 7400-SHOW-RESERVATION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       7200-START-SEGMENT.
           MOVE ZERO TO RSVL-BLOCK-START
           START RESV-FILE KEY IS NOT LESS THAN RSVL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-RESV-EOF-SW
           END-START.

       7300-NEXT-SEGMENT.
           IF WS-SEG-FILTER OR RSVL-SEGMENT-ID = 99
               MOVE "Y" TO WS-RESV-EOF-SW
           ELSE
               ADD 1 TO RSVL-SEGMENT-ID
               PERFORM 7200-START-SEGMENT
           END-IF.

       7400-SHOW-RESERVATION.
           ADD 1 TO WS-EVENT-COUNT
           DISPLAY "NUMTRACE: INSIDE RESERVED BLOCK "
               RSVL-BLOCK-START " - " RSVL-BLOCK-END
               " SEGMENT " RSVL-SEGMENT-ID
               " RESERVED " RSVL-DATE " " RSVL-TIME
               " FOR " RSVL-REQUESTOR-ID
           EVALUATE TRUE
               WHEN RSVL-RELEASED
                   DISPLAY "NUMTRACE:   BLOCK SINCE "
                       "RELEASED - NUMBER IS ISSUABLE "
                       "AGAIN"
               WHEN RSVL-EXPIRED
                   DISPLAY "NUMTRACE:   BLOCK SINCE "
                       "EXPIRED - NUMBER IS ISSUABLE "
                       "AGAIN"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       9000-TERMINATE.
           IF WS-EVENT-COUNT = ZERO
               DISPLAY "NUMTRACE: NO TRACE OF NUMBER " WS-ARG-NUM
