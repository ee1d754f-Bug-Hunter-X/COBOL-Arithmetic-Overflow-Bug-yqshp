      *
      *  ARGUMENT 1 - FUNCTION: "L" LOOKUP (DEFAULT) OR
      *               "R" RESTORE.
      *  ARGUMENT 2 - THE NUMBER, EITHER IN ITS CHECK-DIGITED
      *               FORM (ALL TEN DIGITS - SEE CKDLNK.CPY)
      *               OR PLAIN, UP TO 9 DIGITS.  A
      *               CHECK-DIGITED NUMBER WHOSE DIGIT DOES
      *               NOT VERIFY STOPS THE RUN RATHER THAN
      *               RESTORE SOMEBODY ELSE'S RECORD.
      *
      *  A RESTORE ONLY FILLS AN EMPTY SLOT OR THE NUMBER'S
      *  OWN ARCHIVED TOMBSTONE - IF THE SLOT HAS SINCE BEEN

       01  WS-REQUEST-FIELDS.
           05  WS-ARG-FUNCTION         PIC X(01) VALUE "L".
           05  WS-ARG-NUM-TEXT         PIC X(10) VALUE SPACES.
           05  WS-ARG-NUM              PIC 9(09) VALUE ZERO.
           05  WS-ARG-KEYED-FORM       PIC X(10) VALUE SPACES.

      *        THE LATEST ARCHIVE GENERATION SEEN FOR THE
      *        REQUESTED NUMBER - NUMARCHF IS APPEND-ONLY, SO
           05  WS-GEN-DATE             PIC X(08).
           05  WS-GEN-TIME             PIC X(08).
           05  WS-GEN-SEGMENT-ID       PIC 9(02).
           05  WS-GEN-IMAGE            PIC X(88).

           COPY ckdlnk.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
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
           MOVE CKD-KEYED-NUMBER TO WS-ARG-KEYED-FORM.

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
                   DISPLAY "NUMARST: ABORT - CHECK DIGIT OF "
                       WS-ARG-NUM-TEXT " DOES NOT VERIFY - "
                       "NUMBER MIS-KEYED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "NUMARST: ABORT - " WS-ARG-NUM-TEXT
                       " IS NOT A TEN-DIGIT CHECK-DIGITED NUMBER"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2000-SCAN-ARCHIVE.
           READ ARCH-FILE

       3000-SHOW-GENERATION.
           DISPLAY "NUMARST: NUMBER " WS-ARG-NUM
               " (CHECK-DIGITED " WS-ARG-KEYED-FORM ")"
               " SEGMENT " WS-GEN-SEGMENT-ID
               " ARCHIVED " WS-GEN-DATE " " WS-GEN-TIME
           DISPLAY "NUMARST: ARCHIVED RECORD: " WS-GEN-IMAGE.
