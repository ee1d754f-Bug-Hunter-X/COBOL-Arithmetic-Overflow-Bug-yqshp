      *  ARGUMENT 2 - THE REFERENCE DATA, UP TO 40
      *               CHARACTERS.
      *
      *  THE OTHER WAY ROUND - "WHAT IS NUMBER N" - IS ASKED
      *  WITH THE NUMBER ALONE AS ARGUMENT 1, IN ITS CHECK-
      *  DIGITED FORM (ALL TEN DIGITS - SEE CKDLNK.CPY) AS
      *  PRINTED ON THE LABEL, AND NO ARGUMENT 2.  THE CHECK
      *  DIGIT MUST VERIFY BEFORE NUMMAST IS READ, SO A
      *  MIS-KEYED NUMBER STOPS THE RUN INSTEAD OF ANSWERING
      *  WITH SOMEBODY ELSE'S RECORD.
      *
      *  ENDS WITH RETURN CODE 8 WHEN THE REFERENCE IS NOT
      *  ON FILE (WHICH ALSO COVERS MASTER RECORDS WRITTEN
      *  BEFORE THE CROSS-REFERENCE EXISTED - THOSE STILL
      *  TAKE THE OLD SCAN), OR WHEN THE NUMBER HAS NO
      *  MASTER RECORD.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMLKUP.
               RECORD KEY IS SRCX-KEY
               FILE STATUS IS WS-SRCX-STATUS.

           SELECT MASTER-FILE ASSIGN TO "NUMMAST"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-MAST-RELKEY
               FILE STATUS IS WS-MAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRCX-FILE.
           COPY srcxref.

       FD  MASTER-FILE.
           COPY mastrec.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-SRCX-STATUS          PIC X(02) VALUE "00".
           05  WS-MAST-STATUS          PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
      *        NUMMAST IS KEYED NUMBER + 1, THE SAME
      *        ADDRESSING NUMISSUE AND NUMVOID USE.
           05  WS-MAST-RELKEY          PIC 9(10).

       01  WS-SWITCHES.
           05  WS-FOUND-SW             PIC X(01) VALUE "N".
               88  WS-FOUND            VALUE "Y".
           05  WS-NUMBER-MODE-SW       PIC X(01) VALUE "N".
               88  WS-NUMBER-MODE      VALUE "Y".

       01  WS-REQUEST-FIELDS.
           05  WS-ARG-FIRST            PIC X(10) VALUE SPACES.
           05  WS-ARG-SOURCE           PIC X(08) VALUE SPACES.
           05  WS-ARG-REF              PIC X(40) VALUE SPACES.
           05  WS-ARG-NUM              PIC 9(09) VALUE ZERO.

      *        THE MASTER PAYLOAD'S SOURCE SYSTEM AND
      *        REFERENCE DATA (SEE SRCXREF.CPY).
       01  WS-MAST-PAYLOAD.
           05  FILLER                  PIC X(02).
           05  WS-MAST-SOURCE          PIC X(08).
           05  WS-MAST-REF             PIC X(40).

           COPY ckdlnk.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           IF WS-NUMBER-MODE
               PERFORM 3000-LOOK-UP-NUMBER
           ELSE
               PERFORM 2000-LOOK-UP-REFERENCE
           END-IF
           PERFORM 9000-TERMINATE
           IF NOT WS-FOUND
               MOVE 8 TO RETURN-CODE

       1000-INITIALIZE.
           PERFORM 1010-GET-REQUEST-ARGS
           IF WS-NUMBER-MODE
               OPEN INPUT MASTER-FILE
               IF WS-MAST-STATUS = "35"
                   DISPLAY "NUMLKUP: NO NUMMAST MASTER FILE PRESENT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               OPEN INPUT SRCX-FILE
               IF WS-SRCX-STATUS = "35"
                   DISPLAY "NUMLKUP: NO NUMSRCX CROSS-REFERENCE "
                       "FILE PRESENT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1010-GET-REQUEST-ARGS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-FIRST FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-FIRST
           END-ACCEPT
           MOVE WS-ARG-FIRST TO WS-ARG-SOURCE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-REF FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-REF
           END-ACCEPT
           IF WS-ARG-FIRST NOT = SPACES AND WS-ARG-REF = SPACES
               MOVE "Y" TO WS-NUMBER-MODE-SW
               PERFORM 1020-VERIFY-KEYED-NUMBER
           END-IF
           IF NOT WS-NUMBER-MODE
                   AND (WS-ARG-SOURCE = SPACES OR WS-ARG-REF = SPACES)
               DISPLAY "NUMLKUP: ABORT - SOURCE SYSTEM AND "
                   "REFERENCE DATA BOTH REQUIRED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        A NUMBER ON ITS OWN MUST BE THE CHECK-DIGITED
      *        FORM AND MUST PROVE OUT (SEE CKDLNK.CPY).
       1020-VERIFY-KEYED-NUMBER.
           MOVE "V" TO CKD-FUNCTION
           MOVE WS-ARG-FIRST TO CKD-KEYED-NUMBER
           CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
           EVALUATE TRUE
               WHEN CKD-VALID
                   MOVE CKD-NUMBER TO WS-ARG-NUM
               WHEN CKD-BAD-DIGIT
                   DISPLAY "NUMLKUP: ABORT - CHECK DIGIT OF "
                       WS-ARG-FIRST " DOES NOT VERIFY - "
                       "NUMBER MIS-KEYED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   DISPLAY "NUMLKUP: ABORT - " WS-ARG-FIRST
                       " IS NOT A TEN-DIGIT CHECK-DIGITED NUMBER "
                       "(A REFERENCE LOOKUP NEEDS BOTH SOURCE "
                       "SYSTEM AND REFERENCE DATA)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       2000-LOOK-UP-REFERENCE.
           MOVE WS-ARG-SOURCE TO SRCX-SOURCE-SYSTEM
           MOVE WS-ARG-REF TO SRCX-REF-DATA
       2100-SHOW-REFERENCE.
           DISPLAY "NUMLKUP: " SRCX-SOURCE-SYSTEM " "
               SRCX-REF-DATA
           MOVE "C" TO CKD-FUNCTION
           MOVE SRCX-NUM TO CKD-NUMBER
           CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
           DISPLAY "NUMLKUP: NUMBER " SRCX-NUM
               " (CHECK-DIGITED " CKD-KEYED-NUMBER ")"
               " SEGMENT " SRCX-SEGMENT-ID
               " ISSUED " SRCX-ISSUE-DATE " " SRCX-ISSUE-TIME
           EVALUATE TRUE
                       SRCX-STATUS "'"
           END-EVALUATE.

       3000-LOOK-UP-NUMBER.
           COMPUTE WS-MAST-RELKEY = WS-ARG-NUM + 1
           READ MASTER-FILE
               INVALID KEY
                   DISPLAY "NUMLKUP: NO MASTER RECORD FOR NUMBER "
                       WS-ARG-FIRST
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
                   PERFORM 3100-SHOW-MASTER
           END-READ.

       3100-SHOW-MASTER.
           MOVE MAST-DATA TO WS-MAST-PAYLOAD
           DISPLAY "NUMLKUP: NUMBER " MAST-NUM
               " (CHECK-DIGITED " WS-ARG-FIRST ")"
               " SEGMENT " MAST-SEGMENT-ID
               " ISSUED " MAST-ISSUE-DATE " " MAST-ISSUE-TIME
           DISPLAY "NUMLKUP: " WS-MAST-SOURCE " " WS-MAST-REF
           EVALUATE TRUE
               WHEN MAST-ACTIVE
                   DISPLAY "NUMLKUP: STATUS ACTIVE"
               WHEN MAST-VOIDED
                   DISPLAY "NUMLKUP: STATUS VOIDED"
               WHEN MAST-ARCHIVED
                   DISPLAY "NUMLKUP: STATUS ARCHIVED"
               WHEN OTHER
                   DISPLAY "NUMLKUP: STATUS UNKNOWN '"
                       MAST-STATUS "'"
           END-EVALUATE.

       9000-TERMINATE.
           IF WS-NUMBER-MODE
               CLOSE MASTER-FILE
           ELSE
               CLOSE SRCX-FILE
           END-IF.
