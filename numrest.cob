      *               CATALOG FOR WHAT EXISTS).
      *  ARGUMENT 2 - WHICH FILE: SEQ, CKP, PRM OR ALL
      *               (DEFAULT ALL).
      *  ARGUMENT 3 - OPERATOR ID OF THE REQUESTING
      *               OPERATOR (REQUIRED).
      *
      *  A RESTORE CAN MOVE EVERY SEGMENT'S COUNTER
      *  BACKWARD AT ONCE, SO THIS STEP NO LONGER APPLIES
      *  IT.  IT PROVES THE GENERATION IS ON THE CATALOG AND
      *  FILES THE RESTORE ON NUMPEND THROUGH THE NUMPREQ
      *  SUBPROGRAM (SEE PENDREC.CPY); THE ROLLBACK HAPPENS
      *  ONLY WHEN A SECOND OPERATOR APPROVES IT WITH
      *  NUMAPPR, WHICH PUTS BACK EVERY RECORD THE
      *  GENERATION CAPTURED FOR THE SELECTED FILE(S) AND
      *  LOGS IT TO NUMAUDIT THE WAY THIS STEP USED TO.
      *
      *  ENDS WITH RETURN CODE 8 WHEN THE GENERATION IS NOT
      *  ON THE CATALOG OR THE RESTORE COULD NOT BE FILED.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMREST.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAT-FILE.
           COPY snaprec.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-CAT-STATUS           PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-CAT-EOF-SW           PIC X(01) VALUE "N".
               88  WS-CAT-EOF          VALUE "Y".
           05  WS-GEN-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-GEN-FOUND        VALUE "Y".

       01  WS-REQUEST-FIELDS.
           05  WS-ARG-GEN-TEXT         PIC X(09) VALUE SPACES.
           05  WS-ARG-GENERATION       PIC 9(09) VALUE ZERO.
           05  WS-ARG-SELECTOR         PIC X(03) VALUE "ALL".
           05  WS-ARG-OPERATOR         PIC X(08) VALUE SPACES.

      *        THE CATALOG ENTRY FOR THE GENERATION, SHOWN TO
      *        THE APPROVER AS THE AFTER VALUE.
       01  WS-GEN-DESCRIPTION.
           05  WS-GEN-DATE             PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACE.
           05  WS-GEN-TIME             PIC X(06).
           05  FILLER                  PIC X(05) VALUE " JOB ".
           05  WS-GEN-JOB-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.

           COPY preqlnk.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-GENERATION
               UNTIL WS-CAT-EOF
           CLOSE CAT-FILE
           IF NOT WS-GEN-FOUND
               DISPLAY "NUMREST: GENERATION " WS-ARG-GENERATION
                   " NOT ON THE NUMSNAPC CATALOG"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-FILE-RESTORE-REQUEST
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS = "35"
               MOVE "Y" TO WS-CAT-EOF-SW
           END-IF.

       1010-GET-REQUEST-ARGS.
                   "SEQ, CKP, PRM OR ALL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-OPERATOR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-OPERATOR
           END-ACCEPT
           IF WS-ARG-OPERATOR = SPACES
               DISPLAY "NUMREST: ABORT - THE REQUESTING "
                   "OPERATOR ID IS REQUIRED AS ARGUMENT 3"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-VERIFY-GENERATION.
               NOT AT END
                   IF SNPC-GEN-NUMBER = WS-ARG-GENERATION
                       MOVE "Y" TO WS-GEN-FOUND-SW
                       MOVE SNPC-DATE TO WS-GEN-DATE
                       MOVE SNPC-TIME TO WS-GEN-TIME
                       MOVE SNPC-JOB-ID TO WS-GEN-JOB-ID
                   END-IF
           END-READ.

       3000-FILE-RESTORE-REQUEST.
           MOVE "S" TO PREQ-ACTION
           MOVE ZERO TO PREQ-SEGMENT-ID
           MOVE WS-ARG-GENERATION TO PREQ-TARGET-NUM
           MOVE WS-ARG-SELECTOR TO PREQ-TARGET-SELECTOR
           MOVE SPACES TO PREQ-BEFORE-VALUE
           STRING "FILES AS THEY STAND - " WS-ARG-SELECTOR
               DELIMITED BY SIZE INTO PREQ-BEFORE-VALUE
           MOVE WS-GEN-DESCRIPTION TO PREQ-AFTER-VALUE
           MOVE "SNAPSHOT RESTORE BY NUMREST" TO PREQ-REASON
           MOVE WS-ARG-OPERATOR TO PREQ-OPERATOR-ID
           CALL "NUMPREQ" USING PREQ-PARAMETER-BLOCK
           IF PREQ-FILED
               DISPLAY "NUMREST: RESTORE OF GENERATION "
                   WS-ARG-GENERATION " SELECTOR " WS-ARG-SELECTOR
                   " FILED FOR APPROVAL AS REQUEST "
                   PREQ-PENDING-ID
               DISPLAY "NUMREST: NOTHING IS RESTORED UNTIL A "
                   "SECOND OPERATOR APPROVES IT WITH NUMAPPR"
           ELSE
               DISPLAY "NUMREST: RESTORE NOT FILED - NUMPREQ "
                   "RETURN CODE " PREQ-RETURN-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.
