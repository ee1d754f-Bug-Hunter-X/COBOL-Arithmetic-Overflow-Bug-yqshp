      *  NUMINQ TAKE A SEGMENT'S LOCK BEFORE TOUCHING ITS
      *  NUMSEQ COUNTER AND RELEASE IT AFTER THE FINAL
      *  REWRITE, SO AN ABEND LEAVES THE LOCK HELD.  THIS
      *  UTILITY LETS OPERATIONS SEE WHO HOLDS WHAT AND ASK
      *  FOR A LOCK THAT IS PROVABLY STALE TO BE BROKEN -
      *  AFTER CONFIRMING THE HOLDING JOB IS REALLY DEAD,
      *  NOT JUST SLOW.
      *
      *  BREAKING A LIVE JOB'S LOCK LETS TWO JOBS ADVANCE
      *  ONE COUNTER, SO A BREAK IS NOT APPLIED HERE.  IT IS
      *  FILED ON NUMPEND THROUGH THE NUMPREQ SUBPROGRAM
      *  (SEE PENDREC.CPY), NAMING THE HOLDER AND SINCE WHEN,
      *  AND THE LOCK IS ONLY FREED WHEN A SECOND OPERATOR
      *  APPROVES IT WITH NUMAPPR - AND THEN ONLY IF THE
      *  SAME HOLDER STILL HAS IT.  NUMAUDIT CARRIES BOTH
      *  THE REQUEST AND THE DECISION, SO THE BREAK SHOWS UP
      *  IN THE NUMHIST EXCEPTION HISTORY LIKE ANY OTHER
      *  MANUAL INTERVENTION.
      *
      *  ARGUMENT 1 - FUNCTION: "L" LIST (DEFAULT) OR "B"
      *               BREAK.
      *  ARGUMENT 2 - SEGMENT ID, REQUIRED FOR A BREAK.
      *  ARGUMENT 3 - OPERATOR ID OF THE REQUESTING
      *               OPERATOR, REQUIRED FOR A BREAK.
      *
      *  ENDS WITH RETURN CODE 8 WHEN A BREAK FINDS NO HELD
      *  LOCK TO BREAK OR THE BREAK COULD NOT BE FILED.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMLOCK.
               RELATIVE KEY IS WS-LOCK-RELKEY
               FILE STATUS IS WS-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
           COPY lockrec.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-LOCK-STATUS          PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
           05  WS-LOCK-RELKEY          PIC 9(04) VALUE 1.
           05  WS-SCAN-SEGMENT         PIC 9(02).
           05  WS-HELD-COUNT           PIC 9(04) VALUE ZERO.

           COPY preqlnk.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE

       1000-INITIALIZE.
           PERFORM 1010-GET-REQUEST-ARGS
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = "35"
               DISPLAY "NUMLOCK: NO NUMLOCKF LOCK FILE PRESENT - "
                   "NO SEGMENT HAS EVER BEEN LOCKED"
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-OPERATOR
           END-ACCEPT
           IF WS-ARG-FUNCTION = "B" AND WS-ARG-OPERATOR = SPACES
               DISPLAY "NUMLOCK: ABORT - A BREAK NEEDS THE "
                   "REQUESTING OPERATOR ID AS ARGUMENT 3"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-LIST-LOCKS.
                   MOVE "Y" TO WS-FAILED-SW
               NOT INVALID KEY
                   IF LOCK-HELD
                       DISPLAY "NUMLOCK: SEGMENT "
                           WS-ARG-SEGMENT-ID " LOCK HELD BY "
                           LOCK-JOB-ID " SINCE " LOCK-DATE
                           " " LOCK-TIME
                       PERFORM 3100-FILE-BREAK-REQUEST
                   ELSE
                       DISPLAY "NUMLOCK: SEGMENT "
                           WS-ARG-SEGMENT-ID
                   END-IF
           END-READ.

      *        THE HOLDER AND ITS LOCK STAMP ARE FILED AS THE
      *        BEFORE VALUE - NUMAPPR FREES THE LOCK ONLY WHILE
      *        THAT SAME HOLDER STILL HAS IT, NEVER A FRESH
      *        LOCK TAKEN BY A LATER RUN.
       3100-FILE-BREAK-REQUEST.
           MOVE "L" TO PREQ-ACTION
           MOVE WS-ARG-SEGMENT-ID TO PREQ-SEGMENT-ID
           MOVE ZERO TO PREQ-TARGET-NUM
           MOVE SPACES TO PREQ-TARGET-SELECTOR
           MOVE SPACES TO PREQ-BEFORE-VALUE
           MOVE LOCK-JOB-ID TO PREQ-BEFORE-VALUE(1:8)
           MOVE LOCK-DATE TO PREQ-BEFORE-VALUE(9:8)
           MOVE LOCK-TIME TO PREQ-BEFORE-VALUE(17:8)
           MOVE SPACES TO PREQ-AFTER-VALUE
           MOVE "RUN-LOCK BREAK BY NUMLOCK" TO PREQ-REASON
           MOVE WS-ARG-OPERATOR TO PREQ-OPERATOR-ID
           CALL "NUMPREQ" USING PREQ-PARAMETER-BLOCK
           IF PREQ-FILED
               DISPLAY "NUMLOCK: BREAK FILED FOR APPROVAL AS "
                   "REQUEST " PREQ-PENDING-ID
               DISPLAY "NUMLOCK: THE LOCK STAYS HELD UNTIL A "
                   "SECOND OPERATOR APPROVES IT WITH NUMAPPR"
           ELSE
               DISPLAY "NUMLOCK: BREAK NOT FILED - NUMPREQ "
                   "RETURN CODE " PREQ-RETURN-CODE
               MOVE "Y" TO WS-FAILED-SW
           END-IF.

       9000-TERMINATE.
           CLOSE LOCK-FILE.
