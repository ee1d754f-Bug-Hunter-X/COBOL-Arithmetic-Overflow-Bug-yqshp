      *****************************************************
      *  NUMSMNT - NUMSRCSY SOURCE-SYSTEM REGISTRY
      *  MAINTENANCE.  READS THE NUMSRCST CHANGE TRANSACTION
      *  FILE (SEE SSYTRAN.CPY) AND ADDS, CHANGES OR RETIRES
      *  REGISTRY RECORDS (SEE SRCSYS.CPY), SO ON-BOARDING A
      *  NEW UPSTREAM SENDER, MOVING ITS COST CENTER OR
      *  DAILY LIMIT, OR SHUTTING OFF A RETIRED ONE IS A
      *  LOGGED TRANSACTION RATHER THAN A HAND EDIT OF THE
      *  INDEXED FILE.
      *
      *  TRANSACTIONS ARE APPLIED ONE AT A TIME IN FILE
      *  ORDER, SO A SENDER CAN BE ADDED AND CORRECTED IN
      *  THE SAME RUN.  A RETIRE ONLY SETS THE STATUS TO
      *  INACTIVE - THE RECORD STAYS ON FILE SO THE NUMCHG
      *  CHARGEBACK CAN STILL NAME THE COST CENTER FOR
      *  NUMBERS THE SENDER CONSUMED BEFORE IT WAS RETIRED.
      *  THE DAY'S USAGE COUNT NUMEDIT KEEPS ON THE RECORD
      *  IS CARRIED ACROSS A CHANGE UNTOUCHED.
      *
      *  EVERY TRANSACTION - APPLIED OR REFUSED - IS
      *  APPENDED TO THE NUMSRCSL REGISTRY CHANGE LOG (SEE
      *  SSYLOG.CPY) WITH ITS BEFORE AND AFTER IMAGES.
      *
      *  ENDS WITH RETURN CODE 8 WHEN ANY TRANSACTION WAS
      *  REFUSED.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMSMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SSYT-FILE ASSIGN TO "NUMSRCST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSYT-STATUS.

           SELECT SSYS-FILE ASSIGN TO "NUMSRCSY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SSYS-SENDER-ID
               FILE STATUS IS WS-SSYS-STATUS.

           SELECT SSYL-FILE ASSIGN TO "NUMSRCSL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSYL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SSYT-FILE.
           COPY ssytran.

       FD  SSYS-FILE.
           COPY srcsys.

       FD  SSYL-FILE.
           COPY ssylog.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-SSYT-STATUS          PIC X(02) VALUE "00".
           05  WS-SSYS-STATUS          PIC X(02) VALUE "00".
           05  WS-SSYL-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X(01) VALUE "N".
               88  WS-EOF              VALUE "Y".
           05  WS-SSYS-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-SSYS-FOUND       VALUE "Y".

       01  WS-RESULT-CODE              PIC X(02) VALUE SPACES.

      *        THE REGISTRY RECORD AS IT STOOD BEFORE THE
      *        TRANSACTION, AND THE RECORD THE TRANSACTION
      *        ASKS FOR - BOTH CARRIED ONTO NUMSRCSL.
       01  WS-BEFORE-IMAGE             PIC X(91) VALUE SPACES.
       01  WS-AFTER-IMAGE              PIC X(91) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-TRANS-COUNT          PIC 9(09) VALUE ZERO.
           05  WS-APPLIED-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-REFUSED-COUNT        PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-SSYS-TRANS
               UNTIL WS-EOF
           PERFORM 9000-TERMINATE
           IF WS-REFUSED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SSYT-FILE
           IF WS-SSYT-STATUS = "35"
               DISPLAY "NUMSMNT: NO NUMSRCST CHANGE TRANSACTIONS "
                   "PRESENT - NOTHING TO DO"
               MOVE "Y" TO WS-EOF-SW
           END-IF
           OPEN I-O SSYS-FILE
           IF WS-SSYS-STATUS = "35"
               OPEN OUTPUT SSYS-FILE
               CLOSE SSYS-FILE
               OPEN I-O SSYS-FILE
           END-IF
           OPEN EXTEND SSYL-FILE
           IF WS-SSYL-STATUS = "35"
               OPEN OUTPUT SSYL-FILE
               CLOSE SSYL-FILE
               OPEN EXTEND SSYL-FILE
           END-IF
           IF NOT WS-EOF
               PERFORM 2100-READ-SSYS-TRANS
           END-IF.

       2000-PROCESS-SSYS-TRANS.
           ADD 1 TO WS-TRANS-COUNT
           MOVE SPACES TO WS-RESULT-CODE
           MOVE SPACES TO WS-BEFORE-IMAGE
           MOVE SPACES TO WS-AFTER-IMAGE
           PERFORM 2200-EDIT-TRANSACTION
           IF WS-RESULT-CODE = SPACES
               PERFORM 2400-READ-CURRENT-SENDER
           END-IF
           IF WS-RESULT-CODE = SPACES
               PERFORM 2700-APPLY-CHANGE
           END-IF
           PERFORM 2800-WRITE-SSYS-LOG
           IF WS-RESULT-CODE = "OK"
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "NUMSMNT: SENDER " SSYT-SENDER-ID
                   " ACTION " SSYT-ACTION " REFUSED - RESULT "
                   WS-RESULT-CODE
           END-IF
           PERFORM 2100-READ-SSYS-TRANS.

       2100-READ-SSYS-TRANS.
           READ SSYT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.

      *        FIELD-LEVEL EDITS ONLY - THE REGISTRY ITSELF
      *        IS NOT LOOKED AT UNTIL THE TRANSACTION IS
      *        KNOWN TO BE WELL FORMED.
       2200-EDIT-TRANSACTION.
           IF NOT SSYT-ADD AND NOT SSYT-CHANGE AND NOT SSYT-RETIRE
               MOVE "IV" TO WS-RESULT-CODE
           END-IF
           IF SSYT-SENDER-ID = SPACES
               MOVE "IV" TO WS-RESULT-CODE
           END-IF
           IF WS-RESULT-CODE = SPACES
                   AND NOT SSYT-RETIRE
               IF SSYT-DESCRIPTION = SPACES
                       OR NOT SSYT-STATUS-VALID
                       OR SSYT-DAILY-MAX NOT NUMERIC
                   MOVE "IV" TO WS-RESULT-CODE
               END-IF
               IF SSYT-ALLOWED-SEGMENT NOT = SPACES
                       AND SSYT-ALLOWED-SEGMENT NOT NUMERIC
                   MOVE "IV" TO WS-RESULT-CODE
               END-IF
           END-IF.

      *        THE AFTER-IMAGE IS BUILT OVER THE RECORD JUST
      *        READ, SO A CHANGE OR RETIRE CARRIES THE USAGE
      *        FIELDS NUMEDIT OWNS ACROSS UNCHANGED.  AN ADD
      *        STARTS WITH NO USAGE.
       2400-READ-CURRENT-SENDER.
           MOVE "N" TO WS-SSYS-FOUND-SW
           MOVE SSYT-SENDER-ID TO SSYS-SENDER-ID
           READ SSYS-FILE
               INVALID KEY
                   MOVE SPACES TO SSYS-RECORD
                   MOVE SSYT-SENDER-ID TO SSYS-SENDER-ID
               NOT INVALID KEY
                   MOVE "Y" TO WS-SSYS-FOUND-SW
                   MOVE SSYS-RECORD TO WS-BEFORE-IMAGE
           END-READ
           IF SSYT-ADD AND WS-SSYS-FOUND
               MOVE "AE" TO WS-RESULT-CODE
           END-IF
           IF NOT SSYT-ADD AND NOT WS-SSYS-FOUND
               MOVE "NF" TO WS-RESULT-CODE
           END-IF
           IF SSYT-ADD
               MOVE SPACES TO SSYS-RECORD
               MOVE SSYT-SENDER-ID TO SSYS-SENDER-ID
               MOVE ZERO TO SSYS-USAGE-COUNT
           END-IF
           IF SSYT-RETIRE
               MOVE "I" TO SSYS-STATUS
           ELSE
               MOVE SSYT-DESCRIPTION TO SSYS-DESCRIPTION
               MOVE SSYT-COST-CENTER TO SSYS-COST-CENTER
               MOVE SSYT-STATUS TO SSYS-STATUS
               MOVE SSYT-ALLOWED-SEGMENT TO SSYS-ALLOWED-SEGMENT
               MOVE SSYT-DAILY-MAX TO SSYS-DAILY-MAX
           END-IF
           ACCEPT SSYS-CHANGE-DATE FROM DATE YYYYMMDD
           MOVE SSYT-OPERATOR TO SSYS-CHANGE-OPERATOR
           MOVE SSYS-RECORD TO WS-AFTER-IMAGE.

       2700-APPLY-CHANGE.
           MOVE WS-AFTER-IMAGE TO SSYS-RECORD
           IF SSYT-ADD
               WRITE SSYS-RECORD
                   INVALID KEY
                       MOVE "AE" TO WS-RESULT-CODE
               END-WRITE
           ELSE
               REWRITE SSYS-RECORD
                   INVALID KEY
                       MOVE "NF" TO WS-RESULT-CODE
               END-REWRITE
           END-IF
           IF WS-RESULT-CODE = SPACES
               MOVE "OK" TO WS-RESULT-CODE
           END-IF.

       2800-WRITE-SSYS-LOG.
           ACCEPT SSYL-DATE FROM DATE YYYYMMDD
           ACCEPT SSYL-TIME FROM TIME
           MOVE SSYT-OPERATOR TO SSYL-OPERATOR-ID
           MOVE SSYT-ACTION TO SSYL-ACTION
           MOVE SSYT-SENDER-ID TO SSYL-SENDER-ID
           MOVE WS-RESULT-CODE TO SSYL-RESULT
           MOVE SSYT-REASON TO SSYL-REASON
           MOVE WS-BEFORE-IMAGE TO SSYL-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE TO SSYL-AFTER-IMAGE
           WRITE SSYL-RECORD.

       9000-TERMINATE.
           CLOSE SSYT-FILE
           CLOSE SSYS-FILE
           CLOSE SSYL-FILE
           DISPLAY "NUMSMNT: TRANSACTIONS READ = " WS-TRANS-COUNT
           DISPLAY "NUMSMNT: CHANGES APPLIED   = " WS-APPLIED-COUNT
           DISPLAY "NUMSMNT: REFUSED           = " WS-REFUSED-COUNT.
