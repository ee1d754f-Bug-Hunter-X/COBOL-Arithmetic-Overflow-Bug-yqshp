      *****************************************************
      *  NUMPREQ - CALLABLE PENDING-ACTION SUBPROGRAM.  FILES
      *  A HIGH-RISK MANUAL ACTION ON THE NUMPEND PENDING-
      *  ACTION FILE (SEE PENDREC.CPY) INSTEAD OF LETTING THE
      *  REQUESTING OPERATOR APPLY IT, BY CALL "NUMPREQ"
      *  USING THE PREQLNK PARAMETER BLOCK.  NUMINQ (COUNTER
      *  SET BACK), NUMREST (SNAPSHOT RESTORE), NUMLOCK (RUN-
      *  LOCK BREAK) AND NUMVOID (VOID) CALL IT; THE NUMAPPR
      *  UTILITY IS WHERE A SECOND OPERATOR APPROVES OR
      *  REJECTS WHAT IT FILED.
      *
      *  EACH ITEM GETS THE NEXT PENDING ID FROM THE NUMPEND
      *  CONTROL RECORD AND IS WRITTEN WITH STATUS "P", AND
      *  THE REQUEST IS APPENDED TO THE NUMAUDIT TRAIL
      *  (EVENT "Q" - SEE AUDITREC.CPY) UNDER THE REQUESTING
      *  OPERATOR, SO NUMHIST SHOWS IT NEXT TO ITS DECISION.
      *  THE FILES ARE OPENED AND CLOSED ON EVERY CALL, SO A
      *  CALLER THAT FILES SEVERAL ITEMS (NUMVOID) LEAVES
      *  EACH ONE ON DISK AS SOON AS IT IS FILED.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMPREQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "NUMPEND"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-PEND-RELKEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "NUMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
           COPY pendrec.

       FD  AUDIT-FILE.
           COPY auditrec.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-PEND-STATUS          PIC X(02) VALUE "00".
           05  WS-AUDIT-STATUS         PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
      *        PENDING ID N IS RELATIVE RECORD N + 1; THE
      *        CONTROL RECORD IS RELATIVE RECORD 1.
           05  WS-PEND-RELKEY          PIC 9(10).

       01  WS-NEW-PEND-ID              PIC 9(09) VALUE ZERO.

       01  WS-REQUEST-STAMP.
           05  WS-REQUEST-DATE         PIC X(08).
           05  WS-REQUEST-TIME         PIC X(08).

       LINKAGE SECTION.
           COPY preqlnk.

       PROCEDURE DIVISION USING PREQ-PARAMETER-BLOCK.
       0000-MAIN-PARA.
           MOVE ZERO TO PREQ-PENDING-ID
           MOVE "00" TO PREQ-RETURN-CODE
           EVALUATE TRUE
               WHEN PREQ-OPERATOR-ID = SPACES
                   MOVE "NO" TO PREQ-RETURN-CODE
               WHEN PREQ-ACTION NOT = "C"
                       AND PREQ-ACTION NOT = "S"
                       AND PREQ-ACTION NOT = "L"
                       AND PREQ-ACTION NOT = "V"
                   MOVE "IA" TO PREQ-RETURN-CODE
               WHEN OTHER
                   ACCEPT WS-REQUEST-DATE FROM DATE YYYYMMDD
                   ACCEPT WS-REQUEST-TIME FROM TIME
                   PERFORM 1000-FILE-PENDING-ITEM
                   PERFORM 2000-WRITE-AUDIT-RECORD
                   MOVE WS-NEW-PEND-ID TO PREQ-PENDING-ID
           END-EVALUATE
           GOBACK.

       1000-FILE-PENDING-ITEM.
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = "35"
               OPEN OUTPUT PEND-FILE
               CLOSE PEND-FILE
               OPEN I-O PEND-FILE
           END-IF
           MOVE 1 TO WS-PEND-RELKEY
           READ PEND-FILE
               INVALID KEY
                   MOVE SPACES TO PEND-CONTROL-RECORD
                   MOVE ZERO TO PEND-CTL-ID
                   MOVE ZERO TO PEND-LAST-ID
                   WRITE PEND-CONTROL-RECORD
           END-READ
           ADD 1 TO PEND-LAST-ID
           MOVE PEND-LAST-ID TO WS-NEW-PEND-ID
           REWRITE PEND-CONTROL-RECORD
           MOVE SPACES TO PEND-RECORD
           MOVE WS-NEW-PEND-ID TO PEND-ID
           MOVE "P" TO PEND-STATUS
           MOVE PREQ-ACTION TO PEND-ACTION
           MOVE PREQ-SEGMENT-ID TO PEND-SEGMENT-ID
           MOVE PREQ-TARGET-NUM TO PEND-TARGET-NUM
           MOVE PREQ-TARGET-SELECTOR TO PEND-TARGET-SELECTOR
           MOVE PREQ-BEFORE-VALUE TO PEND-BEFORE-VALUE
           MOVE PREQ-AFTER-VALUE TO PEND-AFTER-VALUE
           MOVE PREQ-REASON TO PEND-REASON
           MOVE PREQ-OPERATOR-ID TO PEND-REQUESTED-BY
           MOVE WS-REQUEST-DATE TO PEND-REQUEST-DATE
           MOVE WS-REQUEST-TIME TO PEND-REQUEST-TIME
           COMPUTE WS-PEND-RELKEY = WS-NEW-PEND-ID + 1
           WRITE PEND-RECORD
           CLOSE PEND-FILE.

      *        THE OLD/NEW NUMBERS FOLLOW THE PER-ACTION RULE
      *        IN AUDITREC.CPY - NUMAPPR LOGS THE DECISION BY
      *        THE SAME RULE.
       2000-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           MOVE WS-REQUEST-DATE TO AUDIT-DATE
           MOVE WS-REQUEST-TIME TO AUDIT-TIME
           MOVE PREQ-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE ZERO TO AUDIT-OLD-NUM
           MOVE ZERO TO AUDIT-NEW-NUM
           EVALUATE PREQ-ACTION
               WHEN "C"
                   MOVE PREQ-BEFORE-VALUE(1:9) TO AUDIT-OLD-NUM
                   MOVE PREQ-AFTER-VALUE(1:9) TO AUDIT-NEW-NUM
               WHEN "S"
                   MOVE PREQ-TARGET-NUM TO AUDIT-NEW-NUM
               WHEN "V"
                   MOVE PREQ-TARGET-NUM TO AUDIT-OLD-NUM
           END-EVALUATE
           MOVE PREQ-SEGMENT-ID TO AUDIT-SEGMENT-ID
           MOVE "Q" TO AUDIT-DUAL-EVENT
           MOVE WS-NEW-PEND-ID TO AUDIT-PEND-ID
           MOVE PREQ-ACTION TO AUDIT-PEND-ACTION
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.
