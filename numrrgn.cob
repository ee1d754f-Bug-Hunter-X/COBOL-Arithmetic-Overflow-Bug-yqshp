      *****************************************************
      *  NUMRRGN - SENDER RESPONSE REGENERATION JOB.  WHEN
      *  A SENDER LOSES OR CANNOT READ THE NUMRESP RESPONSE
      *  TO ONE OF ITS BATCHES, THE RAW NUMTRANSR BATCH IT
      *  ANSWERED HAS LONG SINCE BEEN REPLACED - SO THIS
      *  JOB REBUILDS THE RESPONSE FROM THE NUMRSPL
      *  RESPONSE LOG (SEE RSPLOG.CPY), RECORD FOR RECORD AS
      *  IT WAS ORIGINALLY SENT, AND WRITES IT TO THE
      *  SEPARATE NUMRSPR FILE FOR RETRANSMISSION.  NOTHING
      *  ON THE LOG OR ON THE MASTER FILES IS CHANGED.
      *
      *  ARGUMENT 1 - THE SENDER ID, AS ON ITS BH HEADER.
      *  ARGUMENT 2 - THE SENDER'S BATCH ID.
      *
      *  THE RESENT FILE IS THE ORIGINAL - SAME HEADER RUN
      *  STAMP, SAME DETAILS, SAME TRAILER - SO THE SENDER
      *  BALANCES IT EXACTLY AS IT WOULD HAVE THE FIRST
      *  TIME.  A NUMBER VOIDED SINCE IS NOT REFLECTED; THE
      *  RESPONSE SAYS WHAT WAS ISSUED, NOT WHAT STANDS NOW.
      *  ENDS WITH RETURN CODE 8 WHEN THE BATCH IS NOT ON
      *  THE RESPONSE LOG.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMRRGN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSPL-FILE ASSIGN TO "NUMRSPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSPL-STATUS.

           SELECT RESP-FILE ASSIGN TO "NUMRSPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSPL-FILE.
           COPY rsplog.

       FD  RESP-FILE.
           COPY resprec.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-RSPL-STATUS          PIC X(02) VALUE "00".
           05  WS-RESP-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-RSPL-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RSPL-EOF         VALUE "Y".

       01  WS-REQUEST-FIELDS.
           05  WS-ARG-SENDER-ID        PIC X(08) VALUE SPACES.
           05  WS-ARG-BATCH-ID         PIC X(16) VALUE SPACES.

       01  WS-COUNTERS.
           05  WS-RESENT-COUNT         PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-LOGGED-RECORD
               UNTIL WS-RSPL-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-GET-REQUEST-ARGS
           OPEN INPUT RSPL-FILE
           IF WS-RSPL-STATUS = "35"
               DISPLAY "NUMRRGN: NO NUMRSPL RESPONSE LOG PRESENT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RESP-FILE.

       1010-GET-REQUEST-ARGS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-SENDER-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-SENDER-ID
           END-ACCEPT
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-BATCH-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-BATCH-ID
           END-ACCEPT
           IF WS-ARG-SENDER-ID = SPACES OR WS-ARG-BATCH-ID = SPACES
               DISPLAY "NUMRRGN: ABORT - SENDER ID AND BATCH ID "
                   "BOTH REQUIRED (SEE NUMRSPL)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *        NUMRESP LOGS A BATCH'S RESPONSE ONCE ONLY, SO
      *        EVERY LOG RECORD FOR THE PAIR BELONGS TO THE
      *        ONE RESPONSE, ALREADY IN THE ORDER IT WENT OUT.
       2000-COPY-LOGGED-RECORD.
           READ RSPL-FILE
               AT END
                   MOVE "Y" TO WS-RSPL-EOF-SW
               NOT AT END
                   IF RSPL-SENDER-ID = WS-ARG-SENDER-ID
                           AND RSPL-BATCH-ID = WS-ARG-BATCH-ID
                       MOVE RSPL-RESPONSE-IMAGE TO RESPONSE-HEADER
                       WRITE RESPONSE-HEADER
                       ADD 1 TO WS-RESENT-COUNT
                       PERFORM 2100-SHOW-TRAILER
                   END-IF
           END-READ.

       2100-SHOW-TRAILER.
           IF RT-IS-TRAILER
               DISPLAY "NUMRRGN: ORIGINALLY SENT " RSPL-RUN-DATE
                   " " RSPL-RUN-TIME
               DISPLAY "NUMRRGN: TRANSACTIONS = " RT-DETAIL-COUNT
                   "  ISSUED = " RT-ISSUED-COUNT
                   "  REJECTED = " RT-REJECTED-COUNT
               DISPLAY "NUMRRGN: HASH TOTAL   = " RT-HASH-TOTAL
           END-IF.

       9000-TERMINATE.
           CLOSE RSPL-FILE
           CLOSE RESP-FILE
           IF WS-RESENT-COUNT = ZERO
               DISPLAY "NUMRRGN: BATCH " WS-ARG-BATCH-ID " FROM "
                   WS-ARG-SENDER-ID " IS NOT ON THE RESPONSE LOG"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "NUMRRGN: RECORDS WRITTEN TO NUMRSPR = "
                   WS-RESENT-COUNT
           END-IF.
