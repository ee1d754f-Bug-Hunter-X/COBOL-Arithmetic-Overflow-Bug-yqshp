      *****************************************************
      *  NUMRESP - SENDER RESPONSE STEP.  RUNS AFTER THE
      *  NIGHT'S NUMISSUE (AND NUMREPR) STEPS AND ANSWERS
      *  THE SENDER OF TONIGHT'S ACCEPTED NUMTRANSR BATCH:
      *  ONE NUMRESP FILE (SEE RESPREC.CPY) ECHOING THE
      *  SENDER'S BH BATCH ID, WITH A DETAIL FOR EVERY
      *  TRANSACTION IT SENT - THE NUMBER ISSUED (FIRST AND
      *  LAST FOR A "BL" BLOCK) OR THE NUMEDIT REJECT
      *  REASON - AND A TRAILER OF COUNTS AND A HASH TOTAL
      *  THE SENDER CAN BALANCE.  SENDERS USED TO HEAR
      *  NOTHING AND HAD TO PHONE THE HELP DESK OR RUN
      *  NUMLKUP FOR EVERY REFERENCE.
      *
      *  INPUT  - NUMRSPW, THE ACCEPTED BATCH AND EACH
      *           TRANSACTION'S EDIT RESULT AS NUMEDIT LEFT
      *           IT (SEE RSPWREC.CPY).  EMPTY OR ABSENT
      *           MEANS NO BATCH WAS ACCEPTED TONIGHT -
      *           NOTHING TO ANSWER.
      *         - NUMSRCX AND NUMMAST - A TRANSACTION THAT
      *           PASSED EDIT IS LOOKED UP BY ITS PAYLOAD KEY
      *           ON THE CROSS-REFERENCE (SEE SRCXREF.CPY),
      *           AND THE NUMBER IT POINTS AT IS PROVED
      *           AGAINST THE MASTER RECORD - ACTIVE, ISSUED
      *           TONIGHT AND CARRYING THIS VERY PAYLOAD -
      *           BEFORE IT IS REPORTED.  A DISPLACED
      *           PAYLOAD RE-HOMED BY NUMREPR IS REPORTED
      *           UNDER ITS FRESH NUMBER.
      *  OUTPUT - NUMRESP, THE RESPONSE FILE, FOR THE JOB
      *           TO TRANSMIT TO THE BH SENDER.
      *         - NUMRSPL, THE RESPONSE LOG (SEE RSPLOG.CPY)
      *           - EVERY RECORD SENT, APPENDED ONLY ONCE
      *           THE TRAILER IS ON DISK, SO NUMRRGN CAN
      *           REBUILD A LOST RESPONSE.
      *
      *  A BATCH WHOSE RESPONSE IS ALREADY ON THE LOG IS
      *  NOT ANSWERED TWICE - THE STEP ENDS RETURN CODE 4
      *  AND LEAVES NUMRESP ALONE; USE NUMRRGN TO RESEND.
      *  A TRANSACTION THAT PASSED EDIT BUT HAS NO NUMBER
      *  TO SHOW (ITS SEGMENT'S ISSUE STEP DID NOT RUN, SAY)
      *  GOES OUT UNCONFIRMED AND THE STEP ENDS RETURN CODE
      *  4, SO THE CYCLE STILL CUTS THE BILLING EXTRACT.  A
      *  WORK FILE HOLDING FEWER DETAILS THAN ITS HEADER
      *  PROMISES (NUMEDIT STOPPED SHORT) ABORTS RETURN
      *  CODE 16 WITH NOTHING LOGGED.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMRESP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RSPW-FILE ASSIGN TO "NUMRSPW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSPW-STATUS.

           SELECT SRCX-FILE ASSIGN TO "NUMSRCX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SRCX-KEY
               FILE STATUS IS WS-SRCX-STATUS.

           SELECT MASTER-FILE ASSIGN TO "NUMMAST"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-MAST-RELKEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT RESP-FILE ASSIGN TO "NUMRESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESP-STATUS.

           SELECT RSPL-FILE ASSIGN TO "NUMRSPL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSPL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RSPW-FILE.
           COPY rspwrec.

       FD  SRCX-FILE.
           COPY srcxref.

       FD  MASTER-FILE.
           COPY mastrec.

       FD  RESP-FILE.
           COPY resprec.

       FD  RSPL-FILE.
           COPY rsplog.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-RSPW-STATUS          PIC X(02) VALUE "00".
           05  WS-SRCX-STATUS          PIC X(02) VALUE "00".
           05  WS-MAST-STATUS          PIC X(02) VALUE "00".
           05  WS-RESP-STATUS          PIC X(02) VALUE "00".
           05  WS-RSPL-STATUS          PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
      *        RELATIVE RECORD NUMBERS START AT 1, SO THE
      *        SLOT FOR A NUMBER IS ALWAYS THE NUMBER + 1 (A
      *        NUMBER CAN LEGITIMATELY BE ZERO AFTER A WRAP).
           05  WS-MAST-RELKEY          PIC 9(10).

       01  WS-SWITCHES.
           05  WS-RSPW-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RSPW-EOF         VALUE "Y".
           05  WS-RSPL-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RSPL-EOF         VALUE "Y".
           05  WS-RESP-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RESP-EOF         VALUE "Y".
           05  WS-HAVE-SRCX-SW         PIC X(01) VALUE "N".
               88  WS-HAVE-SRCX        VALUE "Y".
           05  WS-HAVE-MAST-SW         PIC X(01) VALUE "N".
               88  WS-HAVE-MAST        VALUE "Y".
           05  WS-ALREADY-SENT-SW      PIC X(01) VALUE "N".
               88  WS-ALREADY-SENT     VALUE "Y".
           05  WS-CONFIRMED-SW         PIC X(01) VALUE "N".
               88  WS-CONFIRMED        VALUE "Y".

      *        THE BATCH BEING ANSWERED, FROM THE WORK FILE
      *        HEADER.
       01  WS-BATCH-FIELDS.
           05  WS-SENDER-ID            PIC X(08) VALUE SPACES.
           05  WS-BATCH-ID             PIC X(16) VALUE SPACES.
           05  WS-CREATE-DATE          PIC X(08) VALUE SPACES.
           05  WS-BUSINESS-DATE        PIC X(08) VALUE SPACES.
           05  WS-EXPECTED-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-RUN-TIME             PIC X(08) VALUE SPACES.

      *        THE ORIGINAL TRANSACTION UNDER ANSWER, PICKED
      *        APART THROUGH THE TRANSREC LAYOUT.
           COPY transrec.

      *        THE NUMBERS A PASSED TRANSACTION SHOULD HOLD -
      *        ONE FOR AN "IS", THE WHOLE UNBROKEN RUN FOR A
      *        "BL" (NUMISSUE NEVER SPLITS A BLOCK).
       01  WS-ISSUE-FIELDS.
           05  WS-FIRST-NUM            PIC 9(09) VALUE ZERO.
           05  WS-LAST-NUM             PIC 9(09) VALUE ZERO.
           05  WS-NUM-COUNT            PIC 9(04) VALUE ZERO.
           05  WS-PROVE-NUM            PIC 9(09) VALUE ZERO.
           05  WS-PROVE-CD             PIC 9(01) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-DETAIL-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-ISSUED-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-REJECTED-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-UNCONFIRMED-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-NUMBER-COUNT         PIC 9(09) VALUE ZERO.
           05  WS-HASH-TOTAL           PIC 9(15) VALUE ZERO.
           05  WS-LOGGED-COUNT         PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ANSWER-TRANSACTION
               UNTIL WS-RSPW-EOF
           PERFORM 3000-WRITE-TRAILER
           PERFORM 4000-LOG-RESPONSE
           PERFORM 9000-TERMINATE
           IF WS-UNCONFIRMED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT RSPW-FILE
           IF WS-RSPW-STATUS = "35"
               DISPLAY "NUMRESP: NO NUMRSPW WORK FILE - NO BATCH "
                   "ACCEPTED, NOTHING TO ANSWER"
               STOP RUN
           END-IF
           PERFORM 2100-READ-WORK
           IF WS-RSPW-EOF
               DISPLAY "NUMRESP: NO BATCH ACCEPTED TONIGHT - "
                   "NOTHING TO ANSWER"
               CLOSE RSPW-FILE
               STOP RUN
           END-IF
           IF NOT RWH-IS-HEADER
               DISPLAY "NUMRESP: ABORT - NUMRSPW DOES NOT START "
                   "WITH ITS HEADER RECORD"
               CLOSE RSPW-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RWH-SENDER-ID TO WS-SENDER-ID
           MOVE RWH-BATCH-ID TO WS-BATCH-ID
           MOVE RWH-CREATE-DATE TO WS-CREATE-DATE
           MOVE RWH-BUSINESS-DATE TO WS-BUSINESS-DATE
           MOVE RWH-DETAIL-COUNT TO WS-EXPECTED-COUNT
           PERFORM 1100-CHECK-ALREADY-SENT
           IF WS-ALREADY-SENT
               DISPLAY "NUMRESP: BATCH " WS-BATCH-ID " FROM "
                   WS-SENDER-ID " ALREADY ANSWERED - NOT SENT "
                   "AGAIN (RESEND WITH NUMRRGN)"
               CLOSE RSPW-FILE
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
      *        NO CROSS-REFERENCE OR MASTER FILE MEANS NO
      *        NUMBER CAN BE PROVED - EVERY PASSED
      *        TRANSACTION GOES OUT UNCONFIRMED.
           OPEN INPUT SRCX-FILE
           IF WS-SRCX-STATUS NOT = "35"
               MOVE "Y" TO WS-HAVE-SRCX-SW
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS NOT = "35"
               MOVE "Y" TO WS-HAVE-MAST-SW
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN OUTPUT RESP-FILE
           MOVE SPACES TO RESPONSE-HEADER
           MOVE "RH" TO RH-RECORD-TYPE
           MOVE WS-SENDER-ID TO RH-SENDER-ID
           MOVE WS-BATCH-ID TO RH-BATCH-ID
           MOVE WS-CREATE-DATE TO RH-CREATE-DATE
           MOVE WS-BUSINESS-DATE TO RH-RUN-DATE
           MOVE WS-RUN-TIME TO RH-RUN-TIME
           WRITE RESPONSE-HEADER
           PERFORM 2100-READ-WORK.

      *        A SENDER/BATCH-ID PAIR WITH A RESPONSE HEADER
      *        ALREADY ON THE LOG HAS BEEN ANSWERED.
       1100-CHECK-ALREADY-SENT.
           OPEN INPUT RSPL-FILE
           IF WS-RSPL-STATUS = "35"
               MOVE "Y" TO WS-RSPL-EOF-SW
           END-IF
           PERFORM 1110-SCAN-RESPONSE-LOG
               UNTIL WS-RSPL-EOF
           IF WS-RSPL-STATUS NOT = "35"
               CLOSE RSPL-FILE
           END-IF.

       1110-SCAN-RESPONSE-LOG.
           READ RSPL-FILE
               AT END
                   MOVE "Y" TO WS-RSPL-EOF-SW
               NOT AT END
                   IF RSPL-SENDER-ID = WS-SENDER-ID
                           AND RSPL-BATCH-ID = WS-BATCH-ID
                           AND RSPL-RESPONSE-IMAGE(1:2) = "RH"
                       MOVE "Y" TO WS-ALREADY-SENT-SW
                       MOVE "Y" TO WS-RSPL-EOF-SW
                   END-IF
           END-READ.

       2000-ANSWER-TRANSACTION.
           IF NOT RWD-IS-DETAIL
               DISPLAY "NUMRESP: ABORT - UNEXPECTED RECORD ON "
                   "NUMRSPW AFTER DETAIL " WS-DETAIL-COUNT
               PERFORM 8000-ABORT-RESPONSE
           END-IF
           ADD 1 TO WS-DETAIL-COUNT
           MOVE RWD-TRANS-IMAGE TO TRANS-RECORD
           MOVE SPACES TO RESPONSE-DETAIL
           MOVE "RD" TO RD-RECORD-TYPE
           MOVE RWD-SEQ TO RD-SEQ
           MOVE TRANS-TYPE TO RD-TRANS-TYPE
           MOVE TRANS-SOURCE-SYSTEM TO RD-SOURCE-SYSTEM
           MOVE TRANS-REF-DATA TO RD-REF-DATA
           MOVE ZERO TO RD-FIRST-NUM
           MOVE ZERO TO RD-FIRST-CD
           MOVE ZERO TO RD-LAST-NUM
           MOVE ZERO TO RD-LAST-CD
           MOVE ZERO TO RD-NUM-COUNT
           MOVE ZERO TO RD-SEGMENT-ID
           IF RWD-PASSED-CLEAN
               PERFORM 2200-CONFIRM-ISSUE
           ELSE
               MOVE "R" TO RD-RESULT
               MOVE RWD-REASON-CODE TO RD-REASON-CODE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF
           WRITE RESPONSE-DETAIL
           PERFORM 2100-READ-WORK.

       2100-READ-WORK.
           READ RSPW-FILE
               AT END
                   MOVE "Y" TO WS-RSPW-EOF-SW
           END-READ.

      *        THE CROSS-REFERENCE ENTRY MUST BE ACTIVE AND
      *        STAMPED WITH TONIGHT'S BUSINESS DATE - AN
      *        ENTRY FROM AN EARLIER DAY IS A PAYLOAD THIS
      *        BATCH NEVER GOT ISSUED - AND BOTH ENDS OF THE
      *        RUN MUST BE ACTIVE MASTERS HOLDING THIS
      *        TRANSACTION'S PAYLOAD.
       2200-CONFIRM-ISSUE.
           MOVE "N" TO WS-CONFIRMED-SW
           IF WS-HAVE-SRCX AND WS-HAVE-MAST
               MOVE TRANS-SOURCE-SYSTEM TO SRCX-SOURCE-SYSTEM
               MOVE TRANS-REF-DATA TO SRCX-REF-DATA
               READ SRCX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SRCX-ACTIVE
                               AND SRCX-ISSUE-DATE = WS-BUSINESS-DATE
                           MOVE "Y" TO WS-CONFIRMED-SW
                       END-IF
               END-READ
           END-IF
           IF WS-CONFIRMED
               MOVE SRCX-NUM TO WS-FIRST-NUM
               IF TRANS-TYPE-BLOCK
                   MOVE TRANS-BLOCK-COUNT TO WS-NUM-COUNT
               ELSE
                   MOVE 1 TO WS-NUM-COUNT
               END-IF
               COMPUTE WS-LAST-NUM = WS-FIRST-NUM + WS-NUM-COUNT - 1
               MOVE WS-LAST-NUM TO WS-PROVE-NUM
               PERFORM 2300-PROVE-MASTER
               MOVE WS-PROVE-CD TO RD-LAST-CD
               MOVE WS-FIRST-NUM TO WS-PROVE-NUM
               PERFORM 2300-PROVE-MASTER
               MOVE WS-PROVE-CD TO RD-FIRST-CD
           END-IF
           IF WS-CONFIRMED
               MOVE "I" TO RD-RESULT
               MOVE WS-FIRST-NUM TO RD-FIRST-NUM
               MOVE WS-LAST-NUM TO RD-LAST-NUM
               MOVE WS-NUM-COUNT TO RD-NUM-COUNT
               MOVE SRCX-SEGMENT-ID TO RD-SEGMENT-ID
               ADD 1 TO WS-ISSUED-COUNT
               ADD WS-NUM-COUNT TO WS-NUMBER-COUNT
               ADD WS-FIRST-NUM TO WS-HASH-TOTAL
               ADD WS-LAST-NUM TO WS-HASH-TOTAL
           ELSE
               MOVE "U" TO RD-RESULT
               MOVE ZERO TO RD-FIRST-CD
               MOVE ZERO TO RD-LAST-CD
               ADD 1 TO WS-UNCONFIRMED-COUNT
               DISPLAY "NUMRESP: BATCH POSITION " RWD-SEQ
                   " PASSED EDIT BUT NO ISSUED NUMBER FOUND - "
                   "SENT UNCONFIRMED"
           END-IF.

      *        THE CHECK DIGIT REPORTED IS THE ONE STAMPED ON
      *        THE MASTER RECORD ITSELF.
       2300-PROVE-MASTER.
           MOVE ZERO TO WS-PROVE-CD
           COMPUTE WS-MAST-RELKEY = WS-PROVE-NUM + 1
           READ MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONFIRMED-SW
               NOT INVALID KEY
                   IF MAST-ACTIVE
                           AND MAST-DATA = TRANS-RECORD(1:50)
                           AND MAST-ISSUE-DATE = WS-BUSINESS-DATE
                       MOVE MAST-CHECK-DIGIT TO WS-PROVE-CD
                   ELSE
                       MOVE "N" TO WS-CONFIRMED-SW
                   END-IF
           END-READ.

      *        A SHORT WORK FILE MEANS NUMEDIT NEVER FINISHED
      *        THE BATCH - ANSWERING FROM IT WOULD TELL THE
      *        SENDER SOME OF ITS TRANSACTIONS NEVER ARRIVED.
       3000-WRITE-TRAILER.
           IF WS-DETAIL-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY "NUMRESP: ABORT - NUMRSPW HOLDS "
                   WS-DETAIL-COUNT " DETAILS, HEADER PROMISES "
                   WS-EXPECTED-COUNT
               PERFORM 8000-ABORT-RESPONSE
           END-IF
           MOVE SPACES TO RESPONSE-TRAILER
           MOVE "RT" TO RT-RECORD-TYPE
           MOVE WS-DETAIL-COUNT TO RT-DETAIL-COUNT
           MOVE WS-ISSUED-COUNT TO RT-ISSUED-COUNT
           MOVE WS-REJECTED-COUNT TO RT-REJECTED-COUNT
           MOVE WS-UNCONFIRMED-COUNT TO RT-UNCONFIRMED-COUNT
           MOVE WS-NUMBER-COUNT TO RT-NUMBER-COUNT
           MOVE WS-HASH-TOTAL TO RT-HASH-TOTAL
           WRITE RESPONSE-TRAILER
           CLOSE RESP-FILE.

      *        THE RESPONSE IS LOGGED ONLY ONCE IT IS WHOLE
      *        ON DISK, BY READING BACK EXACTLY WHAT WAS
      *        WRITTEN - AN ABEND BEFORE THIS POINT LEAVES
      *        THE BATCH UNANSWERED ON THE LOG, SO THE RERUN
      *        CUTS IT AFRESH.
       4000-LOG-RESPONSE.
           OPEN EXTEND RSPL-FILE
           IF WS-RSPL-STATUS = "35"
               OPEN OUTPUT RSPL-FILE
               CLOSE RSPL-FILE
               OPEN EXTEND RSPL-FILE
           END-IF
           OPEN INPUT RESP-FILE
           PERFORM 4100-LOG-RESPONSE-RECORD
               UNTIL WS-RESP-EOF
           CLOSE RESP-FILE
           CLOSE RSPL-FILE.

       4100-LOG-RESPONSE-RECORD.
           READ RESP-FILE
               AT END
                   MOVE "Y" TO WS-RESP-EOF-SW
               NOT AT END
                   MOVE WS-BUSINESS-DATE TO RSPL-RUN-DATE
                   MOVE WS-RUN-TIME TO RSPL-RUN-TIME
                   MOVE WS-SENDER-ID TO RSPL-SENDER-ID
                   MOVE WS-BATCH-ID TO RSPL-BATCH-ID
                   MOVE RESPONSE-HEADER TO RSPL-RESPONSE-IMAGE
                   WRITE RSPL-RECORD
                   ADD 1 TO WS-LOGGED-COUNT
           END-READ.

       8000-ABORT-RESPONSE.
           CLOSE RSPW-FILE
           CLOSE RESP-FILE
           IF WS-HAVE-SRCX
               CLOSE SRCX-FILE
           END-IF
           IF WS-HAVE-MAST
               CLOSE MASTER-FILE
           END-IF
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-TERMINATE.
           CLOSE RSPW-FILE
           IF WS-HAVE-SRCX
               CLOSE SRCX-FILE
           END-IF
           IF WS-HAVE-MAST
               CLOSE MASTER-FILE
           END-IF
           DISPLAY "NUMRESP: ANSWERED BATCH " WS-BATCH-ID
               " FROM " WS-SENDER-ID
           DISPLAY "NUMRESP: TRANSACTIONS    = " WS-DETAIL-COUNT
           DISPLAY "NUMRESP: ISSUED          = " WS-ISSUED-COUNT
           DISPLAY "NUMRESP: REJECTED        = " WS-REJECTED-COUNT
           DISPLAY "NUMRESP: UNCONFIRMED     = " WS-UNCONFIRMED-COUNT
           DISPLAY "NUMRESP: NUMBERS ISSUED  = " WS-NUMBER-COUNT
           DISPLAY "NUMRESP: HASH TOTAL      = " WS-HASH-TOTAL
           DISPLAY "NUMRESP: RECORDS LOGGED  = " WS-LOGGED-COUNT.
