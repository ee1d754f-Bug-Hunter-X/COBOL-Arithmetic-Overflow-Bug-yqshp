      *****************************************************
      *  NUMNIGHT - NIGHTLY CYCLE DRIVER.  RUNS THE NIGHTLY
      *  CHAIN IN ORDER FOR ONE BUSINESS DATE:
      *
      *    NUMCYC OPEN, NUMEDIT, NUMISSUE (WHICH TAKES THE
      *    NUMSNAP SNAPSHOT) AND NUMBAL FOR THE SEGMENT,
      *    NUMRECON, NUMREPR FOR THE SEGMENT, NUMRESP (THE
      *    RESPONSE TO THE BATCH'S SENDER), NUMDELTA,
      *    NUMDCONF AND NUMCYC CLOSE.
      *
      *  EVERY STEP IS RECORDED ON THE NUMRUNC RUN-CONTROL
      *  FILE (SEE RUNCREC.CPY) WITH ITS STATUS, START AND
      *  END TIME AND RETURN CODE.  A STEP ENDING ABOVE
      *  RETURN CODE 4 STOPS THE CHAIN - NOTHING DOWNSTREAM
      *  OF AN UNBALANCED NUMBAL OR AN ABORTED NUMISSUE IS
      *  RUN.  RERUN THE DRIVER ONCE THE CAUSE IS FIXED:
      *  STEPS ALREADY COMPLETE FOR THE BUSINESS DATE ARE
      *  PASSED OVER, SO THE CHAIN PICKS UP AT THE FAILED
      *  STEP INSTEAD OF RE-EDITING THE BATCH OR CUTTING A
      *  SECOND BILLING EXTRACT.
      *
      *  ARGUMENT 1 - SEGMENT TO RUN, TWO DIGITS.  DEFAULT
      *               00, THE UNSEGMENTED COUNTER.  ONLY ONE
      *               SEGMENT IS TAKEN: NUMEDIT, NUMISSUE AND
      *               NUMBAL ALL WORK FROM THE ONE NUMTRANS
      *               FILE, SO A SECOND SEGMENT IN THE SAME
      *               NIGHT WOULD ISSUE THE SAME BATCH AGAIN.
      *               A LIST OF MORE THAN ONE (E.G. 0102) IS
      *               REFUSED WITH RETURN CODE 16.
      *  ARGUMENT 2 - BUSINESS DATE, YYYYMMDD.  OMITTED, A
      *               CYCLE ALREADY OPEN ON NUMCYCLE IS
      *               RESUMED, OTHERWISE THE DAY AFTER THE
      *               LAST BUSINESS DATE IS RUN - THE SAME
      *               DATE NUMCYC WOULD OPEN.
      *  ARGUMENT 3 - OPERATOR ID, PASSED TO NUMCYC FOR THE
      *               NUMAUDIT TRAIL (DEFAULT NUMNIGHT).
      *
      *  A CYCLE OPENED BY HAND BEFORE THE DRIVER RAN IS
      *  TAKEN AS THE OPEN STEP DONE.  A DIFFERENT BUSINESS
      *  DATE STILL OPEN STOPS THE DRIVER - THAT NIGHT HAS
      *  TO BE FINISHED FIRST.
      *
      *  EACH STEP RUNS AS ITS OWN PROGRAM THROUGH THE
      *  SYSTEM COMMAND INTERFACE, EXACTLY AS OPERATIONS
      *  WOULD SUBMIT IT, SO ITS STOP RUN AND RETURN CODE
      *  BEHAVE AS THEY DO STANDALONE.
      *
      *  THE END-OF-NIGHT STEP SUMMARY IS WRITTEN TO
      *  NUMNGTRPT.  THE DRIVER ENDS RETURN CODE 8 WHEN THE
      *  CHAIN STOPPED SHORT AND 16 WHEN IT COULD NOT START.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMNIGHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNC-FILE ASSIGN TO "NUMRUNC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "NUMCYCLE"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CYCLE-RELKEY
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT RPT-FILE ASSIGN TO "NUMNGTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNC-FILE.
           COPY runcrec.

       FD  CYCLE-FILE.
           COPY cyclrec.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-RUNC-STATUS          PIC X(02) VALUE "00".
           05  WS-CYCLE-STATUS         PIC X(02) VALUE "00".
           05  WS-RPT-STATUS           PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
           05  WS-CYCLE-RELKEY         PIC 9(04) VALUE 1.

       01  WS-SWITCHES.
           05  WS-CYCLE-OPEN-SW        PIC X(01) VALUE "N".
               88  WS-CYCLE-ALREADY-OPEN VALUE "Y".
           05  WS-RUNC-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-RUNC-FOUND       VALUE "Y".
           05  WS-STOPPED-SW           PIC X(01) VALUE "N".
               88  WS-CHAIN-STOPPED    VALUE "Y".
           05  WS-BAD-ARG-SW           PIC X(01) VALUE "N".
               88  WS-BAD-ARG          VALUE "Y".

       01  WS-ARG-FIELDS.
           05  WS-ARG-SEGMENTS         PIC X(20) VALUE SPACES.
           05  WS-ARG-DATE             PIC X(08) VALUE SPACES.
           05  WS-ARG-OPERATOR         PIC X(08) VALUE SPACES.

      *        THE SEGMENTS THIS NIGHT RUNS, IN ARGUMENT
      *        ORDER.
       01  WS-SEGMENT-TABLE.
           05  WS-SEG-COUNT            PIC 9(02) VALUE ZERO.
           05  WS-SEG-IDX              PIC 9(02).
           05  WS-SEG-POS              PIC 9(02).
           05  WS-SEG-TEXT             PIC X(02).
           05  WS-SEG-ENTRY OCCURS 10 TIMES.
               10  WS-SEG-ID           PIC 9(02).

      *        THE NIGHT'S CHAIN, BUILT UP FRONT FROM THE
      *        SEGMENT LIST - SEVEN GLOBAL STEPS PLUS THREE
      *        PER SEGMENT.  WS-STEP-PROGRAM IS THE LOAD
      *        MODULE THE STEP RUNS; WS-STEP-ARGS ITS
      *        COMMAND-LINE ARGUMENTS.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT           PIC 9(02) VALUE ZERO.
           05  WS-STEP-IDX             PIC 9(02).
           05  WS-STEP-ENTRY OCCURS 40 TIMES.
               10  WS-STEP-ID          PIC X(08).
               10  WS-STEP-SEGMENT     PIC 9(02).
               10  WS-STEP-PROGRAM     PIC X(08).
               10  WS-STEP-ARGS        PIC X(40).

       01  WS-NEW-STEP.
           05  WS-NEW-STEP-ID          PIC X(08).
           05  WS-NEW-STEP-SEGMENT     PIC 9(02).
           05  WS-NEW-STEP-PROGRAM     PIC X(08).
           05  WS-NEW-STEP-ARGS        PIC X(40).

       01  WS-DATE-FIELDS.
           05  WS-TODAY                PIC X(08).
           05  WS-BUSINESS-DATE        PIC X(08).
           05  WS-PREV-DATE-N          PIC 9(08) VALUE ZERO.
           05  WS-NEXT-DATE-N          PIC 9(08) VALUE ZERO.
           05  WS-DATE-INT             PIC 9(08) VALUE ZERO.

      *        THE COMMAND HANDED TO THE SYSTEM INTERFACE AND
      *        THE WAIT STATUS IT HANDS BACK - THE STEP'S OWN
      *        RETURN CODE TIMES 256, OR A NONZERO REMAINDER
      *        WHEN THE STEP WAS KILLED BEFORE IT COULD SET
      *        ONE.
       01  WS-COMMAND-FIELDS.
           05  WS-COMMAND              PIC X(80).
           05  WS-SYSTEM-STATUS        PIC S9(09) COMP.
           05  WS-STATUS-QUOTIENT      PIC S9(09) COMP.
           05  WS-STATUS-REMAINDER     PIC S9(09) COMP.
           05  WS-STEP-RC              PIC 9(04) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-RUN-COUNT            PIC 9(04) VALUE ZERO.
           05  WS-SKIP-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-FAIL-COUNT           PIC 9(04) VALUE ZERO.
           05  WS-NOT-RUN-COUNT        PIC 9(04) VALUE ZERO.

       01  WS-STOP-FIELDS.
           05  WS-STOP-STEP-ID         PIC X(08) VALUE SPACES.
           05  WS-STOP-SEGMENT         PIC 9(02) VALUE ZERO.
           05  WS-STOP-RC              PIC 9(04) VALUE ZERO.

       01  WS-REPORT-FIELDS.
           05  WS-RPT-STATUS-TEXT      PIC X(08).
           05  WS-RPT-SEQ              PIC 9(02).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RUN-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               OR WS-CHAIN-STOPPED
           PERFORM 8000-WRITE-STEP-SUMMARY
           PERFORM 9000-TERMINATE
           IF WS-CHAIN-STOPPED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 1010-GET-REQUEST-ARGS
           PERFORM 1020-PARSE-SEGMENT-LIST
           IF WS-BAD-ARG
               DISPLAY "NUMNIGHT: ABORT - SEGMENT LIST "
                   WS-ARG-SEGMENTS " IS NOT TWO-DIGIT SEGMENT "
                   "IDS (UP TO TEN)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SEG-COUNT > 1
               DISPLAY "NUMNIGHT: ABORT - SEGMENT LIST "
                   WS-ARG-SEGMENTS " NAMES " WS-SEG-COUNT
                   " SEGMENTS - THE NIGHT'S NUMTRANS BATCH CAN "
                   "ONLY BE ISSUED UNDER ONE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-RESOLVE-BUSINESS-DATE
           PERFORM 1200-BUILD-STEP-TABLE
           OPEN I-O RUNC-FILE
           IF WS-RUNC-STATUS = "35"
               OPEN OUTPUT RUNC-FILE
               CLOSE RUNC-FILE
               OPEN I-O RUNC-FILE
           END-IF
           DISPLAY "NUMNIGHT: NIGHTLY CYCLE FOR BUSINESS DATE "
               WS-BUSINESS-DATE " - " WS-STEP-COUNT " STEPS, "
               WS-SEG-COUNT " SEGMENT(S)".

       1010-GET-REQUEST-ARGS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-SEGMENTS FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-SEGMENTS
           END-ACCEPT
           IF WS-ARG-SEGMENTS = SPACES
               MOVE "00" TO WS-ARG-SEGMENTS
           END-IF
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-DATE
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-OPERATOR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-OPERATOR
           END-ACCEPT
           IF WS-ARG-OPERATOR = SPACES
               MOVE "NUMNIGHT" TO WS-ARG-OPERATOR
           END-IF.

      *        THE LIST IS READ TWO CHARACTERS AT A TIME UP
      *        TO THE FIRST BLANK PAIR.  ANYTHING THAT IS NOT
      *        A TWO-DIGIT ID - OR AN ELEVENTH SEGMENT - IS
      *        REFUSED RATHER THAN GUESSED AT.
       1020-PARSE-SEGMENT-LIST.
           MOVE ZERO TO WS-SEG-COUNT
           PERFORM 1025-TAKE-SEGMENT
               VARYING WS-SEG-POS FROM 1 BY 2
               UNTIL WS-SEG-POS > 19 OR WS-BAD-ARG
               OR WS-ARG-SEGMENTS(WS-SEG-POS:2) = SPACES
           IF WS-SEG-COUNT = ZERO
               MOVE "Y" TO WS-BAD-ARG-SW
           END-IF.

       1025-TAKE-SEGMENT.
           MOVE WS-ARG-SEGMENTS(WS-SEG-POS:2) TO WS-SEG-TEXT
           IF WS-SEG-TEXT NOT NUMERIC
               MOVE "Y" TO WS-BAD-ARG-SW
           ELSE
               ADD 1 TO WS-SEG-COUNT
               MOVE WS-SEG-TEXT TO WS-SEG-ID(WS-SEG-COUNT)
           END-IF.

      *        THE NIGHT'S BUSINESS DATE.  AN OPEN CYCLE IS A
      *        NIGHT ALREADY UNDER WAY - RESUMED WHEN NO DATE
      *        IS GIVEN OR THE SAME DATE IS GIVEN, REFUSED
      *        WHEN ANOTHER DATE IS ASKED FOR.  WITH NO CYCLE
      *        OPEN THE DATE FOLLOWS NUMCYC'S OWN RULE, AND
      *        NUMCYC ITSELF STILL POLICES THE OPEN.
       1100-RESOLVE-BUSINESS-DATE.
           MOVE SPACES TO CYC-BUSINESS-DATE
           MOVE "C" TO CYC-STATUS-SW
           MOVE SPACES TO CYC-PREV-DATE
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-STATUS NOT = "35"
               MOVE 1 TO WS-CYCLE-RELKEY
               READ CYCLE-FILE
                   INVALID KEY
                       MOVE SPACES TO CYC-BUSINESS-DATE
                       MOVE "C" TO CYC-STATUS-SW
                       MOVE SPACES TO CYC-PREV-DATE
               END-READ
               CLOSE CYCLE-FILE
           END-IF
           IF WS-ARG-DATE NOT = SPACES AND WS-ARG-DATE NOT NUMERIC
               DISPLAY "NUMNIGHT: ABORT - DATE " WS-ARG-DATE
                   " IS NOT A YYYYMMDD DATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CYC-OPEN
               IF WS-ARG-DATE NOT = SPACES
                       AND WS-ARG-DATE NOT = CYC-BUSINESS-DATE
                   DISPLAY "NUMNIGHT: ABORT - BUSINESS DATE "
                       CYC-BUSINESS-DATE " IS STILL OPEN - "
                       "FINISH THAT NIGHT BEFORE RUNNING "
                       WS-ARG-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CYC-BUSINESS-DATE TO WS-BUSINESS-DATE
               MOVE "Y" TO WS-CYCLE-OPEN-SW
           ELSE
               IF WS-ARG-DATE NOT = SPACES
                   MOVE WS-ARG-DATE TO WS-BUSINESS-DATE
               ELSE
                   IF CYC-PREV-DATE NUMERIC
                       MOVE CYC-PREV-DATE TO WS-PREV-DATE-N
                       COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE(WS-PREV-DATE-N)
                           + 1
                       MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                           TO WS-NEXT-DATE-N
                       MOVE WS-NEXT-DATE-N TO WS-BUSINESS-DATE
                   ELSE
                       MOVE WS-TODAY TO WS-BUSINESS-DATE
                   END-IF
               END-IF
           END-IF.

       1200-BUILD-STEP-TABLE.
           MOVE ZERO TO WS-STEP-COUNT
           MOVE ZERO TO WS-NEW-STEP-SEGMENT
           MOVE "CYCOPEN " TO WS-NEW-STEP-ID
           MOVE "numcyc" TO WS-NEW-STEP-PROGRAM
           MOVE SPACES TO WS-NEW-STEP-ARGS
           STRING "O " WS-BUSINESS-DATE " " WS-ARG-OPERATOR
               DELIMITED BY SIZE INTO WS-NEW-STEP-ARGS
           PERFORM 1210-ADD-STEP
           MOVE "NUMEDIT " TO WS-NEW-STEP-ID
           MOVE "numedit" TO WS-NEW-STEP-PROGRAM
           MOVE SPACES TO WS-NEW-STEP-ARGS
           PERFORM 1210-ADD-STEP
           PERFORM 1220-ADD-ISSUE-STEPS
               VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEG-COUNT
           MOVE ZERO TO WS-NEW-STEP-SEGMENT
           MOVE "NUMRECON" TO WS-NEW-STEP-ID
           MOVE "numrecon" TO WS-NEW-STEP-PROGRAM
           MOVE SPACES TO WS-NEW-STEP-ARGS
           PERFORM 1210-ADD-STEP
           PERFORM 1230-ADD-REPAIR-STEP
               VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > WS-SEG-COUNT
      *        THE SENDER IS ANSWERED ONCE EVERY SEGMENT HAS
      *        ISSUED AND EVERY DISPLACED PAYLOAD IS RE-HOMED,
      *        SO THE NUMBERS IT IS TOLD ARE THE ONES THAT
      *        STAND.
           MOVE ZERO TO WS-NEW-STEP-SEGMENT
           MOVE "NUMRESP " TO WS-NEW-STEP-ID
           MOVE "numresp" TO WS-NEW-STEP-PROGRAM
           MOVE SPACES TO WS-NEW-STEP-ARGS
           PERFORM 1210-ADD-STEP
           MOVE "NUMDELTA" TO WS-NEW-STEP-ID
           MOVE "numdelta" TO WS-NEW-STEP-PROGRAM
           MOVE SPACES TO WS-NEW-STEP-ARGS
           PERFORM 1210-ADD-STEP
           MOVE "NUMDCONF" TO WS-NEW-STEP-ID
           MOVE "numdconf" TO WS-NEW-STEP-PROGRAM
           MOVE SPACES TO WS-NEW-STEP-ARGS
           PERFORM 1210-ADD-STEP
           MOVE "CYCCLOSE" TO WS-NEW-STEP-ID
           MOVE "numcyc" TO WS-NEW-STEP-PROGRAM
           MOVE SPACES TO WS-NEW-STEP-ARGS
           STRING "C " WS-BUSINESS-DATE " " WS-ARG-OPERATOR
               DELIMITED BY SIZE INTO WS-NEW-STEP-ARGS
           PERFORM 1210-ADD-STEP.

       1210-ADD-STEP.
           ADD 1 TO WS-STEP-COUNT
           MOVE WS-NEW-STEP-ID TO WS-STEP-ID(WS-STEP-COUNT)
           MOVE WS-NEW-STEP-SEGMENT
               TO WS-STEP-SEGMENT(WS-STEP-COUNT)
           MOVE WS-NEW-STEP-PROGRAM
               TO WS-STEP-PROGRAM(WS-STEP-COUNT)
           MOVE WS-NEW-STEP-ARGS TO WS-STEP-ARGS(WS-STEP-COUNT).

      *        NUMBAL PROVES OUT THE RUN THAT JUST ENDED, SO
      *        EACH SEGMENT'S BALANCING STEP FOLLOWS ITS OWN
      *        NUMISSUE DIRECTLY.
       1220-ADD-ISSUE-STEPS.
           MOVE WS-SEG-ID(WS-SEG-IDX) TO WS-NEW-STEP-SEGMENT
           MOVE "NUMISSUE" TO WS-NEW-STEP-ID
           MOVE "numissue" TO WS-NEW-STEP-PROGRAM
           MOVE WS-SEG-ID(WS-SEG-IDX) TO WS-NEW-STEP-ARGS
           PERFORM 1210-ADD-STEP
           MOVE "NUMBAL  " TO WS-NEW-STEP-ID
           MOVE "numbal" TO WS-NEW-STEP-PROGRAM
           MOVE WS-SEG-ID(WS-SEG-IDX) TO WS-NEW-STEP-ARGS
           PERFORM 1210-ADD-STEP.

       1230-ADD-REPAIR-STEP.
           MOVE WS-SEG-ID(WS-SEG-IDX) TO WS-NEW-STEP-SEGMENT
           MOVE "NUMREPR " TO WS-NEW-STEP-ID
           MOVE "numrepr" TO WS-NEW-STEP-PROGRAM
           MOVE WS-SEG-ID(WS-SEG-IDX) TO WS-NEW-STEP-ARGS
           PERFORM 1210-ADD-STEP.

      *        ONE STEP OF THE CHAIN.  A STEP ALREADY COMPLETE
      *        FOR THIS BUSINESS DATE IS PASSED OVER - THAT IS
      *        THE RESTART.  OTHERWISE THE RUN-CONTROL RECORD
      *        GOES TO "R" BEFORE THE STEP STARTS, SO EVEN A
      *        DRIVER THAT DIES MID-STEP LEAVES A TRACE.
       2000-RUN-STEP.
           PERFORM 2100-READ-RUN-CONTROL
           IF WS-RUNC-FOUND AND RUNC-COMPLETE
               ADD 1 TO WS-SKIP-COUNT
               DISPLAY "NUMNIGHT: " WS-STEP-ID(WS-STEP-IDX)
                   " SEGMENT " WS-STEP-SEGMENT(WS-STEP-IDX)
                   " ALREADY COMPLETE - PASSED OVER"
           ELSE
               IF WS-STEP-ID(WS-STEP-IDX) = "CYCOPEN "
                       AND WS-CYCLE-ALREADY-OPEN
                   PERFORM 2400-ACCEPT-OPEN-CYCLE
               ELSE
                   PERFORM 2200-START-STEP
                   PERFORM 2300-EXECUTE-STEP
                   PERFORM 2500-END-STEP
               END-IF
           END-IF.

       2100-READ-RUN-CONTROL.
           MOVE WS-BUSINESS-DATE TO RUNC-BUSINESS-DATE
           MOVE WS-STEP-ID(WS-STEP-IDX) TO RUNC-STEP-ID
           MOVE WS-STEP-SEGMENT(WS-STEP-IDX) TO RUNC-SEGMENT-ID
           MOVE "N" TO WS-RUNC-FOUND-SW
           READ RUNC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RUNC-FOUND-SW
           END-READ
           IF NOT WS-RUNC-FOUND
               MOVE WS-BUSINESS-DATE TO RUNC-BUSINESS-DATE
               MOVE WS-STEP-ID(WS-STEP-IDX) TO RUNC-STEP-ID
               MOVE WS-STEP-SEGMENT(WS-STEP-IDX) TO RUNC-SEGMENT-ID
               MOVE SPACES TO RUNC-STATUS
               MOVE SPACES TO RUNC-START-DATE
               MOVE SPACES TO RUNC-START-TIME
               MOVE SPACES TO RUNC-END-DATE
               MOVE SPACES TO RUNC-END-TIME
               MOVE ZERO TO RUNC-RETURN-CODE
               MOVE ZERO TO RUNC-ATTEMPTS
           END-IF
           MOVE WS-STEP-IDX TO RUNC-STEP-SEQ.

       2200-START-STEP.
           MOVE "R" TO RUNC-STATUS
           ACCEPT RUNC-START-DATE FROM DATE YYYYMMDD
           ACCEPT RUNC-START-TIME FROM TIME
           MOVE SPACES TO RUNC-END-DATE
           MOVE SPACES TO RUNC-END-TIME
           MOVE ZERO TO RUNC-RETURN-CODE
           ADD 1 TO RUNC-ATTEMPTS
           MOVE WS-ARG-OPERATOR TO RUNC-OPERATOR-ID
           IF WS-RUNC-FOUND
               REWRITE RUNC-RECORD
           ELSE
               WRITE RUNC-RECORD
               MOVE "Y" TO WS-RUNC-FOUND-SW
           END-IF
           DISPLAY "NUMNIGHT: STARTING " WS-STEP-ID(WS-STEP-IDX)
               " SEGMENT " WS-STEP-SEGMENT(WS-STEP-IDX)
               " (ATTEMPT " RUNC-ATTEMPTS ")".

      *        THE WAIT STATUS CARRIES THE STEP'S RETURN CODE
      *        IN ITS HIGH-ORDER BYTE.  A NONZERO LOW-ORDER
      *        PART (KILLED BY A SIGNAL) OR A NEGATIVE STATUS
      *        (THE STEP COULD NOT BE STARTED AT ALL) HAS NO
      *        RETURN CODE TO REPORT AND IS TAKEN AS AN ABORT.
       2300-EXECUTE-STEP.
           MOVE SPACES TO WS-COMMAND
           STRING WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-STEP-ARGS(WS-STEP-IDX) DELIMITED BY SIZE
               INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE RETURN-CODE TO WS-SYSTEM-STATUS
           MOVE 0 TO RETURN-CODE
           IF WS-SYSTEM-STATUS < ZERO
               MOVE 16 TO WS-STEP-RC
           ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256
                   GIVING WS-STATUS-QUOTIENT
                   REMAINDER WS-STATUS-REMAINDER
               IF WS-STATUS-REMAINDER NOT = ZERO
                   MOVE 16 TO WS-STEP-RC
               ELSE
                   MOVE WS-STATUS-QUOTIENT TO WS-STEP-RC
               END-IF
           END-IF.

      *        THE CYCLE WAS OPENED BY HAND FOR THIS VERY
      *        DATE - RUNNING NUMCYC AGAIN WOULD ONLY BE
      *        REFUSED, SO THE OPEN STEP IS RECORDED DONE.
       2400-ACCEPT-OPEN-CYCLE.
           MOVE "C" TO RUNC-STATUS
           ACCEPT RUNC-START-DATE FROM DATE YYYYMMDD
           ACCEPT RUNC-START-TIME FROM TIME
           MOVE RUNC-START-DATE TO RUNC-END-DATE
           MOVE RUNC-START-TIME TO RUNC-END-TIME
           MOVE ZERO TO RUNC-RETURN-CODE
           MOVE WS-ARG-OPERATOR TO RUNC-OPERATOR-ID
           IF WS-RUNC-FOUND
               REWRITE RUNC-RECORD
           ELSE
               WRITE RUNC-RECORD
           END-IF
           ADD 1 TO WS-SKIP-COUNT
           DISPLAY "NUMNIGHT: CYCLE " WS-BUSINESS-DATE
               " IS ALREADY OPEN - OPEN STEP TAKEN AS DONE".

       2500-END-STEP.
           ACCEPT RUNC-END-DATE FROM DATE YYYYMMDD
           ACCEPT RUNC-END-TIME FROM TIME
           MOVE WS-STEP-RC TO RUNC-RETURN-CODE
           ADD 1 TO WS-RUN-COUNT
           IF WS-STEP-RC > 4
               MOVE "F" TO RUNC-STATUS
               ADD 1 TO WS-FAIL-COUNT
               MOVE "Y" TO WS-STOPPED-SW
               MOVE WS-STEP-ID(WS-STEP-IDX) TO WS-STOP-STEP-ID
               MOVE WS-STEP-SEGMENT(WS-STEP-IDX) TO WS-STOP-SEGMENT
               MOVE WS-STEP-RC TO WS-STOP-RC
               DISPLAY "NUMNIGHT: " WS-STEP-ID(WS-STEP-IDX)
                   " SEGMENT " WS-STEP-SEGMENT(WS-STEP-IDX)
                   " FAILED RC=" WS-STEP-RC " - CHAIN STOPPED"
           ELSE
               MOVE "C" TO RUNC-STATUS
               DISPLAY "NUMNIGHT: " WS-STEP-ID(WS-STEP-IDX)
                   " SEGMENT " WS-STEP-SEGMENT(WS-STEP-IDX)
                   " COMPLETE RC=" WS-STEP-RC
           END-IF
           REWRITE RUNC-RECORD.

      *        END-OF-NIGHT SUMMARY - EVERY STEP OF THE CHAIN
      *        AS THE RUN-CONTROL FILE NOW HOLDS IT, INCLUDING
      *        STEPS COMPLETED ON AN EARLIER ATTEMPT AND
      *        STEPS NOT YET REACHED.
       8000-WRITE-STEP-SUMMARY.
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "NUMNIGHT - NIGHTLY CYCLE STEP SUMMARY - "
               "BUSINESS DATE " WS-BUSINESS-DATE
               " - RUN DATE " WS-TODAY
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SQ STEP     SG STATUS   STARTED           "
               "ENDED             RC   TRIES OPERATOR"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8100-WRITE-STEP-LINE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-CHAIN-STOPPED
               STRING "CHAIN STOPPED AT " WS-STOP-STEP-ID
                   " SEGMENT " WS-STOP-SEGMENT
                   " RC=" WS-STOP-RC
                   " - CORRECT THE CAUSE AND RERUN NUMNIGHT TO "
                   "RESUME FROM THAT STEP"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "CHAIN COMPLETE FOR BUSINESS DATE "
                   WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           DISPLAY "NUMNIGHT: " RPT-LINE(1:100)
           MOVE SPACES TO RPT-LINE
           STRING "STEPS=" WS-STEP-COUNT
               " RUN THIS ATTEMPT=" WS-RUN-COUNT
               " PASSED OVER=" WS-SKIP-COUNT
               " FAILED=" WS-FAIL-COUNT
               " NOT RUN=" WS-NOT-RUN-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE RPT-FILE.

       8100-WRITE-STEP-LINE.
           PERFORM 2100-READ-RUN-CONTROL
           MOVE WS-STEP-IDX TO WS-RPT-SEQ
           IF NOT WS-RUNC-FOUND
               MOVE "NOT RUN " TO WS-RPT-STATUS-TEXT
               ADD 1 TO WS-NOT-RUN-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN RUNC-COMPLETE
                       MOVE "COMPLETE" TO WS-RPT-STATUS-TEXT
                   WHEN RUNC-FAILED
                       MOVE "FAILED  " TO WS-RPT-STATUS-TEXT
                   WHEN RUNC-RUNNING
                       MOVE "RUNNING " TO WS-RPT-STATUS-TEXT
                   WHEN OTHER
                       MOVE "NOT RUN " TO WS-RPT-STATUS-TEXT
                       ADD 1 TO WS-NOT-RUN-COUNT
               END-EVALUATE
           END-IF
           MOVE SPACES TO RPT-LINE
           IF WS-RUNC-FOUND AND RUNC-STATUS NOT = SPACES
               STRING WS-RPT-SEQ " "
                   WS-STEP-ID(WS-STEP-IDX) " "
                   WS-STEP-SEGMENT(WS-STEP-IDX) " "
                   WS-RPT-STATUS-TEXT " "
                   RUNC-START-DATE " " RUNC-START-TIME " "
                   RUNC-END-DATE " " RUNC-END-TIME " "
                   RUNC-RETURN-CODE " "
                   RUNC-ATTEMPTS "   "
                   RUNC-OPERATOR-ID
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING WS-RPT-SEQ " "
                   WS-STEP-ID(WS-STEP-IDX) " "
                   WS-STEP-SEGMENT(WS-STEP-IDX) " "
                   WS-RPT-STATUS-TEXT
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       9000-TERMINATE.
           CLOSE RUNC-FILE.
