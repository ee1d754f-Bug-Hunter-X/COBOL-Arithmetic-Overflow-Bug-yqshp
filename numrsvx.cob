      *    - LIVE BLOCKS WHOSE RSVL-EXPIRY-DATE HAS PASSED
      *      ARE RETIRED (STATUS "E").
      *
      *  NUMISSUE'S SKIP CHECK, NUMRECON'S ACCOUNTED-FOR
      *  LOGIC, NUMREPR AND NUMRESV ALL TREAT RELEASED AND
      *  EXPIRED BLOCKS AS FREE, SO THE NUMBERS BECOME
      *  ISSUABLE AGAIN.
      *
      *  NUMRESVL IS INDEXED (SEE RESVREC.CPY), SO EACH
      *  STATUS CHANGE IS A REWRITE OF THE ONE RECORD IN
      *  PLACE: A RELEASE READS ITS BLOCK DIRECTLY BY
      *  SEGMENT AND BLOCK START, AND THE EXPIRY PASS READS
      *  THE FILE ONCE IN KEY ORDER.  NOTHING ELSE ON THE
      *  FILE IS TOUCHED, AND A RERUN AFTER AN ABEND SIMPLY
      *  FINDS THE BLOCKS ALREADY RETIRED.
      *
      *  A RELEASE TRANSACTION THAT MATCHES NO LIVE BLOCK
      *  IS REPORTED AND COUNTED; THE STEP ENDS WITH RETURN
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESV-FILE ASSIGN TO "NUMRESVL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSVL-KEY
               ALTERNATE RECORD KEY IS RSVL-STATUS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RESV-STATUS.

           SELECT RSVT-FILE ASSIGN TO "NUMRSVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSVT-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "NUMCYCLE"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
       FD  RSVT-FILE.
           COPY rsvtrec.

       FD  CYCLE-FILE.
           COPY cyclrec.

       01  WS-STATUS-FIELDS.
           05  WS-RESV-STATUS          PIC X(02) VALUE "00".
           05  WS-RSVT-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-RESV-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RESV-EOF         VALUE "Y".
           05  WS-RSVT-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RSVT-EOF         VALUE "Y".
           05  WS-HAVE-RESV-FILE-SW    PIC X(01) VALUE "N".
               88  WS-HAVE-RESV-FILE   VALUE "Y".
           05  WS-MATCH-FOUND-SW       PIC X(01) VALUE "N".
               88  WS-MATCH-FOUND      VALUE "Y".

           05  WS-CYCLE-RELKEY         PIC 9(04) VALUE 1.
           05  WS-CYCLE-DATE           PIC X(08).

       01  WS-COUNTERS.
           05  WS-RSVT-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-READ-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-RELEASED-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-EXPIRED-COUNT        PIC 9(09) VALUE ZERO.
       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-RELEASE
               UNTIL WS-RSVT-EOF
           PERFORM 2500-START-EXPIRY-PASS
           PERFORM 3000-JUDGE-EXPIRY
               UNTIL WS-RESV-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1200-GET-CYCLE-DATE
           MOVE WS-CYCLE-DATE TO WS-RUN-DATE
           OPEN I-O RESV-FILE
           IF WS-RESV-STATUS = "35"
               MOVE "Y" TO WS-RESV-EOF-SW
               DISPLAY "NUMRSVX: NO NUMRESVL RESERVATION FILE "
                   "PRESENT - NOTHING TO RETIRE"
           ELSE
               MOVE "Y" TO WS-HAVE-RESV-FILE-SW
           END-IF
           OPEN INPUT RSVT-FILE
           IF WS-RSVT-STATUS = "35"
               MOVE "Y" TO WS-RSVT-EOF-SW
           ELSE
               PERFORM 2100-READ-RELEASE-TRANS
           END-IF.

      *        A RELEASE NAMES THE REQUESTOR, SEGMENT AND
      *        BLOCK START - THE SEGMENT AND START ARE THE
      *        RECORD KEY, SO THE BLOCK IS READ DIRECTLY, AND
      *        IT IS RELEASED ONLY WHEN IT IS LIVE AND BELONGS
      *        TO THE NAMED REQUESTOR.
       2000-APPLY-RELEASE.
           ADD 1 TO WS-RSVT-COUNT
           MOVE "N" TO WS-MATCH-FOUND-SW
           IF WS-HAVE-RESV-FILE
               MOVE RSVT-SEGMENT-ID TO RSVL-SEGMENT-ID
               MOVE RSVT-BLOCK-START TO RSVL-BLOCK-START
               READ RESV-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RSVL-LIVE
                               AND RSVL-REQUESTOR-ID
                                   = RSVT-REQUESTOR-ID
                           MOVE "Y" TO WS-MATCH-FOUND-SW
                       END-IF
               END-READ
           END-IF
           IF WS-MATCH-FOUND
               MOVE "R" TO RSVL-STATUS
               REWRITE RSVL-RECORD
               ADD 1 TO WS-RELEASED-COUNT
               DISPLAY "NUMRSVX: RELEASED BLOCK "
                   RSVL-BLOCK-START " - " RSVL-BLOCK-END
                   " SEGMENT " RSVL-SEGMENT-ID
                   " FOR " RSVL-REQUESTOR-ID
           ELSE
               ADD 1 TO WS-UNMATCHED-COUNT
               DISPLAY "NUMRSVX: RELEASE NOT HONORED - NO LIVE "
                   "BLOCK FOR " RSVT-REQUESTOR-ID
                   " SEGMENT " RSVT-SEGMENT-ID
                   " START " RSVT-BLOCK-START
           END-IF
           PERFORM 2100-READ-RELEASE-TRANS.

       2100-READ-RELEASE-TRANS.
           READ RSVT-FILE
               AT END
                   MOVE "Y" TO WS-RSVT-EOF-SW
           END-READ.

      *        THE RELEASES LEFT THE FILE POSITIONED WHEREVER
      *        THE LAST ONE READ - THE EXPIRY PASS STARTS FROM
      *        THE LOWEST KEY.
       2500-START-EXPIRY-PASS.
           IF WS-HAVE-RESV-FILE
               MOVE ZERO TO RSVL-SEGMENT-ID
               MOVE ZERO TO RSVL-BLOCK-START
               START RESV-FILE KEY IS NOT LESS THAN RSVL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RESV-EOF-SW
               END-START
           END-IF.

      *        ONE PASS IN KEY ORDER OVER EVERY BLOCK ON FILE
      *        ONCE THE RELEASES ARE IN - A LIVE BLOCK WHOSE
      *        EXPIRY DATE HAS PASSED IS RETIRED IN PLACE.  A
      *        BLOCK RELEASED ABOVE IS NO LONGER LIVE AND IS
      *        LEFT ALONE.
       3000-JUDGE-EXPIRY.
           READ RESV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RESV-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF RSVL-LIVE
                           AND RSVL-EXPIRY-DATE NUMERIC
                           AND WS-RUN-DATE > RSVL-EXPIRY-DATE
                       PERFORM 3100-RETIRE-EXPIRED-BLOCK
                   END-IF
           END-READ.

       3100-RETIRE-EXPIRED-BLOCK.
           MOVE "E" TO RSVL-STATUS
           REWRITE RSVL-RECORD
           ADD 1 TO WS-EXPIRED-COUNT
           DISPLAY "NUMRSVX: EXPIRED BLOCK "
               RSVL-BLOCK-START " - " RSVL-BLOCK-END
               " SEGMENT " RSVL-SEGMENT-ID
               " FOR " RSVL-REQUESTOR-ID
               " (EXPIRY " RSVL-EXPIRY-DATE ")".

      *        BUSINESS-DATE CYCLE CALENDAR (SEE
      *        CYCLREC.CPY) - WHEN OPERATIONS RUNS A NUMCYCLE
      *        FILE, EVERY DATE THIS RUN STAMPS IS THE OPEN
           END-IF.

       9000-TERMINATE.
           IF WS-HAVE-RESV-FILE
               CLOSE RESV-FILE
           END-IF
           IF WS-RSVT-STATUS NOT = "35"
               CLOSE RSVT-FILE
           END-IF
           COMPUTE WS-KEPT-COUNT =
               WS-READ-COUNT - WS-RELEASED-COUNT - WS-EXPIRED-COUNT
           DISPLAY "NUMRSVX: RELEASES READ     = " WS-RSVT-COUNT
           DISPLAY "NUMRSVX: RESERVATIONS READ = " WS-READ-COUNT
           DISPLAY "NUMRSVX: BLOCKS RELEASED   = " WS-RELEASED-COUNT
           DISPLAY "NUMRSVX: BLOCKS EXPIRED    = " WS-EXPIRED-COUNT
           IF WS-UNMATCHED-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
