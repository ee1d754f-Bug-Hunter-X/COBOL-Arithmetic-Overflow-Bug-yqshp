               FILE STATUS IS WS-RPT-STATUS.

           SELECT RESV-FILE ASSIGN TO "NUMRESVL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSVL-KEY
               ALTERNATE RECORD KEY IS RSVL-STATUS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RESV-STATUS.

           SELECT HWM-FILE ASSIGN TO "NUMRECHWM"
               88  WS-MULTI-SEGMENT    VALUE "Y".
           05  WS-COLL-EOF-SW          PIC X(01) VALUE "N".
               88  WS-COLL-EOF         VALUE "Y".
           05  WS-HAVE-RESV-FILE-SW    PIC X(01) VALUE "N".
               88  WS-HAVE-RESV-FILE   VALUE "Y".
           05  WS-RESV-SEG-EOF-SW      PIC X(01) VALUE "N".
               88  WS-RESV-SEG-EOF     VALUE "Y".

       01  WS-COUNTERS.
           05  WS-CHECK-NUM            PIC 9(09) VALUE ZERO.
      *        SUBPROGRAM (SEE RESVREC.CPY) ARE HANDED TO
      *        OTHER APPLICATIONS AND NEVER WRITTEN TO
      *        NUMMAST, SO A NUMBER INSIDE ONE IS ACCOUNTED
      *        FOR, NOT A GAP.  BLOCKS HANDED BACK OR RETIRED
      *        BY THE NUMRSVX RELEASE/EXPIRY JOB ARE ACCOUNTED
      *        FOR TOO - THEIR NUMBERS PASSED THROUGH THE
      *        COUNTER WHEN THE BLOCK WAS CUT, SO THEY SIT
      *        BELOW THE HIGH-WATER MARK WITH NO MASTER
      *        RECORD, ISSUABLE AGAIN BUT NOT GAPS.
      *        THE GAP WALK RUNS UPWARD THROUGH EACH SEGMENT,
      *        SO THE SEGMENT'S NUMRESVL BLOCKS ARE READ IN
      *        BLOCK-START ORDER ALONGSIDE IT (SEE 1520 AND
      *        2055).  THESE FIELDS HOLD THE FURTHEST END
      *        REACHED BY ANY LIVE, AND ANY RETIRED, BLOCK
      *        STARTING AT OR BELOW THE MISSING NUMBER - THAT
      *        NUMBER IS INSIDE SUCH A BLOCK WHEN THE END IS
      *        NOT BELOW IT.  ZERO MEANS NO BLOCK YET; THE WALK
      *        NEVER CLASSIFIES NUMBER ZERO (SEE 0000).
       01  WS-RESERVATION-COVER.
           05  WS-LIVE-COVER-END       PIC 9(09) VALUE ZERO.
           05  WS-RETIRED-COVER-END    PIC 9(09) VALUE ZERO.

       01  WS-MASTER-WALK.
           05  WS-EXPECT-NUM           PIC 9(09) VALUE ZERO.
               MOVE "Y" TO WS-COLL-EOF-SW
           END-IF
           OPEN INPUT RESV-FILE
           IF WS-RESV-STATUS NOT = "35"
               MOVE "Y" TO WS-HAVE-RESV-FILE-SW
           END-IF
           OPEN I-O HWM-FILE
           IF WS-HWM-STATUS = "35"
               END-IF
           END-PERFORM.

       1500-CHECK-SEGMENT-GAPS.
           MOVE WS-SEG-LIST-ENTRY(WS-SEG-LIST-IDX) TO WS-CURRENT-SEG-ID
           PERFORM 1510-RESOLVE-SEGMENT-RANGE
           IF WS-SEG-LAST-NUM NOT < WS-SEG-FLOOR
               PERFORM 1520-POSITION-RESERVATIONS
               PERFORM 2000-WALK-SEGMENT-MASTER
           END-IF.

               END-READ
           END-IF.

      *        POSITIONS ON THE SEGMENT'S FIRST NUMRESVL BLOCK
      *        (KEY ORDER IS SEGMENT, THEN BLOCK START) AND
      *        CLEARS THE COVER ENDS LEFT BY THE LAST SEGMENT.
       1520-POSITION-RESERVATIONS.
           MOVE ZERO TO WS-LIVE-COVER-END
           MOVE ZERO TO WS-RETIRED-COVER-END
           MOVE "N" TO WS-RESV-SEG-EOF-SW
           IF WS-HAVE-RESV-FILE
               MOVE WS-CURRENT-SEG-ID TO RSVL-SEGMENT-ID
               MOVE ZERO TO RSVL-BLOCK-START
               START RESV-FILE KEY IS NOT LESS THAN RSVL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-RESV-SEG-EOF-SW
                   NOT INVALID KEY
                       PERFORM 1530-READ-NEXT-RESERVATION
               END-START
           ELSE
               MOVE "Y" TO WS-RESV-SEG-EOF-SW
           END-IF.

       1530-READ-NEXT-RESERVATION.
           READ RESV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RESV-SEG-EOF-SW
               NOT AT END
                   IF RSVL-SEGMENT-ID NOT = WS-CURRENT-SEG-ID
                       MOVE "Y" TO WS-RESV-SEG-EOF-SW
                   END-IF
           END-READ.

      *        SEQUENTIALLY WALKS THE NUMMAST RECORDS THAT FALL
      *        IN [WS-SEG-FLOOR, WS-SEG-LAST-NUM], STARTING
      *        POSITIONED AT THE FLOOR VIA START AND ADVANCING
           END-PERFORM.

      *        A NUMBER MISSING FROM NUMMAST IS EITHER INSIDE
      *        A LIVE NUMRESV RESERVATION (HANDED TO ANOTHER
      *        APPLICATION, ACCOUNTED FOR), INSIDE A RELEASED
      *        OR EXPIRED BLOCK (SKIPPED BY THE COUNTER WHILE
      *        THE BLOCK WAS LIVE, ISSUABLE AGAIN NOW -
      *        ACCOUNTED FOR), OR A TRUE GAP.  A LIVE BLOCK
      *        WINS WHERE A RETIRED ONE OVERLAPS IT.
       2050-CLASSIFY-MISSING-NUMBER.
           PERFORM 2055-TAKE-IN-RESERVATION
               UNTIL WS-RESV-SEG-EOF
               OR RSVL-BLOCK-START > WS-GAP-SCAN-NUM
           IF WS-LIVE-COVER-END NOT < WS-GAP-SCAN-NUM
               ADD 1 TO WS-RESERVED-COUNT
           ELSE
               IF WS-RETIRED-COVER-END NOT < WS-GAP-SCAN-NUM
                   ADD 1 TO WS-RELEASED-COUNT
               ELSE
                   ADD 1 TO WS-GAP-COUNT
               END-IF
           END-IF.

      *        EVERY BLOCK STARTING AT OR BELOW THE MISSING
      *        NUMBER IS TAKEN INTO THE COVER ENDS ONCE, IN
      *        KEY ORDER - THE WALK NEVER COMES BACK DOWN.
       2055-TAKE-IN-RESERVATION.
           IF RSVL-LIVE
               IF RSVL-BLOCK-END > WS-LIVE-COVER-END
                   MOVE RSVL-BLOCK-END TO WS-LIVE-COVER-END
               END-IF
           ELSE
               IF RSVL-BLOCK-END > WS-RETIRED-COVER-END
                   MOVE RSVL-BLOCK-END TO WS-RETIRED-COVER-END
               END-IF
           END-IF
           PERFORM 1530-READ-NEXT-RESERVATION.

       2100-WRITE-GAP-LINE.
           MOVE SPACES TO RPT-LINE
           CLOSE MASTER-FILE
           CLOSE COLL-FILE
           CLOSE HWM-FILE
           IF WS-HAVE-RESV-FILE
               CLOSE RESV-FILE
           END-IF
           CLOSE RPT-FILE.
