      *****************************************************
      *  NUMCONV5 - ONE-TIME CUTOVER CONVERSION FOR THE
      *  INDEXED RESERVATION FILE.  NUMRESVL WAS A LINE
      *  SEQUENTIAL APPEND-ONLY LOG (RESVREC0 LAYOUT) THAT
      *  EVERY READER LOADED WHOLE INTO A 500-ENTRY TABLE;
      *  IT IS NOW AN INDEXED FILE KEYED BY SEGMENT AND
      *  BLOCK START (SEE RESVREC.CPY), AND THE NUMRESVA
      *  ARCHIVE CARRIES THE NEW RECORD IMAGE.  RUN ONCE, AS
      *  A ONE-OFF BATCH STEP, BEFORE THE FIRST RUN UNDER
      *  THE NEW LAYOUT.
      *
      *  INPUT  - OLD-RESV-FILE, ASSIGNED "NUMRESVO", THE
      *           OLD RESERVATION LOG.  OPERATIONS MUST COPY
      *           THE PRODUCTION NUMRESVL TO NUMRESVO BEFORE
      *           RUNNING THIS STEP.
      *         - OLD-RESVA-FILE, ASSIGNED "NUMRESVAO", THE
      *           OLD RESERVATION LOG ARCHIVE, COPIED FROM
      *           THE PRODUCTION NUMRESVA THE SAME WAY.
      *           AN ABSENT INPUT JUST MEANS THE SHOP NEVER
      *           BUILT THAT FILE - NOTHING TO CONVERT.
      *  OUTPUT - RESV-FILE, ASSIGNED "NUMRESVL", LOADED
      *           WITH EVERY OLD RESERVATION.  A RECORD
      *           APPENDED BEFORE THE EXPIRY AND STATUS
      *           FIELDS EXISTED (SHORT, READ BACK WITH
      *           SPACES IN THEM) IS LOADED AS A LIVE BLOCK
      *           WITH NO EXPIRY - EXACTLY HOW EVERY PROGRAM
      *           TREATED IT BEFORE THE CUTOVER.
      *         - RESVA-FILE, ASSIGNED "NUMRESVA", REBUILT
      *           WITH EACH ARCHIVED RESERVATION IN THE NEW
      *           LAYOUT, CONVERTED THE SAME WAY.
      *
      *  THE OLD LOG IS IN THE ORDER THE BLOCKS WERE
      *  RESERVED.  A LATER BLOCK CAN START ON THE SAME
      *  NUMBER AS AN EARLIER ONE THAT WAS RELEASED OR HAD
      *  EXPIRED; IT TAKES THE KEY AND THE REST OF THE
      *  RETIRED BLOCK IS KEPT AS A RECORD OF ITS OWN, THE
      *  RULE NUMRESV APPLIES (SEE RESVREC.CPY).  A SECOND
      *  BLOCK ON THE START OF A LIVE ONE SHOULD NEVER HAVE
      *  BEEN RESERVED - IT IS LISTED AND LEFT OFF THE NEW
      *  FILE, AND THE STEP ENDS WITH RETURN CODE 8 SO
      *  OPERATIONS RESOLVE IT BEFORE THE CUTOVER STANDS.
      *  SO IS AN OLD RECORD WHOSE SEGMENT OR BLOCK BOUNDS
      *  ARE NOT NUMERIC.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMCONV5.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-RESV-FILE ASSIGN TO "NUMRESVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT RESV-FILE ASSIGN TO "NUMRESVL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSVL-KEY
               ALTERNATE RECORD KEY IS RSVL-STATUS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RESV-STATUS.

           SELECT OLD-RESVA-FILE ASSIGN TO "NUMRESVAO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-RESVA-STATUS.

           SELECT RESVA-FILE ASSIGN TO "NUMRESVA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESVA-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-RESV-FILE.
           COPY resvrec0.

       FD  RESV-FILE.
           COPY resvrec.

      *        THE OLD ARCHIVE HOLDS OLD LOG IMAGES, SO EACH
      *        ONE IS MOVED INTO THE OLD LOG RECORD AREA ABOVE
      *        AND CONVERTED THROUGH IT BY NAME.
       FD  OLD-RESVA-FILE.
       01  OLD-RESVA-RECORD            PIC X(132).

       FD  RESVA-FILE.
       01  RESVA-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-OLD-STATUS           PIC X(02) VALUE "00".
           05  WS-RESV-STATUS          PIC X(02) VALUE "00".
           05  WS-OLD-RESVA-STATUS     PIC X(02) VALUE "00".
           05  WS-RESVA-STATUS         PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-RESV-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RESV-EOF         VALUE "Y".
           05  WS-RESVA-EOF-SW         PIC X(01) VALUE "N".
               88  WS-RESVA-EOF        VALUE "Y".
           05  WS-OLD-USABLE-SW        PIC X(01) VALUE "N".
               88  WS-OLD-USABLE       VALUE "Y".

       01  WS-COUNTERS.
           05  WS-RESV-CONV-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-RESV-REPLACED-COUNT  PIC 9(09) VALUE ZERO.
           05  WS-RESV-REJECT-COUNT    PIC 9(09) VALUE ZERO.
           05  WS-RESVA-CONV-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-RESVA-REJECT-COUNT   PIC 9(09) VALUE ZERO.

      *        THE CONVERTED RECORD IS HELD HERE WHILE THE
      *        RECORD ALREADY FILED UNDER ITS KEY IS READ INTO
      *        THE RECORD AREA.
       01  WS-NEW-RSVL-RECORD          PIC X(64).
       01  WS-OLD-RSVL-RECORD          PIC X(64).
       01  WS-NEW-BLOCK-END            PIC 9(09).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-NEXT-RESV
               UNTIL WS-RESV-EOF
           PERFORM 3000-CONVERT-NEXT-RESVA
               UNTIL WS-RESVA-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT OLD-RESV-FILE
           IF WS-OLD-STATUS = "35"
               MOVE "Y" TO WS-RESV-EOF-SW
           ELSE
               OPEN OUTPUT RESV-FILE
               CLOSE RESV-FILE
               OPEN I-O RESV-FILE
               PERFORM 2100-READ-OLD-RESV
           END-IF
           OPEN INPUT OLD-RESVA-FILE
           IF WS-OLD-RESVA-STATUS = "35"
               MOVE "Y" TO WS-RESVA-EOF-SW
           ELSE
               OPEN OUTPUT RESVA-FILE
               PERFORM 3100-READ-OLD-RESVA
           END-IF.

       2000-CONVERT-NEXT-RESV.
           PERFORM 5000-CONVERT-RESV-IMAGE
           IF WS-OLD-USABLE
               WRITE RSVL-RECORD
                   INVALID KEY
                       PERFORM 2200-FILE-OVER-EARLIER-BLOCK
                   NOT INVALID KEY
                       ADD 1 TO WS-RESV-CONV-COUNT
               END-WRITE
           ELSE
               DISPLAY "NUMCONV5: NOT CONVERTED - BAD NUMRESVO "
                   "RECORD " OLD0-RSVL-RECORD
               ADD 1 TO WS-RESV-REJECT-COUNT
           END-IF
           PERFORM 2100-READ-OLD-RESV.

       2100-READ-OLD-RESV.
           READ OLD-RESV-FILE
               AT END
                   MOVE "Y" TO WS-RESV-EOF-SW
           END-READ.

      *        THE KEY IS ALREADY FILED.  A RETIRED BLOCK
      *        GIVES WAY TO THE LATER ONE AND KEEPS ANY TAIL
      *        PAST ITS END; A LIVE ONE STANDS AND THE LATER
      *        BLOCK IS LISTED FOR OPERATIONS.
       2200-FILE-OVER-EARLIER-BLOCK.
           MOVE RSVL-RECORD TO WS-NEW-RSVL-RECORD
           READ RESV-FILE
               INVALID KEY
                   MOVE SPACES TO RSVL-STATUS
           END-READ
           MOVE RSVL-RECORD TO WS-OLD-RSVL-RECORD
           IF RSVL-RELEASED OR RSVL-EXPIRED
               MOVE WS-NEW-RSVL-RECORD TO RSVL-RECORD
               REWRITE RSVL-RECORD
               ADD 1 TO WS-RESV-CONV-COUNT
               ADD 1 TO WS-RESV-REPLACED-COUNT
               PERFORM 2300-KEEP-RETIRED-REMNANT
           ELSE
               DISPLAY "NUMCONV5: NOT CONVERTED - BLOCK "
                   OLD0-RSVL-BLOCK-START "-" OLD0-RSVL-BLOCK-END
                   " SEGMENT " OLD0-RSVL-SEGMENT-ID
                   " STARTS ON A LIVE BLOCK"
               ADD 1 TO WS-RESV-REJECT-COUNT
           END-IF.

       2300-KEEP-RETIRED-REMNANT.
           MOVE RSVL-BLOCK-END TO WS-NEW-BLOCK-END
           MOVE WS-OLD-RSVL-RECORD TO RSVL-RECORD
           IF RSVL-BLOCK-END > WS-NEW-BLOCK-END
               COMPUTE RSVL-BLOCK-START = WS-NEW-BLOCK-END + 1
               WRITE RSVL-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       3000-CONVERT-NEXT-RESVA.
           MOVE OLD-RESVA-RECORD TO OLD0-RSVL-RECORD
           PERFORM 5000-CONVERT-RESV-IMAGE
           IF WS-OLD-USABLE
               MOVE RSVL-RECORD TO RESVA-RECORD
               WRITE RESVA-RECORD
               ADD 1 TO WS-RESVA-CONV-COUNT
           ELSE
               DISPLAY "NUMCONV5: NOT CONVERTED - BAD NUMRESVAO "
                   "RECORD " OLD0-RSVL-RECORD
               ADD 1 TO WS-RESVA-REJECT-COUNT
           END-IF
           PERFORM 3100-READ-OLD-RESVA.

       3100-READ-OLD-RESVA.
           READ OLD-RESVA-FILE
               AT END
                   MOVE "Y" TO WS-RESVA-EOF-SW
           END-READ.

      *        ANY STATUS OTHER THAN RELEASED OR EXPIRED -
      *        SPACES ON A SHORT RECORD INCLUDED - WAS A LIVE
      *        BLOCK TO EVERY PROGRAM THAT READ THE OLD LOG.
       5000-CONVERT-RESV-IMAGE.
           MOVE "N" TO WS-OLD-USABLE-SW
           IF OLD0-RSVL-SEGMENT-ID NUMERIC
                   AND OLD0-RSVL-BLOCK-START NUMERIC
                   AND OLD0-RSVL-BLOCK-END NUMERIC
               MOVE "Y" TO WS-OLD-USABLE-SW
           END-IF
           MOVE SPACES TO RSVL-RECORD
           IF WS-OLD-USABLE
               MOVE OLD0-RSVL-SEGMENT-ID TO RSVL-SEGMENT-ID
               MOVE OLD0-RSVL-SEGMENT-ID TO RSVL-STATUS-SEGMENT-ID
               MOVE OLD0-RSVL-BLOCK-START TO RSVL-BLOCK-START
               MOVE OLD0-RSVL-BLOCK-END TO RSVL-BLOCK-END
               MOVE OLD0-RSVL-DATE TO RSVL-DATE
               MOVE OLD0-RSVL-TIME TO RSVL-TIME
               MOVE OLD0-RSVL-REQUESTOR-ID TO RSVL-REQUESTOR-ID
               IF OLD0-RSVL-EXPIRY-DATE NUMERIC
                   MOVE OLD0-RSVL-EXPIRY-DATE TO RSVL-EXPIRY-DATE
               END-IF
               EVALUATE TRUE
                   WHEN OLD0-RSVL-RELEASED
                       MOVE "R" TO RSVL-STATUS
                   WHEN OLD0-RSVL-EXPIRED
                       MOVE "E" TO RSVL-STATUS
                   WHEN OTHER
                       MOVE "A" TO RSVL-STATUS
               END-EVALUATE
           END-IF.

       9000-TERMINATE.
           IF WS-OLD-STATUS NOT = "35"
               CLOSE OLD-RESV-FILE
               CLOSE RESV-FILE
           END-IF
           IF WS-OLD-RESVA-STATUS NOT = "35"
               CLOSE OLD-RESVA-FILE
               CLOSE RESVA-FILE
           END-IF
           DISPLAY "NUMCONV5: RESERVATIONS CONVERTED = "
               WS-RESV-CONV-COUNT
           DISPLAY "NUMCONV5: RETIRED BLOCKS REPLACED = "
               WS-RESV-REPLACED-COUNT
           DISPLAY "NUMCONV5: RESERVATIONS NOT CONVERTED = "
               WS-RESV-REJECT-COUNT
           DISPLAY "NUMCONV5: ARCHIVE RECORDS CONVERTED = "
               WS-RESVA-CONV-COUNT
           DISPLAY "NUMCONV5: ARCHIVE RECORDS NOT CONVERTED = "
               WS-RESVA-REJECT-COUNT
           IF WS-RESV-REJECT-COUNT > ZERO
                   OR WS-RESVA-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
