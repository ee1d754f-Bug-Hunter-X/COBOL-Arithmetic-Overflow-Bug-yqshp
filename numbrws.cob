      *****************************************************
      *  NUMBRWS - ONLINE NUMMAST BROWSE/INQUIRY SCREEN.
      *  LETS THE HELP DESK LOOK AT ISSUED NUMBERS THEMSELVES
      *  INSTEAD OF RUNNING NUMTRACE OR NUMLKUP AS BATCH
      *  STEPS AND READING A PRINTOUT.  THE SAME SCREEN
      *  SECTION CONVERSATION AS NUMINQ, BUT INQUIRY ONLY -
      *  EVERY FILE IS OPENED INPUT AND NOTHING IS EVER
      *  WRITTEN, SO IT CAN BE GIVEN TO OPERATORS WITHOUT
      *  MAINTAIN AUTHORITY.
      *
      *  THE PAGE SHOWS EIGHT MASTER RECORDS IN NUMBER ORDER
      *  WITHIN ONE SEGMENT - EACH NUMBER IN ITS CHECK-
      *  DIGITED FORM (SEE CKDLNK.CPY) WITH ITS STATUS,
      *  ISSUE DATE/TIME, JOB ID, SEGMENT AND WRAP FLAG, AND
      *  THE PAYLOAD ON THE LINE BELOW.  THE MENU CHOICES:
      *    (F)ORWARD / (B)ACK - PAGE THROUGH THE SEGMENT.
      *    (J)UMP      - GO STRAIGHT TO A NUMBER, KEYED IN
      *                  ITS CHECK-DIGITED FORM AS PRINTED ON
      *                  THE LABEL.  A DIGIT THAT DOES NOT
      *                  VERIFY IS REFUSED RATHER THAN SHOW
      *                  SOMEBODY ELSE'S RECORD.
      *    (R)EFERENCE - GO TO THE NUMBER ISSUED FOR A SOURCE
      *                  SYSTEM/REFERENCE, THROUGH THE NUMSRCX
      *                  CROSS-REFERENCE (SEE SRCXREF.CPY).
      *    (S)EGMENT   - BROWSE ANOTHER SEGMENT FROM THE TOP.
      *    (T)YPE      - SHOW ONLY ACTIVE, VOIDED OR ARCHIVED
      *                  RECORDS, OR ALL OF THEM AGAIN.
      *  A JUMP LANDS IN WHICHEVER SEGMENT'S NUMPARM RANGE
      *  HOLDS THE NUMBER, AND THE PAGE STARTS AT THE NUMBER
      *  (OR THE NEXT RECORD AFTER IT THAT THE TYPE FILTER
      *  LETS THROUGH).
      *
      *  A SEGMENT'S RANGE IS ITS NUMPARM SEGMENT-LOW TO
      *  SEGMENT-HIGH WHEN SEGMENTING IS ACTIVE, OTHERWISE
      *  ZERO TO PARM-MAX-NUM, THE SAME BOUNDS NUMISSUE
      *  ISSUES WITHIN.  NO NUMPARM RECORD MEANS THE WHOLE
      *  NUMBER RANGE.
      *
      *  ONE PAGE REQUEST LOOKS AT NO MORE THAN
      *  WS-BRW-SCAN-LIMIT MASTER SLOTS, SO A TYPE FILTER
      *  OVER A SPARSE STRETCH OF A LARGE SEGMENT CANNOT
      *  HANG THE TERMINAL - THE PAGE SHOWS WHAT WAS FOUND
      *  AND THE OPERATOR PAGES AGAIN TO CARRY ON.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMBRWS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "NUMMAST"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MAST-RELKEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT PARM-FILE ASSIGN TO "NUMPARM"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-PARM-RELKEY
               FILE STATUS IS WS-PARM-STATUS.

           SELECT SRCX-FILE ASSIGN TO "NUMSRCX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SRCX-KEY
               FILE STATUS IS WS-SRCX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY mastrec.

       FD  PARM-FILE.
           COPY numparm.

       FD  SRCX-FILE.
           COPY srcxref.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-MAST-STATUS          PIC X(02) VALUE "00".
           05  WS-PARM-STATUS          PIC X(02) VALUE "00".
           05  WS-SRCX-STATUS          PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
      *        NUMMAST IS KEYED NUMBER + 1 AND NUMPARM SEGMENT
      *        ID + 1, THE SAME ADDRESSING NUMISSUE USES.
           05  WS-MAST-RELKEY          PIC 9(10).
           05  WS-PARM-RELKEY          PIC 9(04).

       01  WS-SWITCHES.
           05  WS-DONE-SW              PIC X(01) VALUE "N".
               88  WS-DONE             VALUE "Y".
           05  WS-HAVE-PARM-SW         PIC X(01) VALUE "N".
               88  WS-HAVE-PARM        VALUE "Y".
           05  WS-HAVE-SRCX-SW         PIC X(01) VALUE "N".
               88  WS-HAVE-SRCX        VALUE "Y".
           05  WS-FILL-DONE-SW         PIC X(01) VALUE "N".
               88  WS-FILL-DONE        VALUE "Y".
           05  WS-AT-END-SW            PIC X(01) VALUE "N".
               88  WS-AT-END           VALUE "Y".
           05  WS-SCAN-LIMIT-SW        PIC X(01) VALUE "N".
               88  WS-SCAN-LIMIT-HIT   VALUE "Y".
           05  WS-FILTER-PASS-SW       PIC X(01) VALUE "N".
               88  WS-FILTER-PASS      VALUE "Y".
           05  WS-SEG-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-SEG-FOUND        VALUE "Y".

       01  WS-SCREEN-FIELDS.
           05  WS-SCR-SEGMENT-ID       PIC 9(02) VALUE ZERO.
           05  WS-SCR-SEG-LOW          PIC 9(09) VALUE ZERO.
           05  WS-SCR-SEG-HIGH         PIC 9(09) VALUE ZERO.
           05  WS-SCR-FILTER           PIC X(01) VALUE SPACE.
               88  WS-SCR-FILTER-ALL   VALUE SPACE.
               88  WS-SCR-FILTER-VALID VALUE SPACE "A" "V" "R".
           05  WS-SCR-FILTER-TEXT      PIC X(08) VALUE "ALL".
           05  WS-SCR-CHOICE           PIC X(01) VALUE SPACE.
           05  WS-SCR-KEYED-NUM        PIC X(10) VALUE SPACES.
           05  WS-SCR-SOURCE           PIC X(08) VALUE SPACES.
           05  WS-SCR-REF              PIC X(40) VALUE SPACES.
           05  WS-SCR-NEW-SEGMENT      PIC 9(02) VALUE ZERO.
           05  WS-SCR-NEW-FILTER       PIC X(01) VALUE SPACE.
           05  WS-SCR-MESSAGE          PIC X(60) VALUE SPACES.

      *        THE PAGE ON SCREEN - TWO LINES PER MASTER
      *        RECORD, EIGHT RECORDS A PAGE.
       01  WS-PAGE-AREA.
           05  WS-PAGE-COUNT           PIC 9(02) VALUE ZERO.
           05  WS-PAGE-MAX             PIC 9(02) VALUE 8.
           05  WS-PAGE-SUB             PIC 9(02) VALUE ZERO.
           05  WS-PAGE-LINE            PIC X(79) OCCURS 16 TIMES.

       01  WS-DETAIL-LINE-1.
           05  WS-DL1-NUM              PIC 9(09).
           05  WS-DL1-CHECK-DIGIT      PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL1-STATUS           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL1-ISSUE-DATE       PIC X(09).
           05  WS-DL1-ISSUE-TIME       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL1-JOB-ID           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL1-SEGMENT-ID       PIC 9(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL1-WRAP-SW          PIC X(01).

       01  WS-DETAIL-LINE-2.
           05  FILLER                  PIC X(12) VALUE
               "   PAYLOAD: ".
           05  WS-DL2-DATA             PIC X(50).

      *        BROWSE POSITION.  WS-BRW-PAGE-START IS WHERE
      *        THE PAGE ON SCREEN WAS FILLED FROM, AND
      *        WS-BRW-NEXT-FROM IS ONE PAST THE LAST SLOT THAT
      *        FILL LOOKED AT - WHERE (F)ORWARD CARRIES ON.
      *        THE BACKWARD WALK IS SIGNED BECAUSE A SEGMENT
      *        CAN START AT NUMBER ZERO.
       01  WS-BROWSE-FIELDS.
           05  WS-BRW-PAGE-START       PIC 9(09) VALUE ZERO.
           05  WS-BRW-NEXT-FROM        PIC 9(10) VALUE ZERO.
           05  WS-BRW-FROM-NUM         PIC 9(10) VALUE ZERO.
           05  WS-BRW-SAVE-START       PIC 9(09) VALUE ZERO.
           05  WS-BRW-WALK-NUM         PIC S9(10) VALUE ZERO.
           05  WS-BRW-WALK-MATCHES     PIC 9(02) VALUE ZERO.
           05  WS-BRW-SCAN-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-BRW-SCAN-LIMIT       PIC 9(09) VALUE 10000.
           05  WS-BRW-TARGET-NUM       PIC 9(09) VALUE ZERO.

       01  WS-SEGMENT-SEARCH.
           05  WS-SRCH-SEGMENT         PIC 9(03) VALUE ZERO.

           COPY ckdlnk.

       SCREEN SECTION.
       01  SCR-BROWSE-PAGE.
           05  BLANK SCREEN.
           05  FILLER LINE 1 COL 1
               VALUE "NUMBRWS - NUMMAST BROWSE (INQUIRY ONLY)".
           05  FILLER LINE 2 COL 1
               VALUE "SEGMENT: ".
           05  FILLER LINE 2 COL 10 PIC 9(02)
               FROM WS-SCR-SEGMENT-ID.
           05  FILLER LINE 2 COL 14
               VALUE "RANGE: ".
           05  FILLER LINE 2 COL 21 PIC 9(09)
               FROM WS-SCR-SEG-LOW.
           05  FILLER LINE 2 COL 31
               VALUE "TO".
           05  FILLER LINE 2 COL 34 PIC 9(09)
               FROM WS-SCR-SEG-HIGH.
           05  FILLER LINE 2 COL 46
               VALUE "SHOWING: ".
           05  FILLER LINE 2 COL 55 PIC X(08)
               FROM WS-SCR-FILTER-TEXT.
           05  FILLER LINE 4 COL 1
               VALUE "NUMBER      STATUS   ISSUED   TIME     JOB".
           05  FILLER LINE 4 COL 51
               VALUE "SEG WRAP".
           05  FILLER LINE 5 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(1).
           05  FILLER LINE 6 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(2).
           05  FILLER LINE 7 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(3).
           05  FILLER LINE 8 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(4).
           05  FILLER LINE 9 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(5).
           05  FILLER LINE 10 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(6).
           05  FILLER LINE 11 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(7).
           05  FILLER LINE 12 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(8).
           05  FILLER LINE 13 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(9).
           05  FILLER LINE 14 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(10).
           05  FILLER LINE 15 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(11).
           05  FILLER LINE 16 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(12).
           05  FILLER LINE 17 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(13).
           05  FILLER LINE 18 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(14).
           05  FILLER LINE 19 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(15).
           05  FILLER LINE 20 COL 1 PIC X(79)
               FROM WS-PAGE-LINE(16).
           05  FILLER LINE 21 COL 1
               VALUE "MESSAGE: ".
           05  FILLER LINE 21 COL 11 PIC X(60)
               FROM WS-SCR-MESSAGE.
           05  FILLER LINE 22 COL 1
               VALUE "(F)WD (B)ACK (J)UMP (R)EFERENCE (S)EGMENT ".
           05  FILLER LINE 22 COL 44
               VALUE "(T)YPE (X) EXIT: ".
           05  SCR-CHOICE LINE 22 COL 61 PIC X(01)
               TO WS-SCR-CHOICE.

       01  SCR-JUMP-PROMPT.
           05  FILLER LINE 23 COL 1
               VALUE "NUMBER WITH CHECK DIGIT (10 DIGITS): ".
           05  SCR-KEYED-NUM LINE 23 COL 38 PIC X(10)
               TO WS-SCR-KEYED-NUM.

       01  SCR-REFERENCE-PROMPT.
           05  FILLER LINE 23 COL 1
               VALUE "SOURCE SYSTEM: ".
           05  SCR-SOURCE LINE 23 COL 16 PIC X(08)
               TO WS-SCR-SOURCE.
           05  FILLER LINE 24 COL 1
               VALUE "REFERENCE:     ".
           05  SCR-REF LINE 24 COL 16 PIC X(40)
               TO WS-SCR-REF.

       01  SCR-SEGMENT-PROMPT.
           05  FILLER LINE 23 COL 1
               VALUE "ENTER SEGMENT ID (00-99): ".
           05  SCR-SEGMENT-ID LINE 23 COL 27 PIC 9(02)
               USING WS-SCR-NEW-SEGMENT.

       01  SCR-FILTER-PROMPT.
           05  FILLER LINE 23 COL 1
               VALUE "SHOW (A)CTIVE, (V)OIDED, A(R)CHIVED OR ".
           05  FILLER LINE 23 COL 40
               VALUE "BLANK FOR ALL: ".
           05  SCR-FILTER LINE 23 COL 55 PIC X(01)
               TO WS-SCR-NEW-FILTER.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BROWSE-CYCLE
               UNTIL WS-DONE
           PERFORM 9000-TERMINATE
           STOP RUN.

      *        NUMMAST IS REQUIRED - THERE IS NOTHING TO
      *        BROWSE WITHOUT IT.  NUMPARM AND NUMSRCX ARE
      *        OPTIONAL: NO NUMPARM MEANS AN UNSEGMENTED SHOP,
      *        AND NO NUMSRCX ONLY TAKES AWAY (R)EFERENCE.
       1000-INITIALIZE.
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS = "35"
               DISPLAY "NUMBRWS: NO NUMMAST MASTER FILE PRESENT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS NOT = "35"
               MOVE "Y" TO WS-HAVE-PARM-SW
           END-IF
           OPEN INPUT SRCX-FILE
           IF WS-SRCX-STATUS NOT = "35"
               MOVE "Y" TO WS-HAVE-SRCX-SW
           END-IF
           MOVE ZERO TO WS-SCR-SEGMENT-ID
           PERFORM 4100-LOAD-SEGMENT-RANGE
           MOVE WS-SCR-SEG-LOW TO WS-BRW-FROM-NUM
           PERFORM 5000-FILL-PAGE-FORWARD
           MOVE SPACES TO WS-SCR-MESSAGE.

       2000-BROWSE-CYCLE.
           DISPLAY SCR-BROWSE-PAGE
           ACCEPT SCR-CHOICE
           MOVE SPACES TO WS-SCR-MESSAGE
           EVALUATE WS-SCR-CHOICE
               WHEN "F"
               WHEN "f"
                   PERFORM 2100-PAGE-FORWARD
               WHEN "B"
               WHEN "b"
                   PERFORM 2200-PAGE-BACKWARD
               WHEN "J"
               WHEN "j"
                   PERFORM 3000-JUMP-TO-NUMBER
               WHEN "R"
               WHEN "r"
                   PERFORM 3200-JUMP-TO-REFERENCE
               WHEN "S"
               WHEN "s"
                   PERFORM 4000-SELECT-SEGMENT
               WHEN "T"
               WHEN "t"
                   PERFORM 4500-SELECT-FILTER
               WHEN "X"
               WHEN "x"
                   MOVE "Y" TO WS-DONE-SW
               WHEN OTHER
                   MOVE "INVALID CHOICE - ENTER F, B, J, R, S, T OR X"
                       TO WS-SCR-MESSAGE
           END-EVALUATE.

      *        AN EMPTY FORWARD PAGE LEAVES THE CURRENT PAGE
      *        ON SCREEN RATHER THAN BLANKING IT.
       2100-PAGE-FORWARD.
           IF WS-AT-END
               MOVE "END OF SEGMENT - NO MORE RECORDS FORWARD"
                   TO WS-SCR-MESSAGE
           ELSE
               MOVE WS-BRW-PAGE-START TO WS-BRW-SAVE-START
               MOVE WS-BRW-NEXT-FROM TO WS-BRW-FROM-NUM
               PERFORM 5000-FILL-PAGE-FORWARD
               IF WS-PAGE-COUNT = ZERO AND NOT WS-SCAN-LIMIT-HIT
                   MOVE WS-BRW-SAVE-START TO WS-BRW-FROM-NUM
                   PERFORM 5000-FILL-PAGE-FORWARD
                   MOVE "END OF SEGMENT - NO MORE RECORDS FORWARD"
                       TO WS-SCR-MESSAGE
               END-IF
           END-IF.

      *        WALK DOWN FROM THE TOP OF THE CURRENT PAGE TO
      *        FIND WHERE THE PREVIOUS PAGE STARTS, THEN FILL
      *        FORWARD FROM THERE.  FEWER THAN A PAGE OF
      *        RECORDS BELOW MEANS THE PREVIOUS PAGE IS THE
      *        TOP OF THE SEGMENT.
       2200-PAGE-BACKWARD.
           IF WS-BRW-PAGE-START NOT > WS-SCR-SEG-LOW
               MOVE "TOP OF SEGMENT - NO MORE RECORDS BACK"
                   TO WS-SCR-MESSAGE
           ELSE
               COMPUTE WS-BRW-WALK-NUM = WS-BRW-PAGE-START - 1
               MOVE ZERO TO WS-BRW-WALK-MATCHES
               MOVE ZERO TO WS-BRW-SCAN-COUNT
               MOVE WS-BRW-PAGE-START TO WS-BRW-SAVE-START
               PERFORM 2210-WALK-BACK-ONE-SLOT
                   UNTIL WS-BRW-WALK-NUM < WS-SCR-SEG-LOW
                      OR WS-BRW-WALK-MATCHES = WS-PAGE-MAX
                      OR WS-BRW-SCAN-COUNT NOT < WS-BRW-SCAN-LIMIT
               EVALUATE TRUE
                   WHEN WS-BRW-WALK-MATCHES = WS-PAGE-MAX
                       MOVE WS-BRW-SAVE-START TO WS-BRW-FROM-NUM
                       PERFORM 5000-FILL-PAGE-FORWARD
                   WHEN WS-BRW-WALK-NUM < WS-SCR-SEG-LOW
                       IF WS-BRW-WALK-MATCHES = ZERO
                           MOVE "TOP OF SEGMENT - NO MORE RECORDS BACK"
                               TO WS-SCR-MESSAGE
                       ELSE
                           MOVE WS-SCR-SEG-LOW TO WS-BRW-FROM-NUM
                           PERFORM 5000-FILL-PAGE-FORWARD
                       END-IF
                   WHEN OTHER
                       COMPUTE WS-BRW-FROM-NUM = WS-BRW-WALK-NUM + 1
                       PERFORM 5000-FILL-PAGE-FORWARD
                       MOVE "SCAN LIMIT REACHED - (B)ACK AGAIN"
                           TO WS-SCR-MESSAGE
               END-EVALUATE
           END-IF.

      *        WS-BRW-SAVE-START TRACKS THE LOWEST MATCHING
      *        NUMBER SEEN SO FAR ON THE WALK.
       2210-WALK-BACK-ONE-SLOT.
           COMPUTE WS-MAST-RELKEY = WS-BRW-WALK-NUM + 1
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 5100-CHECK-FILTER
                   IF WS-FILTER-PASS
                       ADD 1 TO WS-BRW-WALK-MATCHES
                       MOVE MAST-NUM TO WS-BRW-SAVE-START
                   END-IF
           END-READ
           ADD 1 TO WS-BRW-SCAN-COUNT
           SUBTRACT 1 FROM WS-BRW-WALK-NUM.

      *        THE NUMBER MUST BE KEYED IN ITS CHECK-DIGITED
      *        FORM AND MUST PROVE OUT (SEE CKDLNK.CPY).
       3000-JUMP-TO-NUMBER.
           MOVE SPACES TO WS-SCR-KEYED-NUM
           DISPLAY SCR-JUMP-PROMPT
           ACCEPT SCR-KEYED-NUM
           MOVE "V" TO CKD-FUNCTION
           MOVE WS-SCR-KEYED-NUM TO CKD-KEYED-NUMBER
           CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
           EVALUATE TRUE
               WHEN CKD-VALID
                   MOVE CKD-NUMBER TO WS-BRW-TARGET-NUM
                   PERFORM 3500-POSITION-AT-TARGET
               WHEN CKD-BAD-DIGIT
                   MOVE "CHECK DIGIT DOES NOT VERIFY - MIS-KEYED"
                       TO WS-SCR-MESSAGE
               WHEN OTHER
                   MOVE "ENTER ALL TEN DIGITS AS PRINTED"
                       TO WS-SCR-MESSAGE
           END-EVALUATE.

       3200-JUMP-TO-REFERENCE.
           IF NOT WS-HAVE-SRCX
               MOVE "NO NUMSRCX FILE - REFERENCE LOOKUP UNAVAILABLE"
                   TO WS-SCR-MESSAGE
           ELSE
               MOVE SPACES TO WS-SCR-SOURCE
               MOVE SPACES TO WS-SCR-REF
               DISPLAY SCR-REFERENCE-PROMPT
               ACCEPT SCR-SOURCE
               ACCEPT SCR-REF
               MOVE WS-SCR-SOURCE TO SRCX-SOURCE-SYSTEM
               MOVE WS-SCR-REF TO SRCX-REF-DATA
               READ SRCX-FILE
                   INVALID KEY
                       MOVE "NO NUMBER ON FILE FOR THAT REFERENCE"
                           TO WS-SCR-MESSAGE
                   NOT INVALID KEY
                       MOVE SRCX-NUM TO WS-BRW-TARGET-NUM
                       PERFORM 3500-POSITION-AT-TARGET
               END-READ
           END-IF.

      *        SWITCH TO THE SEGMENT WHOSE RANGE HOLDS THE
      *        NUMBER AND START THE PAGE THERE.
       3500-POSITION-AT-TARGET.
           PERFORM 4200-FIND-SEGMENT-FOR-TARGET
           PERFORM 4100-LOAD-SEGMENT-RANGE
           MOVE WS-BRW-TARGET-NUM TO WS-BRW-FROM-NUM
           PERFORM 5000-FILL-PAGE-FORWARD
           COMPUTE WS-MAST-RELKEY = WS-BRW-TARGET-NUM + 1
           READ MASTER-FILE
               INVALID KEY
                   MOVE "NUMBER NOT ON NUMMAST - SHOWING THE NEXT"
                       TO WS-SCR-MESSAGE
               NOT INVALID KEY
                   PERFORM 5100-CHECK-FILTER
                   IF NOT WS-FILTER-PASS
                       MOVE "NUMBER FILTERED OUT BY (T)YPE - NEXT SHOWN"
                           TO WS-SCR-MESSAGE
                   END-IF
           END-READ.

       4000-SELECT-SEGMENT.
           MOVE WS-SCR-SEGMENT-ID TO WS-SCR-NEW-SEGMENT
           DISPLAY SCR-SEGMENT-PROMPT
           ACCEPT SCR-SEGMENT-ID
           MOVE WS-SCR-NEW-SEGMENT TO WS-SCR-SEGMENT-ID
           PERFORM 4100-LOAD-SEGMENT-RANGE
           MOVE WS-SCR-SEG-LOW TO WS-BRW-FROM-NUM
           PERFORM 5000-FILL-PAGE-FORWARD.

      *        THE SAME BOUNDS NUMISSUE ISSUES WITHIN (SEE
      *        NUMPARM.CPY).
       4100-LOAD-SEGMENT-RANGE.
           MOVE ZERO TO WS-SCR-SEG-LOW
           MOVE 999999999 TO WS-SCR-SEG-HIGH
           IF WS-HAVE-PARM
               COMPUTE WS-PARM-RELKEY = WS-SCR-SEGMENT-ID + 1
               READ PARM-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF PARM-SEGMENT-HIGH > 0
                           MOVE PARM-SEGMENT-LOW TO WS-SCR-SEG-LOW
                           MOVE PARM-SEGMENT-HIGH TO WS-SCR-SEG-HIGH
                       ELSE
                           IF PARM-MAX-NUM > 0
                               MOVE PARM-MAX-NUM TO WS-SCR-SEG-HIGH
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *        A NUMBER OUTSIDE EVERY CONFIGURED SEGMENT RANGE
      *        (OR ANY NUMBER IN AN UNSEGMENTED SHOP) BELONGS
      *        TO SEGMENT 0.
       4200-FIND-SEGMENT-FOR-TARGET.
           MOVE ZERO TO WS-SCR-SEGMENT-ID
           MOVE "N" TO WS-SEG-FOUND-SW
           IF WS-HAVE-PARM
               PERFORM 4210-TRY-SEGMENT
                   VARYING WS-SRCH-SEGMENT FROM 0 BY 1
                   UNTIL WS-SRCH-SEGMENT > 99
                      OR WS-SEG-FOUND
           END-IF.

       4210-TRY-SEGMENT.
           COMPUTE WS-PARM-RELKEY = WS-SRCH-SEGMENT + 1
           READ PARM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PARM-SEGMENT-HIGH > 0
                           AND WS-BRW-TARGET-NUM
                               NOT < PARM-SEGMENT-LOW
                           AND WS-BRW-TARGET-NUM
                               NOT > PARM-SEGMENT-HIGH
                       MOVE WS-SRCH-SEGMENT TO WS-SCR-SEGMENT-ID
                       MOVE "Y" TO WS-SEG-FOUND-SW
                   END-IF
           END-READ.

       4500-SELECT-FILTER.
           MOVE SPACE TO WS-SCR-NEW-FILTER
           DISPLAY SCR-FILTER-PROMPT
           ACCEPT SCR-FILTER
           EVALUATE WS-SCR-NEW-FILTER
               WHEN "a"
                   MOVE "A" TO WS-SCR-NEW-FILTER
               WHEN "v"
                   MOVE "V" TO WS-SCR-NEW-FILTER
               WHEN "r"
                   MOVE "R" TO WS-SCR-NEW-FILTER
           END-EVALUATE
           MOVE WS-SCR-NEW-FILTER TO WS-SCR-FILTER
           IF NOT WS-SCR-FILTER-VALID
               MOVE SPACE TO WS-SCR-FILTER
               MOVE "INVALID TYPE - ENTER A, V, R OR LEAVE BLANK"
                   TO WS-SCR-MESSAGE
           END-IF
           EVALUATE WS-SCR-FILTER
               WHEN "A"
                   MOVE "ACTIVE" TO WS-SCR-FILTER-TEXT
               WHEN "V"
                   MOVE "VOIDED" TO WS-SCR-FILTER-TEXT
               WHEN "R"
                   MOVE "ARCHIVED" TO WS-SCR-FILTER-TEXT
               WHEN OTHER
                   MOVE "ALL" TO WS-SCR-FILTER-TEXT
           END-EVALUATE
           MOVE WS-BRW-PAGE-START TO WS-BRW-FROM-NUM
           PERFORM 5000-FILL-PAGE-FORWARD.

      *        FILL THE PAGE FROM WS-BRW-FROM-NUM UPWARD, AS
      *        FAR AS THE TOP OF THE SEGMENT'S RANGE.
       5000-FILL-PAGE-FORWARD.
           PERFORM 5010-CLEAR-PAGE-LINE
               VARYING WS-PAGE-SUB FROM 1 BY 1
               UNTIL WS-PAGE-SUB > 16
           MOVE ZERO TO WS-PAGE-COUNT
           MOVE ZERO TO WS-BRW-SCAN-COUNT
           MOVE "N" TO WS-FILL-DONE-SW
           MOVE "N" TO WS-AT-END-SW
           MOVE "N" TO WS-SCAN-LIMIT-SW
           MOVE WS-BRW-FROM-NUM TO WS-BRW-PAGE-START
           IF WS-BRW-FROM-NUM > WS-SCR-SEG-HIGH
               MOVE "Y" TO WS-FILL-DONE-SW
               MOVE "Y" TO WS-AT-END-SW
           ELSE
               COMPUTE WS-MAST-RELKEY = WS-BRW-FROM-NUM + 1
               START MASTER-FILE KEY IS NOT LESS THAN WS-MAST-RELKEY
                   INVALID KEY
                       MOVE "Y" TO WS-FILL-DONE-SW
                       MOVE "Y" TO WS-AT-END-SW
               END-START
           END-IF
           PERFORM 5020-READ-FORWARD
               UNTIL WS-FILL-DONE
           IF WS-PAGE-COUNT = ZERO AND WS-SCR-MESSAGE = SPACES
               MOVE "NO RECORDS TO SHOW" TO WS-SCR-MESSAGE
           END-IF.

       5010-CLEAR-PAGE-LINE.
           MOVE SPACES TO WS-PAGE-LINE(WS-PAGE-SUB).

       5020-READ-FORWARD.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FILL-DONE-SW
                   MOVE "Y" TO WS-AT-END-SW
               NOT AT END
                   IF MAST-NUM > WS-SCR-SEG-HIGH
                       MOVE "Y" TO WS-FILL-DONE-SW
                       MOVE "Y" TO WS-AT-END-SW
                   ELSE
                       COMPUTE WS-BRW-NEXT-FROM = MAST-NUM + 1
                       ADD 1 TO WS-BRW-SCAN-COUNT
                       PERFORM 5100-CHECK-FILTER
                       IF WS-FILTER-PASS
                           PERFORM 5200-ADD-PAGE-ENTRY
                       END-IF
                       PERFORM 5030-CHECK-PAGE-LIMITS
                   END-IF
           END-READ.

       5030-CHECK-PAGE-LIMITS.
           IF WS-PAGE-COUNT = WS-PAGE-MAX
               MOVE "Y" TO WS-FILL-DONE-SW
           ELSE
               IF WS-BRW-SCAN-COUNT NOT < WS-BRW-SCAN-LIMIT
                   MOVE "Y" TO WS-FILL-DONE-SW
                   MOVE "Y" TO WS-SCAN-LIMIT-SW
                   MOVE "SCAN LIMIT REACHED - (F)WD AGAIN"
                       TO WS-SCR-MESSAGE
               END-IF
           END-IF.

       5100-CHECK-FILTER.
           MOVE "N" TO WS-FILTER-PASS-SW
           IF WS-SCR-FILTER-ALL
                   OR MAST-STATUS = WS-SCR-FILTER
               MOVE "Y" TO WS-FILTER-PASS-SW
           END-IF.

       5200-ADD-PAGE-ENTRY.
           ADD 1 TO WS-PAGE-COUNT
           MOVE MAST-NUM TO WS-DL1-NUM
           MOVE MAST-CHECK-DIGIT TO WS-DL1-CHECK-DIGIT
           EVALUATE TRUE
               WHEN MAST-ACTIVE
                   MOVE "ACTIVE" TO WS-DL1-STATUS
               WHEN MAST-VOIDED
                   MOVE "VOIDED" TO WS-DL1-STATUS
               WHEN MAST-ARCHIVED
                   MOVE "ARCHIVED" TO WS-DL1-STATUS
               WHEN OTHER
                   MOVE SPACES TO WS-DL1-STATUS
                   STRING "UNKNOWN" MAST-STATUS
                       DELIMITED BY SIZE INTO WS-DL1-STATUS
           END-EVALUATE
           IF MAST-ISSUE-DATE = SPACES
               MOVE "PRE-STAMP" TO WS-DL1-ISSUE-DATE
           ELSE
               MOVE MAST-ISSUE-DATE TO WS-DL1-ISSUE-DATE
           END-IF
           MOVE MAST-ISSUE-TIME TO WS-DL1-ISSUE-TIME
           MOVE MAST-JOB-ID TO WS-DL1-JOB-ID
           MOVE MAST-SEGMENT-ID TO WS-DL1-SEGMENT-ID
           MOVE MAST-WRAP-SW TO WS-DL1-WRAP-SW
           MOVE MAST-DATA TO WS-DL2-DATA
           COMPUTE WS-PAGE-SUB = (WS-PAGE-COUNT * 2) - 1
           MOVE WS-DETAIL-LINE-1 TO WS-PAGE-LINE(WS-PAGE-SUB)
           ADD 1 TO WS-PAGE-SUB
           MOVE WS-DETAIL-LINE-2 TO WS-PAGE-LINE(WS-PAGE-SUB).

       9000-TERMINATE.
           CLOSE MASTER-FILE
           IF WS-HAVE-PARM
               CLOSE PARM-FILE
           END-IF
           IF WS-HAVE-SRCX
               CLOSE SRCX-FILE
           END-IF.
