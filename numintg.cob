      *****************************************************
      *  NUMINTG - CROSS-FILE REFERENTIAL INTEGRITY AUDIT.
      *  NUMRECON PROVES THE MASTER FILE AGAINST NUMSEQ
      *  (GAPS AND COLLISIONS); NOTHING PROVED THE SATELLITE
      *  FILES STILL AGREE WITH THE MASTER, AND DRIFT WAS
      *  FOUND ONE HELP-DESK CALL AT A TIME.  THIS JOB WALKS
      *  NUMMAST, NUMSRCX, NUMARCHF, NUMREPXRF AND NUMRESVL
      *  AGAINST EACH OTHER AND WRITES EVERY DISCREPANCY TO
      *  THE NUMINTRPT REPORT UNDER ONE OF THESE CATEGORIES:
      *
      *    01 HIGH - ACTIVE NUMSRCX ENTRY WHOSE KEY NO LONGER
      *              MATCHES THE MASTER PAYLOAD (BYTES 3-50
      *              OF MAST-DATA)
      *    02 HIGH - NUMSRCX ENTRY FOR A NUMBER NOT ON
      *              NUMMAST AT ALL
      *    03 HIGH - ACTIVE NUMSRCX ENTRY FOR A MASTER THAT
      *              IS VOIDED OR ARCHIVED - THE NUMEDIT
      *              DUPLICATE EDIT WOULD STILL REJECT THE
      *              PAYLOAD
      *    04 MED  - ACTIVE MASTER WHOSE NUMSRCX ENTRY IS
      *              MARKED VOIDED OR ARCHIVED
      *    05 MED  - ACTIVE MASTER WITH NO NUMSRCX ENTRY, OR
      *              WHOSE PAYLOAD'S ENTRY POINTS AT ANOTHER
      *              NUMBER.  MASTER RECORDS OLDER THAN THE
      *              INDEX LAND HERE TOO (SEE SRCXREF.CPY),
      *              SO THIS IS NOT HIGH SEVERITY.
      *    06 HIGH - "R" ARCHIVED TOMBSTONE WITH NO
      *              GENERATION ON NUMARCHF - THE PAYLOAD IS
      *              GONE
      *    07 HIGH - NUMREPXRF RE-HOME WHOSE NEW NUMBER IS
      *              NOT ON NUMMAST
      *    08 MED  - NUMREPXRF RE-HOME WHOSE NEW NUMBER IS
      *              ON NUMMAST BUT NO LONGER ACTIVE
      *    09 HIGH - LIVE NUMRESVL RESERVED BLOCK WITH AN
      *              ACTIVE MASTER RECORD INSIDE IT - THE SAME
      *              NUMBER IS HELD BY TWO OWNERS
      *
      *  "BL" BLOCK MEMBERS SHARE THE ONE NUMSRCX ENTRY THAT
      *  POINTS AT THE FIRST NUMBER OF THE BLOCK, SO A
      *  MEMBER WHOSE PAYLOAD'S ENTRY POINTS AT A LOWER
      *  NUMBER IS NOT A DISCREPANCY.  VOIDED AND ARCHIVED
      *  NUMSRCX ENTRIES ARE NOT CHECKED AGAINST THE MASTER
      *  PAYLOAD - THEIR SLOT IS REUSABLE AND MAY ALREADY
      *  HOLD A REISSUE.
      *
      *  THE REPORT ENDS WITH THE COUNT FOR EACH CATEGORY
      *  BROKEN DOWN BY SEGMENT.  A RECORD WHOSE SEGMENT ID
      *  READS BACK AS SPACES (WRITTEN BEFORE THE FILE
      *  CARRIED ONE) IS COUNTED UNDER SEGMENT "??".
      *
      *  THE ARCHIVE GENERATIONS ARE FIRST LOADED INTO THE
      *  NUMINTW WORK FILE, KEYED NUMBER + 1 THE SAME WAY AS
      *  NUMMAST, SO EACH TOMBSTONE IS CHECKED WITH ONE
      *  RANDOM READ INSTEAD OF A PASS OF NUMARCHF.  THE
      *  WORK FILE IS REBUILT ON EVERY RUN.
      *
      *  READ-ONLY AGAINST EVERY PRODUCTION FILE.  ENDS WITH
      *  RETURN CODE 8 WHEN ANY HIGH-SEVERITY CATEGORY IS
      *  NON-EMPTY, SO THE SCHEDULER CAN HOLD THE NEXT
      *  CYCLE; 16 WHEN THERE IS NO MASTER FILE TO AUDIT.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMINTG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO "NUMMAST"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-MAST-RELKEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT SRCX-FILE ASSIGN TO "NUMSRCX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SRCX-KEY
               FILE STATUS IS WS-SRCX-STATUS.

           SELECT ARCH-FILE ASSIGN TO "NUMARCHF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

           SELECT XREF-FILE ASSIGN TO "NUMREPXRF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-STATUS.

           SELECT RESV-FILE ASSIGN TO "NUMRESVL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSVL-KEY
               ALTERNATE RECORD KEY IS RSVL-STATUS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RESV-STATUS.

           SELECT WORK-FILE ASSIGN TO "NUMINTW"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-WORK-RELKEY
               FILE STATUS IS WS-WORK-STATUS.

           SELECT RPT-FILE ASSIGN TO "NUMINTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
           COPY mastrec.

       FD  SRCX-FILE.
           COPY srcxref.

       FD  ARCH-FILE.
           COPY archrec.

       FD  XREF-FILE.
           COPY xrefrec.

       FD  RESV-FILE.
           COPY resvrec.

      *        ONE RECORD PER ARCHIVED NUMBER - THE LATEST
      *        NUMARCHF GENERATION SEEN FOR IT.
       FD  WORK-FILE.
       01  WORK-RECORD.
           05  WORK-NUM                PIC 9(09).
           05  WORK-GEN-DATE           PIC X(08).
           05  WORK-GEN-TIME           PIC X(08).

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-MAST-STATUS          PIC X(02) VALUE "00".
           05  WS-SRCX-STATUS          PIC X(02) VALUE "00".
           05  WS-ARCH-STATUS          PIC X(02) VALUE "00".
           05  WS-XREF-STATUS          PIC X(02) VALUE "00".
           05  WS-RESV-STATUS          PIC X(02) VALUE "00".
           05  WS-WORK-STATUS          PIC X(02) VALUE "00".
           05  WS-RPT-STATUS           PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
           05  WS-MAST-RELKEY          PIC 9(10).
           05  WS-WORK-RELKEY          PIC 9(10).

       01  WS-SWITCHES.
           05  WS-MAST-EOF-SW          PIC X(01) VALUE "N".
               88  WS-MAST-EOF         VALUE "Y".
           05  WS-SRCX-EOF-SW          PIC X(01) VALUE "N".
               88  WS-SRCX-EOF         VALUE "Y".
           05  WS-ARCH-EOF-SW          PIC X(01) VALUE "N".
               88  WS-ARCH-EOF         VALUE "Y".
           05  WS-XREF-EOF-SW          PIC X(01) VALUE "N".
               88  WS-XREF-EOF         VALUE "Y".
           05  WS-RESV-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RESV-EOF         VALUE "Y".
           05  WS-BLOCK-DONE-SW        PIC X(01) VALUE "N".
               88  WS-BLOCK-DONE       VALUE "Y".
           05  WS-HAVE-SRCX-SW         PIC X(01) VALUE "N".
               88  WS-HAVE-SRCX        VALUE "Y".
           05  WS-HIGH-FOUND-SW        PIC X(01) VALUE "N".
               88  WS-HIGH-FOUND       VALUE "Y".

       01  WS-RUN-STAMP.
           05  WS-RUN-DATE             PIC X(08).
           05  WS-RUN-TIME             PIC X(08).

      *        THE PAYLOAD KEY HELD IN MAST-DATA - TRANSACTION
      *        TYPE, THEN THE SOURCE SYSTEM + REFERENCE THAT
      *        FORM THE NUMSRCX KEY (SEE SRCXREF.CPY).
       01  WS-MAST-PAYLOAD.
           05  WS-MAST-TYPE            PIC X(02).
           05  WS-MAST-KEY             PIC X(48).

      *        THE DISCREPANCY BEING REPORTED - CATEGORY,
      *        SEGMENT (SPACES WHEN THE RECORD CARRIES
      *        NONE), NUMBER AND A LINE OF EXPLANATION.
       01  WS-DISCREPANCY.
           05  WS-DISC-CAT             PIC 9(02).
           05  WS-DISC-SEGMENT         PIC X(02).
           05  WS-DISC-SEGMENT-N REDEFINES WS-DISC-SEGMENT
                                       PIC 9(02).
           05  WS-DISC-NUM             PIC 9(09).
           05  WS-DISC-TEXT            PIC X(90).

      *        ONE ENTRY PER CATEGORY, COUNTED IN TOTAL AND
      *        PER SEGMENT - SLOTS 1-100 ARE SEGMENTS 00-99,
      *        SLOT 101 IS A RECORD WITH NO SEGMENT ID.
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-MAX              PIC 9(02) VALUE 9.
           05  WS-CAT-IDX              PIC 9(02).
           05  WS-SEG-IDX              PIC 9(03).
           05  WS-SEG-SLOT             PIC 9(03).
           05  WS-CAT-ENTRY OCCURS 9 TIMES.
               10  WS-CAT-SEVERITY     PIC X(04).
               10  WS-CAT-NAME         PIC X(50).
               10  WS-CAT-TOTAL        PIC 9(09).
               10  WS-CAT-SEG-COUNT    PIC 9(09) OCCURS 101 TIMES.

       01  WS-REPORT-FIELDS.
           05  WS-RPT-SEGMENT          PIC X(02).
           05  WS-RPT-SEG-NUM          PIC 9(02).

       01  WS-COUNTERS.
           05  WS-MAST-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-SRCX-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-ARCH-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-XREF-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-RESV-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-DISC-COUNT           PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 1200-LOAD-ARCHIVE-GENS
           PERFORM 2000-CHECK-MASTER-RECORD
               UNTIL WS-MAST-EOF
           PERFORM 3000-CHECK-SOURCE-XREF
           PERFORM 4000-CHECK-REHOMES
           PERFORM 5000-CHECK-RESERVATIONS
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9000-TERMINATE
           IF WS-HIGH-FOUND
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM 1100-LOAD-CATEGORIES
           OPEN INPUT MASTER-FILE
           IF WS-MAST-STATUS = "35"
               DISPLAY "NUMINTG: ABORT - NO NUMMAST MASTER FILE "
                   "TO AUDIT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT SRCX-FILE
           IF WS-SRCX-STATUS NOT = "35"
               MOVE "Y" TO WS-HAVE-SRCX-SW
           END-IF
           OPEN OUTPUT WORK-FILE
           CLOSE WORK-FILE
           OPEN I-O WORK-FILE
           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-LINE
           STRING "NUMINTG - CROSS-FILE INTEGRITY AUDIT - RUN "
               WS-RUN-DATE " " WS-RUN-TIME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-HAVE-SRCX
               MOVE SPACES TO RPT-LINE
               STRING "NO NUMSRCX FILE PRESENT - CATEGORIES 01-05 "
                   "NOT CHECKED"
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "SEV  CT SG NUMBER    DISCREPANCY"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-MASTER.

       1100-LOAD-CATEGORIES.
           PERFORM 1110-CLEAR-CATEGORY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-MAX
           MOVE "HIGH" TO WS-CAT-SEVERITY(1)
           MOVE "NUMSRCX KEY DOES NOT MATCH MASTER PAYLOAD"
               TO WS-CAT-NAME(1)
           MOVE "HIGH" TO WS-CAT-SEVERITY(2)
           MOVE "NUMSRCX ENTRY FOR NUMBER NOT ON NUMMAST"
               TO WS-CAT-NAME(2)
           MOVE "HIGH" TO WS-CAT-SEVERITY(3)
           MOVE "ACTIVE NUMSRCX ENTRY FOR INACTIVE MASTER"
               TO WS-CAT-NAME(3)
           MOVE "MED " TO WS-CAT-SEVERITY(4)
           MOVE "ACTIVE MASTER WITH INACTIVE NUMSRCX ENTRY"
               TO WS-CAT-NAME(4)
           MOVE "MED " TO WS-CAT-SEVERITY(5)
           MOVE "ACTIVE MASTER WITH NO NUMSRCX ENTRY"
               TO WS-CAT-NAME(5)
           MOVE "HIGH" TO WS-CAT-SEVERITY(6)
           MOVE "ARCHIVED TOMBSTONE WITH NO NUMARCHF GENERATION"
               TO WS-CAT-NAME(6)
           MOVE "HIGH" TO WS-CAT-SEVERITY(7)
           MOVE "RE-HOME TO A NUMBER NOT ON NUMMAST"
               TO WS-CAT-NAME(7)
           MOVE "MED " TO WS-CAT-SEVERITY(8)
           MOVE "RE-HOME TO A NUMBER NO LONGER ACTIVE"
               TO WS-CAT-NAME(8)
           MOVE "HIGH" TO WS-CAT-SEVERITY(9)
           MOVE "LIVE RESERVED BLOCK OVER AN ACTIVE MASTER"
               TO WS-CAT-NAME(9).

       1110-CLEAR-CATEGORY.
           MOVE ZERO TO WS-CAT-TOTAL(WS-CAT-IDX)
           PERFORM 1120-CLEAR-CATEGORY-SEGMENT
               VARYING WS-SEG-IDX FROM 1 BY 1
               UNTIL WS-SEG-IDX > 101.

       1120-CLEAR-CATEGORY-SEGMENT.
           MOVE ZERO TO WS-CAT-SEG-COUNT(WS-CAT-IDX, WS-SEG-IDX).

      *        EVERY NUMARCHF GENERATION, LATEST WINS, INTO
      *        THE KEYED WORK FILE.  NO ARCHIVE FILE LEAVES
      *        THE WORK FILE EMPTY - ANY TOMBSTONE FOUND IS
      *        THEN A REAL DISCREPANCY.
       1200-LOAD-ARCHIVE-GENS.
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS = "35"
               MOVE "Y" TO WS-ARCH-EOF-SW
           ELSE
               PERFORM 1210-LOAD-ARCHIVE-GEN
                   UNTIL WS-ARCH-EOF
               CLOSE ARCH-FILE
           END-IF.

       1210-LOAD-ARCHIVE-GEN.
           READ ARCH-FILE
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-SW
               NOT AT END
                   IF ARCH-NUM NUMERIC
                       ADD 1 TO WS-ARCH-COUNT
                       COMPUTE WS-WORK-RELKEY = ARCH-NUM + 1
                       MOVE ARCH-NUM TO WORK-NUM
                       MOVE ARCH-GEN-DATE TO WORK-GEN-DATE
                       MOVE ARCH-GEN-TIME TO WORK-GEN-TIME
                       WRITE WORK-RECORD
                           INVALID KEY
                               REWRITE WORK-RECORD
                       END-WRITE
                   END-IF
           END-READ.

      *        THE MASTER WALK - CATEGORIES 04 AND 05 FOR AN
      *        ACTIVE RECORD, 06 FOR A TOMBSTONE.
       2000-CHECK-MASTER-RECORD.
           ADD 1 TO WS-MAST-COUNT
           EVALUATE TRUE
               WHEN MAST-ACTIVE
                   IF WS-HAVE-SRCX
                       PERFORM 2200-CHECK-MASTER-XREF
                   END-IF
               WHEN MAST-ARCHIVED
                   PERFORM 2300-CHECK-TOMBSTONE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2100-READ-MASTER.

       2100-READ-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MAST-EOF-SW
           END-READ.

       2200-CHECK-MASTER-XREF.
           MOVE MAST-DATA TO WS-MAST-PAYLOAD
           IF WS-MAST-KEY NOT = SPACES
               MOVE WS-MAST-KEY TO SRCX-KEY
               READ SRCX-FILE
                   INVALID KEY
                       MOVE 5 TO WS-DISC-CAT
                       MOVE "NO NUMSRCX ENTRY FOR THE PAYLOAD"
                           TO WS-DISC-TEXT
                       PERFORM 2900-REPORT-MASTER-DISC
                   NOT INVALID KEY
                       PERFORM 2210-MATCH-MASTER-XREF
               END-READ
           END-IF.

       2210-MATCH-MASTER-XREF.
           EVALUATE TRUE
               WHEN SRCX-NUM = MAST-NUM
                   IF NOT SRCX-ACTIVE
                       MOVE 4 TO WS-DISC-CAT
                       MOVE SPACES TO WS-DISC-TEXT
                       STRING "NUMSRCX ENTRY STATUS " SRCX-STATUS
                           ", MASTER STATUS A"
                           DELIMITED BY SIZE INTO WS-DISC-TEXT
                       PERFORM 2900-REPORT-MASTER-DISC
                   END-IF
      *        A BLOCK MEMBER'S PAYLOAD IS OWNED BY THE ENTRY
      *        FOR THE FIRST NUMBER OF ITS BLOCK.
               WHEN WS-MAST-TYPE = "BL"
                       AND SRCX-NUM < MAST-NUM
                   CONTINUE
               WHEN OTHER
                   MOVE 5 TO WS-DISC-CAT
                   MOVE SPACES TO WS-DISC-TEXT
                   STRING "THE PAYLOAD'S NUMSRCX ENTRY POINTS AT "
                       SRCX-NUM " (STATUS " SRCX-STATUS ")"
                       DELIMITED BY SIZE INTO WS-DISC-TEXT
                   PERFORM 2900-REPORT-MASTER-DISC
           END-EVALUATE.

       2300-CHECK-TOMBSTONE.
           COMPUTE WS-WORK-RELKEY = MAST-NUM + 1
           READ WORK-FILE
               INVALID KEY
                   MOVE 6 TO WS-DISC-CAT
                   MOVE SPACES TO WS-DISC-TEXT
                   STRING "STATUS R SINCE ISSUE " MAST-ISSUE-DATE
                       " - NO GENERATION ON NUMARCHF"
                       DELIMITED BY SIZE INTO WS-DISC-TEXT
                   PERFORM 2900-REPORT-MASTER-DISC
           END-READ.

       2900-REPORT-MASTER-DISC.
           IF MAST-SEGMENT-ID NUMERIC
               MOVE MAST-SEGMENT-ID TO WS-DISC-SEGMENT-N
           ELSE
               MOVE SPACES TO WS-DISC-SEGMENT
           END-IF
           MOVE MAST-NUM TO WS-DISC-NUM
           PERFORM 7000-RECORD-DISCREPANCY.

      *        THE NUMSRCX WALK - CATEGORIES 01, 02 AND 03 FOR
      *        EVERY ACTIVE ENTRY.
       3000-CHECK-SOURCE-XREF.
           IF WS-HAVE-SRCX
               MOVE LOW-VALUES TO SRCX-KEY
               START SRCX-FILE KEY IS NOT LESS THAN SRCX-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SRCX-EOF-SW
               END-START
               PERFORM 3100-CHECK-XREF-ENTRY
                   UNTIL WS-SRCX-EOF
           END-IF.

       3100-CHECK-XREF-ENTRY.
           READ SRCX-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SRCX-EOF-SW
               NOT AT END
                   ADD 1 TO WS-SRCX-COUNT
                   IF SRCX-ACTIVE
                       PERFORM 3200-MATCH-XREF-MASTER
                   END-IF
           END-READ.

       3200-MATCH-XREF-MASTER.
           COMPUTE WS-MAST-RELKEY = SRCX-NUM + 1
           READ MASTER-FILE
               INVALID KEY
                   MOVE 2 TO WS-DISC-CAT
                   MOVE SPACES TO WS-DISC-TEXT
                   STRING "KEY " SRCX-KEY
                       DELIMITED BY SIZE INTO WS-DISC-TEXT
                   PERFORM 3900-REPORT-XREF-DISC
               NOT INVALID KEY
                   MOVE MAST-DATA TO WS-MAST-PAYLOAD
                   EVALUATE TRUE
                       WHEN NOT MAST-ACTIVE
                           MOVE 3 TO WS-DISC-CAT
                           MOVE SPACES TO WS-DISC-TEXT
                           STRING "MASTER STATUS " MAST-STATUS
                               " - KEY " SRCX-KEY
                               DELIMITED BY SIZE INTO WS-DISC-TEXT
                           PERFORM 3900-REPORT-XREF-DISC
                       WHEN WS-MAST-KEY NOT = SRCX-KEY
                           MOVE 1 TO WS-DISC-CAT
                           MOVE SPACES TO WS-DISC-TEXT
                           STRING "KEY " SRCX-KEY
                               DELIMITED BY SIZE INTO WS-DISC-TEXT
                           PERFORM 3900-REPORT-XREF-DISC
                           MOVE SPACES TO RPT-LINE
                           STRING "                       "
                               "MASTER PAYLOAD " WS-MAST-KEY
                               DELIMITED BY SIZE INTO RPT-LINE
                           WRITE RPT-LINE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       3900-REPORT-XREF-DISC.
           IF SRCX-SEGMENT-ID NUMERIC
               MOVE SRCX-SEGMENT-ID TO WS-DISC-SEGMENT-N
           ELSE
               MOVE SPACES TO WS-DISC-SEGMENT
           END-IF
           MOVE SRCX-NUM TO WS-DISC-NUM
           PERFORM 7000-RECORD-DISCREPANCY.

      *        THE NUMREPXRF WALK - CATEGORIES 07 AND 08.
       4000-CHECK-REHOMES.
           OPEN INPUT XREF-FILE
           IF WS-XREF-STATUS = "35"
               MOVE "Y" TO WS-XREF-EOF-SW
           ELSE
               PERFORM 4100-CHECK-REHOME
                   UNTIL WS-XREF-EOF
               CLOSE XREF-FILE
           END-IF.

       4100-CHECK-REHOME.
           READ XREF-FILE
               AT END
                   MOVE "Y" TO WS-XREF-EOF-SW
               NOT AT END
                   ADD 1 TO WS-XREF-COUNT
                   COMPUTE WS-MAST-RELKEY = XREF-NEW-NUM + 1
                   READ MASTER-FILE
                       INVALID KEY
                           MOVE 7 TO WS-DISC-CAT
                           MOVE SPACES TO WS-DISC-TEXT
                           STRING "RE-HOMED FROM " XREF-OLD-NUM
                               " ON " XREF-DATE
                               DELIMITED BY SIZE INTO WS-DISC-TEXT
                           PERFORM 4900-REPORT-REHOME-DISC
                       NOT INVALID KEY
                           IF NOT MAST-ACTIVE
                               MOVE 8 TO WS-DISC-CAT
                               MOVE SPACES TO WS-DISC-TEXT
                               STRING "RE-HOMED FROM " XREF-OLD-NUM
                                   " ON " XREF-DATE
                                   " - MASTER STATUS " MAST-STATUS
                                   DELIMITED BY SIZE
                                   INTO WS-DISC-TEXT
                               PERFORM 4900-REPORT-REHOME-DISC
                           END-IF
                   END-READ
           END-READ.

       4900-REPORT-REHOME-DISC.
           IF XREF-SEGMENT-ID NUMERIC
               MOVE XREF-SEGMENT-ID TO WS-DISC-SEGMENT-N
           ELSE
               MOVE SPACES TO WS-DISC-SEGMENT
           END-IF
           MOVE XREF-NEW-NUM TO WS-DISC-NUM
           PERFORM 7000-RECORD-DISCREPANCY.

      *        THE NUMRESVL WALK - CATEGORY 09.  EVERY BLOCK
      *        IS READ IN KEY ORDER AND COUNTED; A LIVE BLOCK
      *        (SEE RESVREC.CPY) IS POSITIONED ON NUMMAST AT
      *        ITS FIRST NUMBER AND READ FORWARD TO ITS LAST,
      *        SO ONLY MASTER RECORDS ACTUALLY INSIDE THE
      *        BLOCK ARE VISITED.
       5000-CHECK-RESERVATIONS.
           OPEN INPUT RESV-FILE
           IF WS-RESV-STATUS = "35"
               MOVE "Y" TO WS-RESV-EOF-SW
           ELSE
               PERFORM 5100-CHECK-RESERVED-BLOCK
                   UNTIL WS-RESV-EOF
               CLOSE RESV-FILE
           END-IF.

       5100-CHECK-RESERVED-BLOCK.
           READ RESV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RESV-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RESV-COUNT
                   IF RSVL-LIVE
                       PERFORM 5200-SCAN-BLOCK-MASTER
                   END-IF
           END-READ.

       5200-SCAN-BLOCK-MASTER.
           MOVE "N" TO WS-BLOCK-DONE-SW
           COMPUTE WS-MAST-RELKEY = RSVL-BLOCK-START + 1
           START MASTER-FILE KEY IS NOT LESS THAN WS-MAST-RELKEY
               INVALID KEY
                   MOVE "Y" TO WS-BLOCK-DONE-SW
           END-START
           PERFORM 5210-READ-BLOCK-MASTER
               UNTIL WS-BLOCK-DONE.

       5210-READ-BLOCK-MASTER.
           READ MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BLOCK-DONE-SW
               NOT AT END
                   IF MAST-NUM > RSVL-BLOCK-END
                       MOVE "Y" TO WS-BLOCK-DONE-SW
                   ELSE
                       IF MAST-ACTIVE
                           PERFORM 5900-REPORT-BLOCK-DISC
                       END-IF
                   END-IF
           END-READ.

       5900-REPORT-BLOCK-DISC.
           MOVE 9 TO WS-DISC-CAT
           IF RSVL-SEGMENT-ID NUMERIC
               MOVE RSVL-SEGMENT-ID TO WS-DISC-SEGMENT-N
           ELSE
               MOVE SPACES TO WS-DISC-SEGMENT
           END-IF
           MOVE MAST-NUM TO WS-DISC-NUM
           MOVE SPACES TO WS-DISC-TEXT
           STRING "INSIDE BLOCK " RSVL-BLOCK-START " - "
               RSVL-BLOCK-END " RESERVED " RSVL-DATE
               " FOR " RSVL-REQUESTOR-ID
               DELIMITED BY SIZE INTO WS-DISC-TEXT
           PERFORM 7000-RECORD-DISCREPANCY.

      *        COUNT THE DISCREPANCY AGAINST ITS CATEGORY AND
      *        SEGMENT AND PRINT ITS DETAIL LINE.
       7000-RECORD-DISCREPANCY.
           ADD 1 TO WS-DISC-COUNT
           ADD 1 TO WS-CAT-TOTAL(WS-DISC-CAT)
           IF WS-DISC-SEGMENT NUMERIC
               COMPUTE WS-SEG-SLOT = WS-DISC-SEGMENT-N + 1
           ELSE
               MOVE 101 TO WS-SEG-SLOT
               MOVE "??" TO WS-DISC-SEGMENT
           END-IF
           ADD 1 TO WS-CAT-SEG-COUNT(WS-DISC-CAT, WS-SEG-SLOT)
           IF WS-CAT-SEVERITY(WS-DISC-CAT) = "HIGH"
               MOVE "Y" TO WS-HIGH-FOUND-SW
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING WS-CAT-SEVERITY(WS-DISC-CAT) " "
               WS-DISC-CAT " "
               WS-DISC-SEGMENT " "
               WS-DISC-NUM " "
               WS-DISC-TEXT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       8000-WRITE-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "SUMMARY BY CATEGORY AND SEGMENT"
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           PERFORM 8100-WRITE-CATEGORY-SUMMARY
               VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-MAX
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "RECORDS READ - NUMMAST=" WS-MAST-COUNT
               " NUMSRCX=" WS-SRCX-COUNT
               " NUMARCHF=" WS-ARCH-COUNT
               " NUMREPXRF=" WS-XREF-COUNT
               " NUMRESVL=" WS-RESV-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           IF WS-HIGH-FOUND
               STRING "AUDIT FAILED - " WS-DISC-COUNT
                   " DISCREPANCIES, HIGH SEVERITY PRESENT - HOLD "
                   "THE NEXT CYCLE UNTIL RESOLVED"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "AUDIT COMPLETE - " WS-DISC-COUNT
                   " DISCREPANCIES, NONE HIGH SEVERITY"
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE
           DISPLAY "NUMINTG: " RPT-LINE(1:100).

       8100-WRITE-CATEGORY-SUMMARY.
           MOVE SPACES TO RPT-LINE
           STRING WS-CAT-SEVERITY(WS-CAT-IDX) " "
               WS-CAT-IDX " "
               WS-CAT-NAME(WS-CAT-IDX) " TOTAL "
               WS-CAT-TOTAL(WS-CAT-IDX)
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           IF WS-CAT-TOTAL(WS-CAT-IDX) > ZERO
               PERFORM 8200-WRITE-SEGMENT-COUNT
                   VARYING WS-SEG-IDX FROM 1 BY 1
                   UNTIL WS-SEG-IDX > 101
           END-IF.

       8200-WRITE-SEGMENT-COUNT.
           IF WS-CAT-SEG-COUNT(WS-CAT-IDX, WS-SEG-IDX) > ZERO
               IF WS-SEG-IDX > 100
                   MOVE "??" TO WS-RPT-SEGMENT
               ELSE
                   COMPUTE WS-RPT-SEG-NUM = WS-SEG-IDX - 1
                   MOVE WS-RPT-SEG-NUM TO WS-RPT-SEGMENT
               END-IF
               MOVE SPACES TO RPT-LINE
               STRING "        SEGMENT " WS-RPT-SEGMENT
                   "  " WS-CAT-SEG-COUNT(WS-CAT-IDX, WS-SEG-IDX)
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE MASTER-FILE
           IF WS-HAVE-SRCX
               CLOSE SRCX-FILE
           END-IF
           CLOSE WORK-FILE
           CLOSE RPT-FILE.
