      *  ARCHIVED TOMBSTONE'S CLEARED PAYLOAD, A PRE-LAYOUT
      *  RECORD) IS REPORTED UNDER "????????" RATHER THAN
      *  CREDITED TO ANYONE.
      *
      *  EACH SOURCE SYSTEM'S LINES ARE HEADED BY ITS
      *  DESCRIPTION AND COST CENTER FROM THE NUMSRCSY
      *  SOURCE-SYSTEM REGISTRY (SEE SRCSYS.CPY), SO FINANCE
      *  BILLS A COST CENTER RATHER THAN DECODING A BARE
      *  SENDER ID.  A RETIRED SENDER IS STILL ON THE
      *  REGISTRY AND STILL NAMED; ONE NEVER REGISTERED IS
      *  FLAGGED.  NO REGISTRY FILE, NO HEADINGS.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMCHG.
               RELATIVE KEY IS WS-CYCLE-RELKEY
               FILE STATUS IS WS-CYCLE-STATUS.

           SELECT SSYS-FILE ASSIGN TO "NUMSRCSY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SSYS-SENDER-ID
               FILE STATUS IS WS-SSYS-STATUS.

           SELECT RPT-FILE ASSIGN TO "NUMCHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  CYCLE-FILE.
           COPY cyclrec.

       FD  SSYS-FILE.
           COPY srcsys.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

           05  WS-REJL-STATUS          PIC X(02) VALUE "00".
           05  WS-RUNH-STATUS          PIC X(02) VALUE "00".
           05  WS-RPT-STATUS           PIC X(02) VALUE "00".
           05  WS-SSYS-STATUS          PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
           05  WS-MAST-RELKEY          PIC 9(10).
               88  WS-REJL-EOF         VALUE "Y".
           05  WS-RUNH-EOF-SW          PIC X(01) VALUE "N".
               88  WS-RUNH-EOF         VALUE "Y".
           05  WS-HAVE-SSYS-SW         PIC X(01) VALUE "N".
               88  WS-HAVE-SSYS        VALUE "Y".

      *        CONTROL BREAK FOR THE SOURCE-SYSTEM HEADING -
      *        BOTH TABLES ARE IN SOURCE ORDER.
       01  WS-HEAD-FIELDS.
           05  WS-PREV-SOURCE          PIC X(08) VALUE SPACES.
           05  WS-HEAD-SOURCE          PIC X(08) VALUE SPACES.

       01  WS-ARG-MONTH                PIC X(06) VALUE SPACES.

           OPEN INPUT RUNH-FILE
           IF WS-RUNH-STATUS = "35"
               MOVE "Y" TO WS-RUNH-EOF-SW
           END-IF
           OPEN INPUT SSYS-FILE
           IF WS-SSYS-STATUS NOT = "35"
               MOVE "Y" TO WS-HAVE-SSYS-SW
           END-IF.

      *        BUSINESS-DATE CYCLE CALENDAR (SEE
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO WS-PREV-SOURCE
           PERFORM 6100-PRINT-ACTIVITY-BUCKET
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT
               MOVE "REJECTED TRANSACTIONS BY SOURCE AND REASON"
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO WS-PREV-SOURCE
               PERFORM 6200-PRINT-REJECT-BUCKET
                   VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT
           PERFORM 6300-PRINT-GRAND-TOTALS.

       6100-PRINT-ACTIVITY-BUCKET.
           IF WS-ACT-SOURCE(WS-ACT-IDX) NOT = WS-PREV-SOURCE
               MOVE WS-ACT-SOURCE(WS-ACT-IDX) TO WS-HEAD-SOURCE
               PERFORM 6500-PRINT-SOURCE-HEADING
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "SOURCE " WS-ACT-SOURCE(WS-ACT-IDX)
               " SEGMENT " WS-ACT-SEGMENT(WS-ACT-IDX)
           WRITE RPT-LINE.

       6200-PRINT-REJECT-BUCKET.
           IF WS-REJ-SOURCE(WS-REJ-IDX) NOT = WS-PREV-SOURCE
               MOVE WS-REJ-SOURCE(WS-REJ-IDX) TO WS-HEAD-SOURCE
               PERFORM 6500-PRINT-SOURCE-HEADING
           END-IF
           MOVE SPACES TO RPT-LINE
           STRING "SOURCE " WS-REJ-SOURCE(WS-REJ-IDX)
               " REASON " WS-REJ-REASON(WS-REJ-IDX)
               WRITE RPT-LINE
           END-IF.

      *        ONE HEADING PER SOURCE SYSTEM, NAMING WHO IS
      *        BILLED FOR THE LINES THAT FOLLOW.
       6500-PRINT-SOURCE-HEADING.
           MOVE WS-HEAD-SOURCE TO WS-PREV-SOURCE
           IF WS-HAVE-SSYS
               MOVE SPACES TO RPT-LINE
               MOVE WS-HEAD-SOURCE TO SSYS-SENDER-ID
               READ SSYS-FILE
                   INVALID KEY
                       STRING "SOURCE " WS-HEAD-SOURCE
                           " *** NOT ON THE SOURCE-SYSTEM "
                           "REGISTRY - NO COST CENTER ***"
                           DELIMITED BY SIZE INTO RPT-LINE
                   NOT INVALID KEY
                       STRING "SOURCE " WS-HEAD-SOURCE
                           " " SSYS-DESCRIPTION
                           " COST CENTER " SSYS-COST-CENTER
                           DELIMITED BY SIZE INTO RPT-LINE
               END-READ
               WRITE RPT-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-HAVE-SSYS
               CLOSE SSYS-FILE
           END-IF
           CLOSE MASTER-FILE
           CLOSE VOID-LOG-FILE
           CLOSE REJL-FILE
