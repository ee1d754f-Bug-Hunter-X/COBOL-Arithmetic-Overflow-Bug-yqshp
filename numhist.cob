      *  CHANGE) AND SHOWS THE JOB/OPERATOR, SEGMENT AND
      *  THE OLD/NEW NUMBERS INVOLVED.
      *
      *  NUMPARM SEGMENT-PARAMETER CHANGES MADE THROUGH
      *  NUMPMNT (SEE PRMLOG.CPY) ARE MERGED IN FROM THE
      *  NUMPARML LOG AS A FOURTH SOURCE - LABELED PARM ADD,
      *  PARM CHANGE, PARM RETIRE OR PARM REFUSED, EACH
      *  FOLLOWED BY ITS BEFORE AND AFTER SETTINGS.
      *
      *  A DUAL-CONTROL ACTION (SEE PENDREC.CPY) SHOWS ON
      *  NUMAUDIT TWICE - WHEN IT IS FILED, LABELED APPROVAL
      *  REQ UNDER THE REQUESTING OPERATOR, AND WHEN IT IS
      *  DECIDED, LABELED APPROVED, REJECTED OR EXPIRED
      *  UNDER THE DECIDING OPERATOR.  EACH IS FOLLOWED BY A
      *  LINE GIVING THE PENDING ID AND THE ACTION, SO THE
      *  REQUEST AND ITS DECISION CAN BE PAIRED UP.
      *
      *  EACH LOG IS APPEND-ONLY AND THEREFORE ALREADY IN
      *  DATE/TIME ORDER, SO THE MERGE IS A CLASSIC N-WAY
      *  MERGE ON DATE+TIME - NO SORT STEP NEEDED.
      *
      *  SELECTION ARGUMENTS (ALL OPTIONAL):
      *    ARGUMENT 1 - FROM DATE, YYYYMMDD (DEFAULT: OPEN)
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT PLOG-FILE ASSIGN TO "NUMPARML"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLOG-STATUS.

           SELECT RPT-FILE ASSIGN TO "NUMHISTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  AUDIT-FILE.
           COPY auditrec.

       FD  PLOG-FILE.
           COPY prmlog.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

           05  WS-WRAP-STATUS          PIC X(02) VALUE "00".
           05  WS-COLL-STATUS          PIC X(02) VALUE "00".
           05  WS-AUDIT-STATUS         PIC X(02) VALUE "00".
           05  WS-PLOG-STATUS          PIC X(02) VALUE "00".
           05  WS-RPT-STATUS           PIC X(02) VALUE "00".

       01  WS-SWITCHES.
               88  WS-COLL-EOF         VALUE "Y".
           05  WS-AUDIT-EOF-SW         PIC X(01) VALUE "N".
               88  WS-AUDIT-EOF        VALUE "Y".
           05  WS-PLOG-EOF-SW          PIC X(01) VALUE "N".
               88  WS-PLOG-EOF         VALUE "Y".
           05  WS-SEG-FILTER-SW        PIC X(01) VALUE "N".
               88  WS-SEG-FILTER       VALUE "Y".
           05  WS-JOB-FILTER-SW        PIC X(01) VALUE "N".
           05  WS-AUDIT-KEY.
               10  WS-AUDIT-KEY-DATE   PIC X(08) VALUE HIGH-VALUES.
               10  WS-AUDIT-KEY-TIME   PIC X(08) VALUE HIGH-VALUES.
           05  WS-PLOG-KEY.
               10  WS-PLOG-KEY-DATE    PIC X(08) VALUE HIGH-VALUES.
               10  WS-PLOG-KEY-TIME    PIC X(08) VALUE HIGH-VALUES.

      *        THE LINE UNDER CONSTRUCTION - ONE COMMON SHAPE
      *        FOR ALL THREE EVENT TYPES SO THE REPORT READS
           05  WS-WRAP-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-COLL-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-AUDIT-COUNT          PIC 9(09) VALUE ZERO.
           05  WS-PLOG-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-PRINTED-COUNT        PIC 9(09) VALUE ZERO.

       01  WS-RUN-DATE                 PIC X(08).

      *        A NUMPARML BEFORE/AFTER IMAGE (SEE PRMLOG.CPY),
      *        LAID OUT AS THE NUMPARM RECORD IT IS, FOR THE
      *        SETTINGS LINES UNDER A PARAMETER CHANGE.
       01  WS-PARM-IMAGE.
           05  WS-PI-MAX-NUM           PIC 9(09).
           05  WS-PI-WRAP-TARGET       PIC 9(09).
           05  WS-PI-SEGMENT-ID        PIC 9(02).
           05  WS-PI-SEGMENT-LOW       PIC 9(09).
           05  WS-PI-SEGMENT-HIGH      PIC 9(09).
           05  WS-PI-RETENTION-DAYS    PIC 9(05).
       01  WS-PI-LABEL                 PIC X(06).

       01  WS-PEND-ACTION-NAME         PIC X(16).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MERGE-NEXT-EVENT
               UNTIL WS-WRAP-EOF AND WS-COLL-EOF AND WS-AUDIT-EOF
                   AND WS-PLOG-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

               MOVE "Y" TO WS-AUDIT-EOF-SW
           ELSE
               PERFORM 2300-READ-AUDIT
           END-IF
           OPEN INPUT PLOG-FILE
           IF WS-PLOG-STATUS = "35"
               MOVE "Y" TO WS-PLOG-EOF-SW
           ELSE
               PERFORM 2400-READ-PLOG
           END-IF.

       1010-GET-SELECTION-ARGS.
               END-IF
           END-IF.

      *        PICK THE OLDEST PENDING RECORD OF THE FOUR
      *        LOGS, REPORT IT, AND REFILL FROM THAT LOG -
      *        TIES FALL TO WRAP, THEN COLLISION, THEN MANUAL
      *        CHANGE, THEN PARAMETER CHANGE, MATCHING THE
      *        ORDER NUMISSUE ITSELF WRITES THEM IN (A WRAP IS
      *        LOGGED BEFORE THE COLLISION IT CAUSES).
       2000-MERGE-NEXT-EVENT.
           IF NOT WS-WRAP-EOF
                   AND WS-WRAP-KEY NOT > WS-COLL-KEY
                   AND WS-WRAP-KEY NOT > WS-AUDIT-KEY
                   AND WS-WRAP-KEY NOT > WS-PLOG-KEY
               PERFORM 3000-REPORT-WRAP-EVENT
               PERFORM 2100-READ-WRAP
           ELSE
               IF NOT WS-COLL-EOF
                       AND WS-COLL-KEY NOT > WS-AUDIT-KEY
                       AND WS-COLL-KEY NOT > WS-PLOG-KEY
                   PERFORM 3100-REPORT-COLL-EVENT
                   PERFORM 2200-READ-COLL
               ELSE
                   IF NOT WS-AUDIT-EOF
                           AND WS-AUDIT-KEY NOT > WS-PLOG-KEY
                       PERFORM 3200-REPORT-AUDIT-EVENT
                       PERFORM 2300-READ-AUDIT
                   ELSE
                       PERFORM 3300-REPORT-PARM-EVENT
                       PERFORM 2400-READ-PLOG
                   END-IF
               END-IF
           END-IF.

                   MOVE AUDIT-TIME TO WS-AUDIT-KEY-TIME
           END-READ.

       2400-READ-PLOG.
           READ PLOG-FILE
               AT END
                   MOVE "Y" TO WS-PLOG-EOF-SW
                   MOVE HIGH-VALUES TO WS-PLOG-KEY
               NOT AT END
                   MOVE PLOG-DATE TO WS-PLOG-KEY-DATE
                   MOVE PLOG-TIME TO WS-PLOG-KEY-TIME
           END-READ.

       3000-REPORT-WRAP-EVENT.
           ADD 1 TO WS-WRAP-COUNT
           MOVE WRAP-DATE TO WS-EVENT-DATE
           ADD 1 TO WS-AUDIT-COUNT
           MOVE AUDIT-DATE TO WS-EVENT-DATE
           MOVE AUDIT-TIME TO WS-EVENT-TIME
           EVALUATE TRUE
               WHEN AUDIT-REQUESTED
                   MOVE "APPROVAL REQ" TO WS-EVENT-TYPE
               WHEN AUDIT-APPROVED
                   MOVE "APPROVED" TO WS-EVENT-TYPE
               WHEN AUDIT-REJECTED
                   MOVE "REJECTED" TO WS-EVENT-TYPE
               WHEN AUDIT-EXPIRED
                   MOVE "EXPIRED" TO WS-EVENT-TYPE
               WHEN OTHER
                   MOVE "MANUAL CHANGE" TO WS-EVENT-TYPE
           END-EVALUATE
           MOVE AUDIT-OPERATOR-ID TO WS-EVENT-JOB
           MOVE AUDIT-SEGMENT-ID TO WS-EVENT-SEGMENT
           MOVE AUDIT-OLD-NUM TO WS-EVENT-OLD-NUM
           MOVE AUDIT-NEW-NUM TO WS-EVENT-NEW-NUM
           PERFORM 4000-WRITE-EVENT-LINE
           IF WS-SELECTED AND NOT AUDIT-DIRECT-CHANGE
               EVALUATE AUDIT-PEND-ACTION
                   WHEN "C"
                       MOVE "COUNTER SET BACK" TO WS-PEND-ACTION-NAME
                   WHEN "S"
                       MOVE "SNAPSHOT RESTORE" TO WS-PEND-ACTION-NAME
                   WHEN "L"
                       MOVE "RUN-LOCK BREAK" TO WS-PEND-ACTION-NAME
                   WHEN "V"
                       MOVE "VOID" TO WS-PEND-ACTION-NAME
                   WHEN OTHER
                       MOVE AUDIT-PEND-ACTION TO WS-PEND-ACTION-NAME
               END-EVALUATE
               MOVE SPACES TO RPT-LINE
               STRING "    REQUEST " AUDIT-PEND-ID
                   " ACTION " WS-PEND-ACTION-NAME
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      *        A PARAMETER CHANGE MOVES NO NUMBER, SO THE
      *        OLD/NEW COLUMNS STAY BLANK - THE BEFORE AND
      *        AFTER SETTINGS PRINT ON THEIR OWN LINES BELOW
      *        THE EVENT, UNDER THE SAME SELECTION.
       3300-REPORT-PARM-EVENT.
           ADD 1 TO WS-PLOG-COUNT
           MOVE PLOG-DATE TO WS-EVENT-DATE
           MOVE PLOG-TIME TO WS-EVENT-TIME
           EVALUATE TRUE
               WHEN NOT PLOG-APPLIED
                   MOVE "PARM REFUSED" TO WS-EVENT-TYPE
               WHEN PLOG-ACTION = "A"
                   MOVE "PARM ADD" TO WS-EVENT-TYPE
               WHEN PLOG-ACTION = "R"
                   MOVE "PARM RETIRE" TO WS-EVENT-TYPE
               WHEN OTHER
                   MOVE "PARM CHANGE" TO WS-EVENT-TYPE
           END-EVALUATE
           MOVE PLOG-OPERATOR-ID TO WS-EVENT-JOB
           MOVE PLOG-SEGMENT-ID TO WS-EVENT-SEGMENT
           MOVE SPACES TO WS-EVENT-OLD-NUM
           MOVE SPACES TO WS-EVENT-NEW-NUM
           PERFORM 4000-WRITE-EVENT-LINE
           IF WS-SELECTED
               MOVE SPACES TO RPT-LINE
               STRING "    RESULT " PLOG-RESULT
                   " REASON " PLOG-REASON
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE "BEFORE" TO WS-PI-LABEL
               MOVE PLOG-BEFORE-IMAGE TO WS-PARM-IMAGE
               PERFORM 3310-WRITE-PARM-IMAGE
               MOVE "AFTER" TO WS-PI-LABEL
               MOVE PLOG-AFTER-IMAGE TO WS-PARM-IMAGE
               PERFORM 3310-WRITE-PARM-IMAGE
           END-IF.

       3310-WRITE-PARM-IMAGE.
           MOVE SPACES TO RPT-LINE
           IF WS-PARM-IMAGE = SPACES
               STRING "    " WS-PI-LABEL " (NO RECORD)"
                   DELIMITED BY SIZE INTO RPT-LINE
           ELSE
               STRING "    " WS-PI-LABEL
                   " MAX " WS-PI-MAX-NUM
                   " WRAP " WS-PI-WRAP-TARGET
                   " LOW " WS-PI-SEGMENT-LOW
                   " HIGH " WS-PI-SEGMENT-HIGH
                   " RETAIN " WS-PI-RETENTION-DAYS
                   DELIMITED BY SIZE INTO RPT-LINE
           END-IF
           WRITE RPT-LINE.

       4000-WRITE-EVENT-LINE.
           PERFORM 4100-APPLY-SELECTION
               " MANUAL CHANGES READ=" WS-AUDIT-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "PARAMETER CHANGES READ=" WS-PLOG-COUNT
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           CLOSE WRAP-FILE
           CLOSE COLL-FILE
           CLOSE AUDIT-FILE
           CLOSE PLOG-FILE
           CLOSE RPT-FILE.
