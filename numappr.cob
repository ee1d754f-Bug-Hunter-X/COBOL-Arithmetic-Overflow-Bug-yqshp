      *****************************************************
      *  NUMAPPR - DUAL-CONTROL APPROVAL UTILITY.  THE HIGH-
      *  RISK MANUAL ACTIONS - A COUNTER SET BACK ON NUMINQ,
      *  A SNAPSHOT RESTORE BY NUMREST, A RUN-LOCK BREAK BY
      *  NUMLOCK AND A VOID BY NUMVOID - ARE ONLY FILED BY
      *  THE OPERATOR WHO ASKS FOR THEM, AS PENDING ITEMS ON
      *  NUMPEND (SEE PENDREC.CPY).  THIS UTILITY LETS A
      *  SECOND OPERATOR LIST THE PENDING ITEMS AND APPROVE
      *  OR REJECT EACH ONE.  AN APPROVED ITEM IS APPLIED
      *  HERE AND NOWHERE ELSE.
      *
      *  ARGUMENT 1 - FUNCTION: "L" LIST (DEFAULT), "A"
      *               APPROVE OR "J" REJECT.
      *  ARGUMENT 2 - PENDING ID, REQUIRED TO APPROVE OR
      *               REJECT.
      *  ARGUMENT 3 - OPERATOR ID OF THE DECIDING OPERATOR,
      *               REQUIRED TO APPROVE OR REJECT.  IT MUST
      *               NOT BE THE OPERATOR WHO FILED THE ITEM.
      *
      *  EXPIRY - AN ITEM NOT DECIDED WITHIN THE APPROVAL
      *  WINDOW (24 HOURS FROM FILING) CAN NO LONGER BE
      *  APPROVED.  EVERY RUN FIRST SWEEPS NUMPEND AND
      *  CLOSES EACH SUCH ITEM AS EXPIRED, SO A STALE
      *  REQUEST IS NEVER APPLIED DAYS LATER ON SOMEBODY'S
      *  SAY-SO - IT MUST BE FILED AGAIN IF STILL WANTED.
      *
      *  BEFORE APPLYING AN APPROVED ITEM THE TARGET IS
      *  CHECKED AGAINST THE BEFORE VALUE FILED WITH IT -
      *  THE COUNTER STILL WHERE IT WAS, THE SAME HOLDER
      *  STILL ON THE LOCK, THE SAME ISSUE OF THE NUMBER
      *  STILL ACTIVE, THE GENERATION STILL CATALOGUED.  ANY
      *  MISMATCH REFUSES THE APPROVAL AND LEAVES THE ITEM
      *  PENDING, TO BE REJECTED OR TO EXPIRE; THE APPROVER
      *  NEVER APPLIES SOMETHING OTHER THAN WHAT WAS SHOWN.
      *
      *  EVERY DECISION - APPROVED, REJECTED OR EXPIRED - IS
      *  APPENDED TO NUMAUDIT WITH THE PENDING ID (SEE
      *  AUDITREC.CPY), NEXT TO THE REQUEST NUMPREQ LOGGED,
      *  SO NUMHIST SHOWS THE PAIR.  A VOID'S OUTCOME ALSO
      *  GOES TO NUMVOIDL, UNDER THE REQUESTING OPERATOR AND
      *  REASON, THE WAY NUMVOID ALWAYS LOGGED IT.
      *
      *  ENDS WITH RETURN CODE 8 WHEN THE CHOSEN ITEM IS NOT
      *  PENDING, THE OPERATOR MAY NOT DECIDE IT, OR AN
      *  APPROVED ITEM COULD NOT BE APPLIED.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMAPPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "NUMPEND"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-PEND-RELKEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "NUMAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SEQ-FILE ASSIGN TO "NUMSEQ"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-SEQ-RELKEY
               FILE STATUS IS WS-SEQ-STATUS.

           SELECT LOCK-FILE ASSIGN TO "NUMLOCKF"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-LOCK-RELKEY
               FILE STATUS IS WS-LOCK-STATUS.

           SELECT CAT-FILE ASSIGN TO "NUMSNAPC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.

           SELECT SNAP-FILE ASSIGN TO "NUMSNAPF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.

           SELECT CKPT-FILE ASSIGN TO "NUMCKPT"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CKPT-RELKEY
               FILE STATUS IS WS-CKPT-STATUS.

           SELECT PARM-FILE ASSIGN TO "NUMPARM"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-PARM-RELKEY
               FILE STATUS IS WS-PARM-STATUS.

           SELECT MASTER-FILE ASSIGN TO "NUMMAST"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-MAST-RELKEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT SRCX-FILE ASSIGN TO "NUMSRCX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SRCX-KEY
               FILE STATUS IS WS-SRCX-STATUS.

           SELECT VOID-LOG-FILE ASSIGN TO "NUMVOIDL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VLOG-STATUS.

           SELECT CYCLE-FILE ASSIGN TO "NUMCYCLE"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-CYCLE-RELKEY
               FILE STATUS IS WS-CYCLE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
           COPY pendrec.

       FD  AUDIT-FILE.
           COPY auditrec.

       FD  SEQ-FILE.
           COPY seqrec.

       FD  LOCK-FILE.
           COPY lockrec.

       FD  CAT-FILE.
           COPY snaprec.

       FD  SNAP-FILE.
           COPY snapdata.

       FD  CKPT-FILE.
           COPY ckptrec.

       FD  PARM-FILE.
           COPY numparm.

       FD  MASTER-FILE.
           COPY mastrec.

       FD  SRCX-FILE.
           COPY srcxref.

       FD  VOID-LOG-FILE.
           COPY voidlog.

       FD  CYCLE-FILE.
           COPY cyclrec.

       WORKING-STORAGE SECTION.
       01  WS-STATUS-FIELDS.
           05  WS-PEND-STATUS          PIC X(02) VALUE "00".
           05  WS-AUDIT-STATUS         PIC X(02) VALUE "00".
           05  WS-SEQ-STATUS           PIC X(02) VALUE "00".
           05  WS-LOCK-STATUS          PIC X(02) VALUE "00".
           05  WS-CAT-STATUS           PIC X(02) VALUE "00".
           05  WS-SNAP-STATUS          PIC X(02) VALUE "00".
           05  WS-CKPT-STATUS          PIC X(02) VALUE "00".
           05  WS-PARM-STATUS          PIC X(02) VALUE "00".
           05  WS-MAST-STATUS          PIC X(02) VALUE "00".
           05  WS-SRCX-STATUS          PIC X(02) VALUE "00".
           05  WS-VLOG-STATUS          PIC X(02) VALUE "00".
           05  WS-CYCLE-STATUS         PIC X(02) VALUE "00".

       01  WS-RELATIVE-KEYS.
      *        PENDING ID N IS RELATIVE RECORD N + 1; THE
      *        CONTROL RECORD IS RELATIVE RECORD 1.
           05  WS-PEND-RELKEY          PIC 9(10).
           05  WS-SEQ-RELKEY           PIC 9(04).
           05  WS-LOCK-RELKEY          PIC 9(04).
           05  WS-CKPT-RELKEY          PIC 9(04).
           05  WS-PARM-RELKEY          PIC 9(04).
      *        NUMMAST IS KEYED NUMBER + 1, THE SAME
      *        ADDRESSING NUMISSUE AND NUMVOID USE.
           05  WS-MAST-RELKEY          PIC 9(10).
           05  WS-CYCLE-RELKEY         PIC 9(04) VALUE 1.

       01  WS-SWITCHES.
           05  WS-FAILED-SW            PIC X(01) VALUE "N".
               88  WS-FAILED           VALUE "Y".
           05  WS-ITEM-OK-SW           PIC X(01) VALUE "N".
               88  WS-ITEM-OK          VALUE "Y".
           05  WS-ITEM-EXPIRED-SW      PIC X(01) VALUE "N".
               88  WS-ITEM-EXPIRED     VALUE "Y".
           05  WS-NO-OPEN-CYCLE-SW     PIC X(01) VALUE "N".
               88  WS-NO-OPEN-CYCLE    VALUE "Y".
           05  WS-CAT-EOF-SW           PIC X(01) VALUE "N".
               88  WS-CAT-EOF          VALUE "Y".
           05  WS-SNAP-EOF-SW          PIC X(01) VALUE "N".
               88  WS-SNAP-EOF         VALUE "Y".
           05  WS-GEN-FOUND-SW         PIC X(01) VALUE "N".
               88  WS-GEN-FOUND        VALUE "Y".
           05  WS-SEQ-TOUCHED-SW       PIC X(01) VALUE "N".
               88  WS-SEQ-TOUCHED      VALUE "Y".
           05  WS-CKPT-TOUCHED-SW      PIC X(01) VALUE "N".
               88  WS-CKPT-TOUCHED     VALUE "Y".
           05  WS-PARM-TOUCHED-SW      PIC X(01) VALUE "N".
               88  WS-PARM-TOUCHED     VALUE "Y".

       01  WS-REQUEST-FIELDS.
           05  WS-ARG-FUNCTION         PIC X(01) VALUE "L".
           05  WS-ARG-ID-TEXT          PIC X(09) VALUE SPACES.
           05  WS-ARG-PEND-ID          PIC 9(09) VALUE ZERO.
           05  WS-ARG-OPERATOR         PIC X(08) VALUE SPACES.

      *        THE APPROVAL WINDOW AND THE CLOCK IT IS
      *        MEASURED AGAINST.  TIMES ARE HHMMSSHH AS
      *        ACCEPTED FROM TIME; ONLY HOURS AND MINUTES
      *        COUNT.
       01  WS-EXPIRY-FIELDS.
           05  WS-APPROVAL-WINDOW-MINUTES
                                       PIC 9(05) VALUE 1440.
           05  WS-NOW-DATE             PIC 9(08).
           05  WS-NOW-TIME.
               10  WS-NOW-HH           PIC 9(02).
               10  WS-NOW-MM           PIC 9(02).
               10  FILLER              PIC X(04).
           05  WS-REQ-DATE             PIC 9(08).
           05  WS-REQ-TIME.
               10  WS-REQ-HH           PIC 9(02).
               10  WS-REQ-MM           PIC 9(02).
               10  FILLER              PIC X(04).
           05  WS-AGE-MINUTES          PIC S9(09).
           05  WS-MINUTES-LEFT         PIC 9(05).

       01  WS-SCAN-FIELDS.
           05  WS-LAST-PEND-ID         PIC 9(09) VALUE ZERO.
           05  WS-SCAN-PEND-ID         PIC 9(09).

       01  WS-ITEM-FIELDS.
           05  WS-ACTION-NAME          PIC X(16).
           05  WS-REFUSAL              PIC X(50).

       01  WS-CYCLE-DATE               PIC X(08).

      *        THE AUDIT RECORD UNDER CONSTRUCTION.
       01  WS-AUDIT-FIELDS.
           05  WS-AUDIT-EVENT          PIC X(01).
           05  WS-AUDIT-OPERATOR       PIC X(08).
           05  WS-AUDIT-OLD-NUM        PIC 9(09).
           05  WS-AUDIT-NEW-NUM        PIC 9(09).
           05  WS-AUDIT-SEGMENT        PIC 9(02).

      *        THE VOIDED MASTER RECORD'S PAYLOAD, KEPT TO
      *        DERIVE THE NUMSRCX KEY (SOURCE SYSTEM +
      *        REFERENCE DATA - SEE SRCXREF.CPY) AFTER THE
      *        MASTER REWRITE.
       01  WS-VOIDED-DATA.
           05  FILLER                  PIC X(02).
           05  WS-VOIDED-SOURCE        PIC X(08).
           05  WS-VOIDED-REF           PIC X(40).

       01  WS-VLOG-RESULT              PIC X(02).

       01  WS-OLD-SEQ-NUM              PIC 9(09) VALUE ZERO.
       01  WS-SEGMENT-ID               PIC 9(02) VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-WAITING-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-EXPIRED-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-RESTORED-COUNT       PIC 9(09) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SWEEP-PENDING-ITEMS
           EVALUATE WS-ARG-FUNCTION
               WHEN "A"
                   PERFORM 3000-APPROVE-ITEM
               WHEN "J"
                   PERFORM 3500-REJECT-ITEM
               WHEN OTHER
                   IF WS-WAITING-COUNT = ZERO
                       DISPLAY "NUMAPPR: NOTHING IS WAITING FOR "
                           "APPROVAL"
                   ELSE
                       DISPLAY "NUMAPPR: " WS-WAITING-COUNT
                           " REQUEST(S) WAITING FOR APPROVAL"
                   END-IF
           END-EVALUATE
           PERFORM 9000-TERMINATE
           IF WS-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1010-GET-REQUEST-ARGS
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           PERFORM 1100-GET-CYCLE-DATE
           OPEN I-O PEND-FILE
           IF WS-PEND-STATUS = "35"
               DISPLAY "NUMAPPR: NO NUMPEND FILE PRESENT - NO "
                   "ACTION HAS EVER BEEN FILED FOR APPROVAL"
               IF WS-ARG-FUNCTION NOT = "L"
                   MOVE 8 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.

       1010-GET-REQUEST-ARGS.
           DISPLAY 1 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-FUNCTION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE "L" TO WS-ARG-FUNCTION
           END-ACCEPT
           EVALUATE WS-ARG-FUNCTION
               WHEN "a"
                   MOVE "A" TO WS-ARG-FUNCTION
               WHEN "j"
                   MOVE "J" TO WS-ARG-FUNCTION
               WHEN "A"
               WHEN "J"
                   CONTINUE
               WHEN OTHER
                   MOVE "L" TO WS-ARG-FUNCTION
           END-EVALUATE
           DISPLAY 2 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-ID-TEXT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-ID-TEXT
           END-ACCEPT
           DISPLAY 3 UPON ARGUMENT-NUMBER
           ACCEPT WS-ARG-OPERATOR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-OPERATOR
           END-ACCEPT
           IF WS-ARG-FUNCTION NOT = "L"
               IF WS-ARG-ID-TEXT = SPACES
                       OR WS-ARG-OPERATOR = SPACES
                   DISPLAY "NUMAPPR: ABORT - APPROVE AND REJECT "
                       "NEED THE PENDING ID AS ARGUMENT 2 AND "
                       "THE OPERATOR ID AS ARGUMENT 3"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-ARG-PEND-ID =
                   FUNCTION NUMVAL(WS-ARG-ID-TEXT)
           END-IF.

      *        BUSINESS-DATE CYCLE CALENDAR (SEE
      *        CYCLREC.CPY) - A VOID IS STAMPED ON NUMVOIDL
      *        WITH THE OPEN CYCLE'S BUSINESS DATE, AS NUMVOID
      *        STAMPS IT, SO NUMCHG BILLS IT TO THE RIGHT
      *        MONTH.  NO FILE MEANS THE SHOP HAS NOT CUT
      *        OVER - THE MACHINE CLOCK RULES.  A FILE WITH NO
      *        OPEN CYCLE REFUSES A VOID APPROVAL (BUT NOT THE
      *        OTHER ACTIONS), AS NUMVOID WOULD REFUSE TO RUN.
       1100-GET-CYCLE-DATE.
           ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
           OPEN INPUT CYCLE-FILE
           IF WS-CYCLE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE 1 TO WS-CYCLE-RELKEY
               READ CYCLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CYC-OPEN AND CYC-BUSINESS-DATE NUMERIC
                           MOVE CYC-BUSINESS-DATE
                               TO WS-CYCLE-DATE
                       ELSE
                           MOVE "Y" TO WS-NO-OPEN-CYCLE-SW
                       END-IF
               END-READ
               CLOSE CYCLE-FILE
           END-IF.

      *        EVERY ITEM FILED SO FAR IS LOOKED AT ON EVERY
      *        RUN: A WAITING ITEM PAST THE WINDOW IS CLOSED
      *        AS EXPIRED, AND A LIST RUN SHOWS THE REST.
       2000-SWEEP-PENDING-ITEMS.
           MOVE 1 TO WS-PEND-RELKEY
           READ PEND-FILE
               INVALID KEY
                   MOVE ZERO TO WS-LAST-PEND-ID
               NOT INVALID KEY
                   MOVE PEND-LAST-ID TO WS-LAST-PEND-ID
           END-READ
           PERFORM 2100-SWEEP-ONE-ITEM
               VARYING WS-SCAN-PEND-ID FROM 1 BY 1
               UNTIL WS-SCAN-PEND-ID > WS-LAST-PEND-ID
           IF WS-EXPIRED-COUNT > ZERO
               DISPLAY "NUMAPPR: " WS-EXPIRED-COUNT
                   " REQUEST(S) EXPIRED UNDECIDED"
           END-IF.

       2100-SWEEP-ONE-ITEM.
           COMPUTE WS-PEND-RELKEY = WS-SCAN-PEND-ID + 1
           READ PEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PEND-WAITING
                       PERFORM 2200-TEST-EXPIRY
                       IF WS-ITEM-EXPIRED
                           PERFORM 2300-EXPIRE-ITEM
                       ELSE
                           ADD 1 TO WS-WAITING-COUNT
                           IF WS-ARG-FUNCTION = "L"
                               PERFORM 2400-LIST-ITEM
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *        A FILING STAMP THAT CANNOT BE READ CANNOT PROVE
      *        THE ITEM IS STILL INSIDE THE WINDOW, SO IT
      *        COUNTS AS EXPIRED.
       2200-TEST-EXPIRY.
           MOVE "Y" TO WS-ITEM-EXPIRED-SW
           MOVE ZERO TO WS-MINUTES-LEFT
           IF PEND-REQUEST-DATE NUMERIC
                   AND PEND-REQUEST-TIME(1:4) NUMERIC
               MOVE PEND-REQUEST-DATE TO WS-REQ-DATE
               MOVE PEND-REQUEST-TIME TO WS-REQ-TIME
               IF WS-REQ-DATE > 16010101
                   COMPUTE WS-AGE-MINUTES =
                       (FUNCTION INTEGER-OF-DATE(WS-NOW-DATE)
                       - FUNCTION INTEGER-OF-DATE(WS-REQ-DATE))
                       * 1440
                       + (WS-NOW-HH * 60 + WS-NOW-MM)
                       - (WS-REQ-HH * 60 + WS-REQ-MM)
                   IF WS-AGE-MINUTES NOT >
                           WS-APPROVAL-WINDOW-MINUTES
                       MOVE "N" TO WS-ITEM-EXPIRED-SW
                       IF WS-AGE-MINUTES > ZERO
                           COMPUTE WS-MINUTES-LEFT =
                               WS-APPROVAL-WINDOW-MINUTES
                               - WS-AGE-MINUTES
                       ELSE
                           MOVE WS-APPROVAL-WINDOW-MINUTES
                               TO WS-MINUTES-LEFT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2300-EXPIRE-ITEM.
           MOVE "E" TO PEND-STATUS
           MOVE "NUMAPPR " TO WS-AUDIT-OPERATOR
           PERFORM 6000-CLOSE-DECISION
           MOVE "E" TO WS-AUDIT-EVENT
           PERFORM 8000-SET-DECISION-NUMBERS
           PERFORM 8100-WRITE-AUDIT-RECORD
           IF PEND-VOID
               MOVE "EX" TO WS-VLOG-RESULT
               PERFORM 7000-WRITE-VOID-LOG
           END-IF
           ADD 1 TO WS-EXPIRED-COUNT.

       2400-LIST-ITEM.
           PERFORM 2500-NAME-ACTION
           DISPLAY "NUMAPPR: REQUEST " PEND-ID " " WS-ACTION-NAME
               " SEGMENT " PEND-SEGMENT-ID " BY "
               PEND-REQUESTED-BY " AT " PEND-REQUEST-DATE " "
               PEND-REQUEST-TIME(1:6)
           EVALUATE TRUE
               WHEN PEND-COUNTER-BACK
                   DISPLAY "NUMAPPR:     COUNTER FROM "
                       PEND-BEFORE-NUM " BACK TO " PEND-AFTER-NUM
               WHEN PEND-RESTORE
                   DISPLAY "NUMAPPR:     GENERATION "
                       PEND-TARGET-NUM " SELECTOR "
                       PEND-TARGET-SELECTOR " TAKEN "
                       PEND-AFTER-VALUE
               WHEN PEND-LOCK-BREAK
                   DISPLAY "NUMAPPR:     LOCK HELD BY "
                       PEND-BEFORE-LOCK-JOB " SINCE "
                       PEND-BEFORE-LOCK-DATE " "
                       PEND-BEFORE-LOCK-TIME
               WHEN PEND-VOID
                   DISPLAY "NUMAPPR:     NUMBER "
                       PEND-TARGET-NUM " STATUS "
                       PEND-BEFORE-MAST-STATUS " ISSUED "
                       PEND-BEFORE-ISSUE-DATE " "
                       PEND-BEFORE-ISSUE-TIME
           END-EVALUATE
           DISPLAY "NUMAPPR:     REASON " PEND-REASON
               " - " WS-MINUTES-LEFT " MINUTES LEFT TO DECIDE".

       2500-NAME-ACTION.
           EVALUATE TRUE
               WHEN PEND-COUNTER-BACK
                   MOVE "COUNTER SET BACK" TO WS-ACTION-NAME
               WHEN PEND-RESTORE
                   MOVE "SNAPSHOT RESTORE" TO WS-ACTION-NAME
               WHEN PEND-LOCK-BREAK
                   MOVE "RUN-LOCK BREAK" TO WS-ACTION-NAME
               WHEN PEND-VOID
                   MOVE "VOID" TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE "UNKNOWN ACTION" TO WS-ACTION-NAME
           END-EVALUATE.

       3000-APPROVE-ITEM.
           PERFORM 3100-READ-CHOSEN-ITEM
           IF WS-ITEM-OK
               MOVE SPACES TO WS-REFUSAL
               MOVE WS-ARG-OPERATOR TO WS-AUDIT-OPERATOR
               MOVE "A" TO WS-AUDIT-EVENT
               EVALUATE TRUE
                   WHEN PEND-COUNTER-BACK
                       PERFORM 4000-APPLY-COUNTER-SET-BACK
                   WHEN PEND-RESTORE
                       PERFORM 4200-APPLY-RESTORE
                   WHEN PEND-LOCK-BREAK
                       PERFORM 4300-APPLY-LOCK-BREAK
                   WHEN PEND-VOID
                       PERFORM 4400-APPLY-VOID
                   WHEN OTHER
                       MOVE "UNKNOWN ACTION - REJECT IT"
                           TO WS-REFUSAL
               END-EVALUATE
               IF WS-REFUSAL = SPACES
                   MOVE "A" TO PEND-STATUS
                   PERFORM 6000-CLOSE-DECISION
                   DISPLAY "NUMAPPR: REQUEST " PEND-ID " "
                       WS-ACTION-NAME " APPROVED BY "
                       WS-ARG-OPERATOR " AND APPLIED"
               ELSE
                   DISPLAY "NUMAPPR: REQUEST " PEND-ID
                       " NOT APPLIED - " WS-REFUSAL
                   DISPLAY "NUMAPPR: IT STAYS PENDING - REJECT IT "
                       "OR LET IT EXPIRE"
                   MOVE "Y" TO WS-FAILED-SW
               END-IF
           END-IF.

      *        THE CHOSEN ITEM MUST EXIST, STILL BE WAITING
      *        (THE SWEEP HAS ALREADY CLOSED IT IF IT RAN OUT
      *        OF TIME) AND HAVE BEEN FILED BY SOMEBODY ELSE.
       3100-READ-CHOSEN-ITEM.
           MOVE "N" TO WS-ITEM-OK-SW
           COMPUTE WS-PEND-RELKEY = WS-ARG-PEND-ID + 1
           IF WS-ARG-PEND-ID = ZERO
               DISPLAY "NUMAPPR: REQUEST " WS-ARG-PEND-ID
                   " IS NOT ON NUMPEND"
               MOVE "Y" TO WS-FAILED-SW
           ELSE
               READ PEND-FILE
                   INVALID KEY
                       DISPLAY "NUMAPPR: REQUEST " WS-ARG-PEND-ID
                           " IS NOT ON NUMPEND"
                       MOVE "Y" TO WS-FAILED-SW
                   NOT INVALID KEY
                       PERFORM 2500-NAME-ACTION
                       EVALUATE TRUE
                           WHEN PEND-EXPIRED
                               DISPLAY "NUMAPPR: REQUEST " PEND-ID
                                   " HAS EXPIRED - IT MUST BE "
                                   "FILED AGAIN"
                               MOVE "Y" TO WS-FAILED-SW
                           WHEN NOT PEND-WAITING
                               DISPLAY "NUMAPPR: REQUEST " PEND-ID
                                   " WAS ALREADY DECIDED ("
                                   PEND-STATUS ") BY "
                                   PEND-DECIDED-BY
                               MOVE "Y" TO WS-FAILED-SW
                           WHEN PEND-REQUESTED-BY = WS-ARG-OPERATOR
                               DISPLAY "NUMAPPR: REQUEST " PEND-ID
                                   " WAS FILED BY " WS-ARG-OPERATOR
                                   " - A DIFFERENT OPERATOR MUST "
                                   "DECIDE IT"
                               MOVE "Y" TO WS-FAILED-SW
                           WHEN OTHER
                               MOVE "Y" TO WS-ITEM-OK-SW
                       END-EVALUATE
               END-READ
           END-IF.

       3500-REJECT-ITEM.
           PERFORM 3100-READ-CHOSEN-ITEM
           IF WS-ITEM-OK
               MOVE "J" TO PEND-STATUS
               MOVE WS-ARG-OPERATOR TO WS-AUDIT-OPERATOR
               PERFORM 6000-CLOSE-DECISION
               MOVE "J" TO WS-AUDIT-EVENT
               PERFORM 8000-SET-DECISION-NUMBERS
               PERFORM 8100-WRITE-AUDIT-RECORD
               IF PEND-VOID
                   MOVE "RJ" TO WS-VLOG-RESULT
                   PERFORM 7000-WRITE-VOID-LOG
               END-IF
               DISPLAY "NUMAPPR: REQUEST " PEND-ID " "
                   WS-ACTION-NAME " REJECTED BY " WS-ARG-OPERATOR
                   " - NOTHING APPLIED"
           END-IF.

      *        THE SEGMENT RUN LOCK (SEE LOCKREC.CPY) COVERS
      *        THE RE-READ/REWRITE, EXACTLY AS ON NUMINQ'S
      *        MAINTAIN PATH.
       4000-APPLY-COUNTER-SET-BACK.
           PERFORM 4100-TAKE-RUN-LOCK
           IF WS-REFUSAL = SPACES
               OPEN I-O SEQ-FILE
               IF WS-SEQ-STATUS = "35"
                   MOVE "NO NUMSEQ FILE PRESENT" TO WS-REFUSAL
               ELSE
                   COMPUTE WS-SEQ-RELKEY = PEND-SEGMENT-ID + 1
                   READ SEQ-FILE
                       INVALID KEY
                           MOVE "SEGMENT HAS NO NUMSEQ RECORD"
                               TO WS-REFUSAL
                       NOT INVALID KEY
                           IF SEQ-LAST-NUM NOT = PEND-BEFORE-NUM
                               MOVE "COUNTER MOVED SINCE IT WAS FILED"
                                   TO WS-REFUSAL
                           ELSE
                               MOVE PEND-AFTER-NUM
                                   TO SEQ-LAST-NUM
                               REWRITE SEQ-RECORD
                               PERFORM 8000-SET-DECISION-NUMBERS
                               PERFORM 8100-WRITE-AUDIT-RECORD
                           END-IF
                   END-READ
                   CLOSE SEQ-FILE
               END-IF
               PERFORM 4150-RELEASE-RUN-LOCK
           END-IF.

       4100-TAKE-RUN-LOCK.
           OPEN I-O LOCK-FILE
           IF WS-LOCK-STATUS = "35"
               OPEN OUTPUT LOCK-FILE
               CLOSE LOCK-FILE
               OPEN I-O LOCK-FILE
           END-IF
           COMPUTE WS-LOCK-RELKEY = PEND-SEGMENT-ID + 1
           READ LOCK-FILE
               INVALID KEY
                   MOVE "N" TO LOCK-HELD-SW
                   MOVE SPACES TO LOCK-JOB-ID
                   MOVE SPACES TO LOCK-DATE
                   MOVE SPACES TO LOCK-TIME
                   WRITE LOCK-RECORD
           END-READ
           IF LOCK-HELD
               MOVE SPACES TO WS-REFUSAL
               STRING "SEGMENT LOCKED BY " LOCK-JOB-ID
                   " - TRY AGAIN LATER"
                   DELIMITED BY SIZE INTO WS-REFUSAL
               CLOSE LOCK-FILE
           ELSE
               MOVE "Y" TO LOCK-HELD-SW
               MOVE "NUMAPPR " TO LOCK-JOB-ID
               ACCEPT LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               REWRITE LOCK-RECORD
           END-IF.

       4150-RELEASE-RUN-LOCK.
           COMPUTE WS-LOCK-RELKEY = PEND-SEGMENT-ID + 1
           READ LOCK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO LOCK-HELD-SW
                   REWRITE LOCK-RECORD
           END-READ
           CLOSE LOCK-FILE.

      *        THE RESTORE NUMREST USED TO APPLY ITSELF: EVERY
      *        RECORD THE GENERATION CAPTURED FOR THE SELECTED
      *        FILE(S) IS PUT BACK AT ITS ORIGINAL RELATIVE
      *        KEY.  RECORDS CREATED AFTER THE SNAPSHOT (E.G.
      *        A SEGMENT FIRST USED THIS AFTERNOON) ARE NOT
      *        TOUCHED - THE GENERATION SAYS NOTHING ABOUT
      *        THEM.  EACH RESTORED NUMSEQ SEGMENT IS LOGGED
      *        WITH THE COUNTER'S OLD AND NEW VALUE, AND EACH
      *        RESTORED NUMCKPT/NUMPARM FILE GETS ONE SUMMARY
      *        RECORD (ZERO OLD/NEW), ALL AS APPROVALS OF THIS
      *        ITEM.
       4200-APPLY-RESTORE.
           MOVE "N" TO WS-CAT-EOF-SW
           MOVE "N" TO WS-GEN-FOUND-SW
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS = "35"
               MOVE "Y" TO WS-CAT-EOF-SW
           END-IF
           PERFORM 4210-VERIFY-GENERATION
               UNTIL WS-CAT-EOF
           IF WS-CAT-STATUS NOT = "35"
               CLOSE CAT-FILE
           END-IF
           IF NOT WS-GEN-FOUND
               MOVE "GENERATION IS NO LONGER ON NUMSNAPC"
                   TO WS-REFUSAL
           ELSE
               PERFORM 4220-OPEN-RESTORE-FILES
               PERFORM 4230-APPLY-SNAP-RECORD
                   UNTIL WS-SNAP-EOF
               PERFORM 4270-LOG-FILE-RESTORES
               PERFORM 4280-CLOSE-RESTORE-FILES
               IF WS-RESTORED-COUNT = ZERO
                   MOVE "NOTHING MATCHED THE GENERATION/SELECTOR"
                       TO WS-REFUSAL
               ELSE
                   DISPLAY "NUMAPPR: RECORDS RESTORED = "
                       WS-RESTORED-COUNT
               END-IF
           END-IF.

       4210-VERIFY-GENERATION.
           READ CAT-FILE
               AT END
                   MOVE "Y" TO WS-CAT-EOF-SW
               NOT AT END
                   IF SNPC-GEN-NUMBER = PEND-TARGET-NUM
                       MOVE "Y" TO WS-GEN-FOUND-SW
                   END-IF
           END-READ.

       4220-OPEN-RESTORE-FILES.
           MOVE "N" TO WS-SNAP-EOF-SW
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-STATUS = "35"
               MOVE "Y" TO WS-SNAP-EOF-SW
           END-IF
           OPEN I-O SEQ-FILE
           IF WS-SEQ-STATUS = "35"
               OPEN OUTPUT SEQ-FILE
               CLOSE SEQ-FILE
               OPEN I-O SEQ-FILE
           END-IF
           OPEN I-O CKPT-FILE
           IF WS-CKPT-STATUS = "35"
               OPEN OUTPUT CKPT-FILE
               CLOSE CKPT-FILE
               OPEN I-O CKPT-FILE
           END-IF
           OPEN I-O PARM-FILE
           IF WS-PARM-STATUS = "35"
               OPEN OUTPUT PARM-FILE
               CLOSE PARM-FILE
               OPEN I-O PARM-FILE
           END-IF
           IF NOT WS-SNAP-EOF
               PERFORM 4240-READ-SNAP
           END-IF.

      *        RECORDS ARE APPLIED IN FILE ORDER, SO WHEN AN
      *        ABENDED CAPTURE LEFT ORPHANS UNDER THE SAME
      *        GENERATION NUMBER, THE COMPLETE RERUN CAPTURE
      *        WRITTEN AFTER THEM LANDS LAST AND WINS.
       4230-APPLY-SNAP-RECORD.
           IF SNAP-GEN-NUMBER = PEND-TARGET-NUM
               EVALUATE SNAP-FILE-TAG
                   WHEN "SEQ"
                       IF PEND-TARGET-SELECTOR = "ALL"
                               OR PEND-TARGET-SELECTOR = "SEQ"
                           PERFORM 4250-RESTORE-SEQ-RECORD
                       END-IF
                   WHEN "CKP"
                       IF PEND-TARGET-SELECTOR = "ALL"
                               OR PEND-TARGET-SELECTOR = "CKP"
                           PERFORM 4255-RESTORE-CKPT-RECORD
                       END-IF
                   WHEN "PRM"
                       IF PEND-TARGET-SELECTOR = "ALL"
                               OR PEND-TARGET-SELECTOR = "PRM"
                           PERFORM 4260-RESTORE-PARM-RECORD
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 4240-READ-SNAP.

       4240-READ-SNAP.
           READ SNAP-FILE
               AT END
                   MOVE "Y" TO WS-SNAP-EOF-SW
           END-READ.

       4250-RESTORE-SEQ-RECORD.
           MOVE SNAP-RELKEY TO WS-SEQ-RELKEY
           MOVE ZERO TO WS-OLD-SEQ-NUM
           READ SEQ-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SEQ-LAST-NUM TO WS-OLD-SEQ-NUM
           END-READ
           MOVE SNAP-IMAGE TO SEQ-RECORD
           REWRITE SEQ-RECORD
               INVALID KEY
                   WRITE SEQ-RECORD
           END-REWRITE
           ADD 1 TO WS-RESTORED-COUNT
           MOVE "Y" TO WS-SEQ-TOUCHED-SW
           COMPUTE WS-SEGMENT-ID = SNAP-RELKEY - 1
           MOVE WS-OLD-SEQ-NUM TO WS-AUDIT-OLD-NUM
           MOVE SEQ-LAST-NUM TO WS-AUDIT-NEW-NUM
           MOVE WS-SEGMENT-ID TO WS-AUDIT-SEGMENT
           PERFORM 8100-WRITE-AUDIT-RECORD.

       4255-RESTORE-CKPT-RECORD.
           MOVE SNAP-RELKEY TO WS-CKPT-RELKEY
           MOVE SNAP-IMAGE TO CKPT-RECORD
           REWRITE CKPT-RECORD
               INVALID KEY
                   WRITE CKPT-RECORD
           END-REWRITE
           ADD 1 TO WS-RESTORED-COUNT
           MOVE "Y" TO WS-CKPT-TOUCHED-SW.

       4260-RESTORE-PARM-RECORD.
           MOVE SNAP-RELKEY TO WS-PARM-RELKEY
           MOVE SNAP-IMAGE TO PARM-RECORD
           REWRITE PARM-RECORD
               INVALID KEY
                   WRITE PARM-RECORD
           END-REWRITE
           ADD 1 TO WS-RESTORED-COUNT
           MOVE "Y" TO WS-PARM-TOUCHED-SW.

       4270-LOG-FILE-RESTORES.
           MOVE ZERO TO WS-AUDIT-OLD-NUM
           MOVE ZERO TO WS-AUDIT-NEW-NUM
           MOVE ZERO TO WS-AUDIT-SEGMENT
           IF WS-CKPT-TOUCHED
               PERFORM 8100-WRITE-AUDIT-RECORD
           END-IF
           IF WS-PARM-TOUCHED
               PERFORM 8100-WRITE-AUDIT-RECORD
           END-IF.

       4280-CLOSE-RESTORE-FILES.
           IF WS-SNAP-STATUS NOT = "35"
               CLOSE SNAP-FILE
           END-IF
           CLOSE SEQ-FILE
           CLOSE CKPT-FILE
           CLOSE PARM-FILE.

      *        ONLY THE HOLDER NAMED ON THE REQUEST, HOLDING
      *        SINCE THE SAME MOMENT, IS BROKEN - A LOCK TAKEN
      *        SINCE BY A LIVE RUN IS LEFT ALONE.
       4300-APPLY-LOCK-BREAK.
           OPEN I-O LOCK-FILE
           IF WS-LOCK-STATUS = "35"
               MOVE "NO NUMLOCKF LOCK FILE PRESENT" TO WS-REFUSAL
           ELSE
               COMPUTE WS-LOCK-RELKEY = PEND-SEGMENT-ID + 1
               READ LOCK-FILE
                   INVALID KEY
                       MOVE "SEGMENT HAS NO LOCK RECORD"
                           TO WS-REFUSAL
                   NOT INVALID KEY
                       IF LOCK-HELD
                               AND LOCK-JOB-ID = PEND-BEFORE-LOCK-JOB
                               AND LOCK-DATE = PEND-BEFORE-LOCK-DATE
                               AND LOCK-TIME = PEND-BEFORE-LOCK-TIME
                           MOVE "N" TO LOCK-HELD-SW
                           REWRITE LOCK-RECORD
                           PERFORM 8000-SET-DECISION-NUMBERS
                           PERFORM 8100-WRITE-AUDIT-RECORD
                       ELSE
                           MOVE "LOCK HOLDER CHANGED SINCE FILING"
                               TO WS-REFUSAL
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.

      *        THE CHECKS NUMVOID MADE WHEN IT FILED THE VOID
      *        ARE MADE AGAIN, PLUS THE ISSUE STAMP: A SLOT
      *        REISSUED SINCE IS SOMEBODY ELSE'S NUMBER NOW.
       4400-APPLY-VOID.
           IF WS-NO-OPEN-CYCLE
               MOVE "NO OPEN BUSINESS CYCLE ON NUMCYCLE"
                   TO WS-REFUSAL
           ELSE
               OPEN I-O MASTER-FILE
               IF WS-MAST-STATUS = "35"
                   MOVE "NO NUMMAST FILE PRESENT" TO WS-REFUSAL
               ELSE
                   COMPUTE WS-MAST-RELKEY = PEND-TARGET-NUM + 1
                   READ MASTER-FILE
                       INVALID KEY
                           MOVE "NUMBER HAS NO MASTER RECORD (NF)"
                               TO WS-REFUSAL
                       NOT INVALID KEY
                           PERFORM 4410-VOID-MASTER
                   END-READ
                   CLOSE MASTER-FILE
               END-IF
           END-IF.

       4410-VOID-MASTER.
           EVALUATE TRUE
               WHEN MAST-VOIDED
                   MOVE "NUMBER IS ALREADY VOIDED (AV)"
                       TO WS-REFUSAL
               WHEN MAST-ARCHIVED
                   MOVE "NUMBER IS ARCHIVED (AR)" TO WS-REFUSAL
               WHEN MAST-ISSUE-DATE NOT = PEND-BEFORE-ISSUE-DATE
                       OR MAST-ISSUE-TIME NOT =
                           PEND-BEFORE-ISSUE-TIME
                   MOVE "NUMBER WAS REISSUED SINCE THE REQUEST"
                       TO WS-REFUSAL
               WHEN OTHER
                   MOVE MAST-DATA TO WS-VOIDED-DATA
                   MOVE "V" TO MAST-STATUS
                   REWRITE MASTER-RECORD
                   PERFORM 4420-UPDATE-SOURCE-XREF
                   MOVE "OK" TO WS-VLOG-RESULT
                   PERFORM 7000-WRITE-VOID-LOG
                   PERFORM 8000-SET-DECISION-NUMBERS
                   PERFORM 8100-WRITE-AUDIT-RECORD
           END-EVALUATE.

      *        MARK THE NUMSRCX SOURCE-REFERENCE ENTRY VOIDED
      *        WITH THE MASTER (SEE SRCXREF.CPY) - BUT ONLY
      *        WHEN THE ENTRY STILL POINTS AT THIS NUMBER; A
      *        PAYLOAD NUMREPR RE-HOMED UNDER A FRESH NUMBER
      *        KEEPS ITS ENTRY POINTED AT THE LIVE COPY.
      *        MASTER RECORDS WRITTEN BEFORE THE INDEX
      *        EXISTED HAVE NO ENTRY - NOTHING TO MARK.
       4420-UPDATE-SOURCE-XREF.
           OPEN I-O SRCX-FILE
           IF WS-SRCX-STATUS = "35"
               CONTINUE
           ELSE
               MOVE WS-VOIDED-SOURCE TO SRCX-SOURCE-SYSTEM
               MOVE WS-VOIDED-REF TO SRCX-REF-DATA
               READ SRCX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SRCX-NUM = PEND-TARGET-NUM
                           MOVE "V" TO SRCX-STATUS
                           REWRITE SRCX-RECORD
                       END-IF
               END-READ
               CLOSE SRCX-FILE
           END-IF.

      *        PEND-RECORD STILL HOLDS THE ITEM BEING DECIDED;
      *        ITS RELATIVE KEY IS SET AGAIN BECAUSE THE SWEEP
      *        AND THE CHOSEN-ITEM READ BOTH MOVE IT.
       6000-CLOSE-DECISION.
           MOVE WS-AUDIT-OPERATOR TO PEND-DECIDED-BY
           ACCEPT PEND-DECIDED-DATE FROM DATE YYYYMMDD
           ACCEPT PEND-DECIDED-TIME FROM TIME
           COMPUTE WS-PEND-RELKEY = PEND-ID + 1
           REWRITE PEND-RECORD.

      *        THE OUTCOME IS LOGGED UNDER THE OPERATOR WHO
      *        ASKED FOR THE VOID AND THE REASON THEY GAVE,
      *        AS NUMVOID LOGGED IT WHEN IT VOIDED DIRECTLY.
       7000-WRITE-VOID-LOG.
           OPEN EXTEND VOID-LOG-FILE
           IF WS-VLOG-STATUS = "35"
               OPEN OUTPUT VOID-LOG-FILE
               CLOSE VOID-LOG-FILE
               OPEN EXTEND VOID-LOG-FILE
           END-IF
           MOVE WS-CYCLE-DATE TO VLOG-DATE
           ACCEPT VLOG-TIME FROM TIME
           MOVE PEND-REQUESTED-BY TO VLOG-OPERATOR-ID
           MOVE PEND-TARGET-NUM TO VLOG-NUM
           MOVE PEND-REASON TO VLOG-REASON
           MOVE WS-VLOG-RESULT TO VLOG-RESULT
           WRITE VOIDLOG-RECORD
           CLOSE VOID-LOG-FILE.

      *        THE PER-ACTION OLD/NEW RULE IN AUDITREC.CPY -
      *        THE SAME ONE NUMPREQ LOGGED THE REQUEST BY.
       8000-SET-DECISION-NUMBERS.
           MOVE ZERO TO WS-AUDIT-OLD-NUM
           MOVE ZERO TO WS-AUDIT-NEW-NUM
           EVALUATE TRUE
               WHEN PEND-COUNTER-BACK
                   MOVE PEND-BEFORE-NUM TO WS-AUDIT-OLD-NUM
                   MOVE PEND-AFTER-NUM TO WS-AUDIT-NEW-NUM
               WHEN PEND-RESTORE
                   MOVE PEND-TARGET-NUM TO WS-AUDIT-NEW-NUM
               WHEN PEND-VOID
                   MOVE PEND-TARGET-NUM TO WS-AUDIT-OLD-NUM
           END-EVALUATE
           MOVE PEND-SEGMENT-ID TO WS-AUDIT-SEGMENT.

       8100-WRITE-AUDIT-RECORD.
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-OPERATOR TO AUDIT-OPERATOR-ID
           MOVE WS-AUDIT-OLD-NUM TO AUDIT-OLD-NUM
           MOVE WS-AUDIT-NEW-NUM TO AUDIT-NEW-NUM
           MOVE WS-AUDIT-SEGMENT TO AUDIT-SEGMENT-ID
           MOVE WS-AUDIT-EVENT TO AUDIT-DUAL-EVENT
           MOVE PEND-ID TO AUDIT-PEND-ID
           MOVE PEND-ACTION TO AUDIT-PEND-ACTION
           WRITE AUDIT-RECORD.

       9000-TERMINATE.
           CLOSE PEND-FILE
           CLOSE AUDIT-FILE.
