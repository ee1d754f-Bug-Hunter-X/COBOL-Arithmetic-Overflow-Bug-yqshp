      *****************************************************
      *  PENDREC - RECORD LAYOUT FOR THE NUMPEND PENDING-
      *  ACTION FILE.  THE HIGH-RISK MANUAL ACTIONS - MOVING
      *  A SEGMENT'S COUNTER BACKWARD ON NUMINQ, ROLLING THE
      *  CONTROL FILES BACK WITH NUMREST, BREAKING A RUN
      *  LOCK WITH NUMLOCK AND VOIDING A NUMBER THROUGH
      *  NUMVOID - ARE NO LONGER APPLIED BY THE OPERATOR WHO
      *  ASKS FOR THEM.  EACH ONE IS FILED HERE (BY THE
      *  NUMPREQ SUBPROGRAM - SEE PREQLNK.CPY) AS A PENDING
      *  ITEM, AND ONLY A SECOND, DIFFERENT OPERATOR CAN
      *  APPROVE OR REJECT IT THROUGH THE NUMAPPR UTILITY.
      *  AN APPROVED ITEM IS APPLIED BY NUMAPPR THERE AND
      *  THEN; NOTHING ELSE EVER APPLIES ONE.
      *
      *  RELATIVE FILE, KEYED THE WAY NUMMAST IS - THE ITEM
      *  FOR PENDING ID N SITS AT RELATIVE RECORD N + 1.
      *  RELATIVE RECORD 1 (PENDING ID ZERO) IS THE CONTROL
      *  RECORD (PEND-CONTROL-RECORD BELOW) HOLDING THE LAST
      *  PENDING ID HANDED OUT, SO IDS ARE NEVER REUSED.
      *
      *  PEND-STATUS -
      *    "P" PENDING  - FILED, WAITING FOR A DECISION
      *    "A" APPROVED - APPROVED AND APPLIED BY NUMAPPR
      *    "J" REJECTED - REJECTED BY NUMAPPR, NOT APPLIED
      *    "E" EXPIRED  - NOT DECIDED WITHIN THE APPROVAL
      *                   WINDOW (SEE NUMAPPR); CAN NO
      *                   LONGER BE APPROVED AND MUST BE
      *                   FILED AGAIN IF STILL WANTED
      *
      *  PEND-ACTION AND WHAT EACH ONE CARRIES -
      *    "C" COUNTER SET BACK (NUMINQ) - PEND-SEGMENT-ID;
      *        BEFORE = THE COUNTER WHEN THE REQUEST WAS
      *        FILED, AFTER = THE VALUE ASKED FOR.
      *    "S" SNAPSHOT RESTORE (NUMREST) - PEND-TARGET-NUM
      *        IS THE GENERATION, PEND-TARGET-SELECTOR IS
      *        SEQ, CKP, PRM OR ALL; BEFORE/AFTER DESCRIBE
      *        THE GENERATION AS CATALOGUED.
      *    "L" RUN-LOCK BREAK (NUMLOCK) - PEND-SEGMENT-ID;
      *        BEFORE = THE HOLDER AND SINCE WHEN, AFTER
      *        SPACES (FREE).
      *    "V" VOID (NUMVOID) - PEND-TARGET-NUM IS THE
      *        NUMBER, PEND-REASON THE VOID REASON; BEFORE =
      *        THE MASTER STATUS AND ISSUE DATE AND TIME WHEN
      *        FILED (SO A SLOT REISSUED MEANWHILE IS NEVER
      *        VOIDED IN ITS PLACE), AFTER "V".
      *
      *  THE BEFORE VALUE IS WHAT THE APPROVER SEES AND
      *  APPROVES.  NUMAPPR REFUSES TO APPLY AN ITEM WHOSE
      *  TARGET NO LONGER MATCHES IT - THE ITEM STAYS
      *  PENDING FOR REJECTION OR EXPIRY.
      *****************************************************
       01  PEND-RECORD.
           05  PEND-ID                 PIC 9(09).
           05  PEND-STATUS             PIC X(01).
               88  PEND-WAITING        VALUE "P".
               88  PEND-APPROVED       VALUE "A".
               88  PEND-REJECTED       VALUE "J".
               88  PEND-EXPIRED        VALUE "E".
           05  PEND-ACTION             PIC X(01).
               88  PEND-COUNTER-BACK   VALUE "C".
               88  PEND-RESTORE        VALUE "S".
               88  PEND-LOCK-BREAK     VALUE "L".
               88  PEND-VOID           VALUE "V".
           05  PEND-SEGMENT-ID         PIC 9(02).
           05  PEND-TARGET-NUM         PIC 9(09).
           05  PEND-TARGET-SELECTOR    PIC X(03).
           05  PEND-BEFORE-VALUE       PIC X(30).
           05  PEND-BEFORE-COUNTER REDEFINES PEND-BEFORE-VALUE.
               10  PEND-BEFORE-NUM     PIC 9(09).
               10  FILLER              PIC X(21).
           05  PEND-BEFORE-LOCK REDEFINES PEND-BEFORE-VALUE.
               10  PEND-BEFORE-LOCK-JOB PIC X(08).
               10  PEND-BEFORE-LOCK-DATE PIC X(08).
               10  PEND-BEFORE-LOCK-TIME PIC X(08).
               10  FILLER              PIC X(06).
           05  PEND-BEFORE-MASTER REDEFINES PEND-BEFORE-VALUE.
               10  PEND-BEFORE-MAST-STATUS PIC X(01).
               10  PEND-BEFORE-ISSUE-DATE PIC X(08).
               10  PEND-BEFORE-ISSUE-TIME PIC X(08).
               10  FILLER              PIC X(13).
           05  PEND-AFTER-VALUE        PIC X(30).
           05  PEND-AFTER-COUNTER REDEFINES PEND-AFTER-VALUE.
               10  PEND-AFTER-NUM      PIC 9(09).
               10  FILLER              PIC X(21).
           05  PEND-REASON             PIC X(30).
           05  PEND-REQUESTED-BY       PIC X(08).
           05  PEND-REQUEST-DATE       PIC X(08).
           05  PEND-REQUEST-TIME       PIC X(08).
           05  PEND-DECIDED-BY         PIC X(08).
           05  PEND-DECIDED-DATE       PIC X(08).
           05  PEND-DECIDED-TIME       PIC X(08).
           05  FILLER                  PIC X(17).

       01  PEND-CONTROL-RECORD.
           05  PEND-CTL-ID             PIC 9(09).
           05  PEND-LAST-ID            PIC 9(09).
           05  FILLER                  PIC X(162).
