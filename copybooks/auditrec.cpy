      *  AUDIT-SEGMENT-ID RECORDS WHICH NUMSEQ RECORD WAS
      *  CHANGED (SEE NUMPARM.CPY AND REQUEST 007) - NUMINQ CAN
      *  MAINTAIN ANY CONFIGURED SEGMENT, NOT JUST SEGMENT 0.
      *
      *  AUDIT-DUAL-CONTROL TIES A RECORD TO A DUAL-CONTROL
      *  PENDING ITEM ON NUMPEND (SEE PENDREC.CPY).  A
      *  REQUEST IS LOGGED WHEN IT IS FILED (EVENT "Q",
      *  UNDER THE REQUESTING OPERATOR) AND AGAIN WHEN IT IS
      *  DECIDED (EVENT "A" APPROVED AND APPLIED, "J"
      *  REJECTED OR "E" EXPIRED, UNDER THE DECIDING
      *  OPERATOR), EVERY RECORD CARRYING THE SAME PENDING
      *  ID AND ACTION, SO NUMHIST CAN SHOW THE PAIR.  AN
      *  APPROVED RESTORE LOGS ONE "A" RECORD PER RESTORED
      *  NUMSEQ SEGMENT AND PER RESTORED FILE, AS NUMREST
      *  ALWAYS DID.  OLD/NEW NUMBERS: A COUNTER SET BACK
      *  SHOWS THE COUNTER BEFORE AND AFTER, A RESTORE
      *  REQUEST THE GENERATION AS THE NEW NUMBER, A VOID
      *  THE VOIDED NUMBER AS THE OLD NUMBER, A LOCK BREAK
      *  ZEROS.
      *
      *  A CHANGE MADE DIRECTLY, WITH NO PENDING ITEM,
      *  LEAVES AUDIT-DUAL-CONTROL SPACES - AS DOES EVERY
      *  RECORD APPENDED BEFORE THE FIELD EXISTED, WHICH
      *  READS BACK SHORT.
      *****************************************************
       01  AUDIT-RECORD.
           05  AUDIT-DATE              PIC X(08).
           05  AUDIT-OLD-NUM           PIC 9(09).
           05  AUDIT-NEW-NUM           PIC 9(09).
           05  AUDIT-SEGMENT-ID        PIC 9(02).
           05  AUDIT-DUAL-CONTROL.
               10  AUDIT-DUAL-EVENT    PIC X(01).
                   88  AUDIT-DIRECT-CHANGE VALUE SPACE.
                   88  AUDIT-REQUESTED VALUE "Q".
                   88  AUDIT-APPROVED  VALUE "A".
                   88  AUDIT-REJECTED  VALUE "J".
                   88  AUDIT-EXPIRED   VALUE "E".
               10  AUDIT-PEND-ID       PIC 9(09).
               10  AUDIT-PEND-ACTION   PIC X(01).
