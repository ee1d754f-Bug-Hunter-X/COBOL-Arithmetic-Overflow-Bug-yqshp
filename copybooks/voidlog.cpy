      *****************************************************
      *  VOIDLOG - RECORD LAYOUT FOR THE NUMVOIDL VOID
      *  EXCEPTION LOG, APPENDED BY NUMVOID FOR EVERY VOID
      *  TRANSACTION PROCESSED - SUCCESSFUL OR NOT - AND BY
      *  NUMAPPR WHEN A FILED VOID IS DECIDED, SO THE
      *  FULL HISTORY OF WHO CANCELLED WHAT, WHEN AND WHY
      *  (AND WHICH REQUESTS COULD NOT BE HONORED) IS KEPT
      *  THE SAME APPEND-ONLY WAY AS NUMWRAP AND NUMCOLL.
      *    AV - NUMBER WAS ALREADY VOIDED
      *    AR - NUMBER IS ARCHIVED (SEE NUMARCH) - RESTORE
      *         IT WITH NUMARST BEFORE VOIDING
      *    IV - TRANSACTION NUMBER FIELD NOT NUMERIC, OR THE
      *         CHECK-DIGITED FORM IS NOT TEN DIGITS
      *    CD - THE CHECK DIGIT KEYED WITH THE NUMBER DOES
      *         NOT VERIFY (SEE CKDLNK.CPY) - THE NUMBER WAS
      *         MIS-KEYED AND NOTHING WAS VOIDED.  VLOG-NUM
      *         IS THE NUMBER AS KEYED, WITHOUT ITS DIGIT
      *    PQ - VOID FILED ON NUMPEND FOR A SECOND OPERATOR
      *         TO APPROVE (SEE PENDREC.CPY) - NOT VOIDED
      *         YET.  THE "OK" RECORD FOLLOWS WHEN NUMAPPR
      *         APPLIES THE APPROVED VOID, UNDER THE SAME
      *         REQUESTING OPERATOR AND REASON
      *    NO - NO REQUESTING OPERATOR ON THE TRANSACTION -
      *         A VOID CANNOT BE FILED FOR APPROVAL WITHOUT
      *         ONE, SO NOTHING WAS FILED
      *    RJ - THE PENDING VOID WAS REJECTED - NOT VOIDED
      *    EX - THE PENDING VOID EXPIRED UNDECIDED - NOT
      *         VOIDED
      *****************************************************
       01  VOIDLOG-RECORD.
           05  VLOG-DATE               PIC X(08).
               88  VLOG-ALREADY-VOID   VALUE "AV".
               88  VLOG-ARCHIVED       VALUE "AR".
               88  VLOG-BAD-NUMBER     VALUE "IV".
               88  VLOG-BAD-CHECK-DIGIT VALUE "CD".
               88  VLOG-QUEUED         VALUE "PQ".
               88  VLOG-NO-OPERATOR    VALUE "NO".
               88  VLOG-REJECTED       VALUE "RJ".
               88  VLOG-EXPIRED        VALUE "EX".
