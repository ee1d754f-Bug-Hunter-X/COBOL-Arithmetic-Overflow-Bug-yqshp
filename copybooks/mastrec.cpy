      *  EARLIER LAP - AND "N" FOR A FIRST-LAP FRESH ISSUE.
      *
      *  MAST-STATUS - "A" WHILE THE NUMBER IS ACTIVE, "V"
      *  ONCE A CANCELLATION FILED BY NUMVOID HAS BEEN
      *  APPROVED AND APPLIED BY NUMAPPR, "R" ONCE NUMARCH
      *  HAS MOVED THE RECORD TO THE NUMARCHF ARCHIVE FILE.
      *  A VOIDED RECORD STAYS ON THE FILE (SO NUMRECON
      *  SEES THE SLOT AS ACCOUNTED FOR, NOT A GAP) BUT ITS
      *  STILL REPORTS THE DAY'S ACTIVITY, NUMRECON REPORTS
      *  THE NUMBER AS ARCHIVED RATHER THAN A GAP, AND THE
      *  SLOT IS AS SAFELY REUSABLE AS A VOIDED ONE.
      *
      *  MAST-CHECK-DIGIT - THE NUMBER'S CHECK DIGIT (SEE
      *  CKDLNK.CPY), SET BY WHICHEVER JOB WROTE THE NUMBER
      *  (NUMISSUE, NUMREPR).  MAST-NUM FOLLOWED BY THIS
      *  DIGIT IS THE CHECK-DIGITED FORM CLERKS KEY BACK.
      *  ADDED AFTER THE METADATA AND STATUS FIELDS - SEE
      *  NUMCONV4 FOR THE ONE-TIME CONVERSION OF A MASTER
      *  FILE AND ARCHIVE BUILT UNDER THE EARLIER LAYOUT
      *  (MASTREC0).
      *****************************************************
       01  MASTER-RECORD.
           05  MAST-NUM                PIC 9(9).
               88  MAST-ACTIVE         VALUE "A".
               88  MAST-VOIDED         VALUE "V".
               88  MAST-ARCHIVED       VALUE "R".
           05  MAST-CHECK-DIGIT        PIC 9(01).
