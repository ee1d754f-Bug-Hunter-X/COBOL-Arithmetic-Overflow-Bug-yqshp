      *****************************************************
      *  MASTREC0 - FROZEN COPY OF THE NUMMAST RECORD
      *  LAYOUT AS IT STOOD BEFORE MAST-CHECK-DIGIT WAS
      *  ADDED (NUMBER, PAYLOAD, ISSUANCE METADATA AND
      *  STATUS, 87 BYTES).  KEPT SOLELY FOR NUMCONV4 TO
      *  READ A MASTER FILE BUILT UNDER THAT LAYOUT, THE
      *  SAME WAY MASTREC9 IS KEPT FOR NUMCONV2.  DO NOT USE
      *  THIS LAYOUT FOR NEW WORK - USE MASTREC.
      *****************************************************
       01  OLD0-MASTER-RECORD.
           05  OLD0-MAST-NUM           PIC 9(9).
           05  OLD0-MAST-DATA          PIC X(50).
           05  OLD0-MAST-ISSUE-DATE    PIC X(08).
           05  OLD0-MAST-ISSUE-TIME    PIC X(08).
           05  OLD0-MAST-JOB-ID        PIC X(08).
           05  OLD0-MAST-SEGMENT-ID    PIC 9(02).
           05  OLD0-MAST-WRAP-SW       PIC X(01).
           05  OLD0-MAST-STATUS        PIC X(01).
