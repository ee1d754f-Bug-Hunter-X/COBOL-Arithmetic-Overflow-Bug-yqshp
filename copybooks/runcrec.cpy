      *****************************************************
      *  RUNCREC - RECORD LAYOUT FOR THE NUMRUNC NIGHTLY
      *  RUN-CONTROL FILE, AN INDEXED FILE WRITTEN BY THE
      *  NUMNIGHT CYCLE DRIVER.  ONE RECORD PER BUSINESS
      *  DATE, CHAIN STEP AND SEGMENT - THE GLOBAL STEPS
      *  (NUMCYC, NUMEDIT, NUMRECON, NUMRESP, NUMDELTA,
      *  NUMDCONF) ARE RECORDED UNDER SEGMENT 00, THE
      *  PER-SEGMENT STEPS (NUMISSUE, NUMBAL, NUMREPR) UNDER
      *  THEIR OWN SEGMENT.
      *
      *  THE RECORD IS WRITTEN "R" RUNNING BEFORE THE STEP
      *  STARTS AND REWRITTEN "C" COMPLETE OR "F" FAILED
      *  WITH ITS RETURN CODE WHEN IT ENDS, SO A DRIVER
      *  THAT DIES MID-STEP LEAVES THE STEP VISIBLY
      *  UNFINISHED.  ON A RERUN FOR THE SAME BUSINESS
      *  DATE EVERY STEP ALREADY "C" IS PASSED OVER AND THE
      *  CHAIN RESUMES AT THE FIRST STEP THAT IS NOT - A
      *  FAILED OR INTERRUPTED STEP IS RUN AGAIN, AND
      *  RUNC-ATTEMPTS COUNTS HOW MANY TIMES IT HAS BEEN
      *  TRIED.
      *
      *  RUNC-STEP-SEQ IS THE STEP'S POSITION IN THE
      *  NIGHT'S CHAIN, KEPT SO THE FILE CAN BE LISTED IN
      *  RUN ORDER WITHOUT THE DRIVER'S STEP TABLE.
      *
      *  RUNC-RETURN-CODE IS THE STEP'S OWN RETURN CODE;
      *  A STEP THAT DIED WITHOUT SETTING ONE (KILLED, OR
      *  NOT FOUND) IS RECORDED AS 16, THE SHOP'S ABORT
      *  CODE.
      *****************************************************
       01  RUNC-RECORD.
           05  RUNC-KEY.
               10  RUNC-BUSINESS-DATE  PIC X(08).
               10  RUNC-STEP-ID        PIC X(08).
               10  RUNC-SEGMENT-ID     PIC 9(02).
           05  RUNC-STEP-SEQ           PIC 9(02).
           05  RUNC-STATUS             PIC X(01).
               88  RUNC-RUNNING        VALUE "R".
               88  RUNC-COMPLETE       VALUE "C".
               88  RUNC-FAILED         VALUE "F".
           05  RUNC-START-DATE         PIC X(08).
           05  RUNC-START-TIME         PIC X(08).
           05  RUNC-END-DATE           PIC X(08).
           05  RUNC-END-TIME           PIC X(08).
           05  RUNC-RETURN-CODE        PIC 9(04).
           05  RUNC-ATTEMPTS           PIC 9(03).
           05  RUNC-OPERATOR-ID        PIC X(08).
