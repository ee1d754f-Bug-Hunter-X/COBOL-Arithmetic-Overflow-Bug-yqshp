      *****************************************************
      *  RSPWREC - RECORD LAYOUTS FOR THE NUMRSPW RESPONSE
      *  WORK FILE WRITTEN BY NUMEDIT AND READ BY THE
      *  NUMRESP SENDER-RESPONSE STEP AFTER NUMISSUE.
      *  REWRITTEN EVERY CYCLE, LIKE NUMTRANS AND NUMREJ.
      *
      *  NUMREJ ALONE CANNOT SAY WHAT BECAME OF A SENDER'S
      *  TRANSACTION - IT CARRIES THE CORRECTED RESUBMITS
      *  FROM EARLIER BATCHES AS WELL AS TONIGHT'S REJECTS,
      *  UNDER THEIR ORIGINAL BATCH POSITIONS - AND
      *  NUMTRANS ONLY HOLDS THE RECORDS THAT PASSED.  THIS
      *  FILE IS TONIGHT'S ACCEPTED BATCH EXACTLY AS THE
      *  SENDER BUILT IT, ONE RECORD PER TRANSACTION IN
      *  BATCH ORDER, EACH WITH THE EDIT RESULT:
      *
      *    "H" HEADER - FIRST RECORD: THE BH SENDER, BATCH
      *                 ID AND CREATION DATE, THE BUSINESS
      *                 DATE THE BATCH WAS EDITED UNDER, AND
      *                 THE NUMBER OF DETAILS THAT FOLLOW
      *                 (THE PROVED BT RECORD COUNT).
      *    "D" DETAIL - ONE PER TRANSACTION: ITS BATCH
      *                 POSITION, THE NUMEDIT REJECT REASON
      *                 (SEE REJREC.CPY - SPACES WHEN IT
      *                 PASSED CLEAN TO NUMTRANS) AND THE
      *                 ORIGINAL 80-BYTE IMAGE.
      *
      *  A HELD BATCH, OR A NIGHT WITH NO BATCH DELIVERED,
      *  LEAVES THE FILE EMPTY - THERE IS NOTHING TO ANSWER.
      *  RESUBMITS ARE NOT CARRIED: THEIR SENDER WAS ANSWERED
      *  FOR THE BATCH THAT FIRST REJECTED THEM.
      *****************************************************
       01  RSPW-HEADER.
           05  RWH-RECORD-TYPE         PIC X(01).
               88  RWH-IS-HEADER       VALUE "H".
           05  RWH-SENDER-ID           PIC X(08).
           05  RWH-BATCH-ID            PIC X(16).
           05  RWH-CREATE-DATE         PIC X(08).
           05  RWH-BUSINESS-DATE       PIC X(08).
           05  RWH-DETAIL-COUNT        PIC 9(09).
           05  FILLER                  PIC X(39).

       01  RSPW-DETAIL.
           05  RWD-RECORD-TYPE         PIC X(01).
               88  RWD-IS-DETAIL       VALUE "D".
           05  RWD-SEQ                 PIC 9(06).
           05  RWD-REASON-CODE         PIC X(02).
               88  RWD-PASSED-CLEAN    VALUE SPACES.
           05  RWD-TRANS-IMAGE         PIC X(80).
