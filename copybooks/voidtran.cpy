      *  PREPARED BY OPERATIONS: THE NUMBER TO VOID, THE
      *  OPERATOR REQUESTING IT, AND A FREE-FORM REASON
      *  THAT IS CARRIED ONTO THE NUMVOIDL EXCEPTION LOG.
      *
      *  VOID-TRANS-KEYED-NUM IS THE NUMBER IN ITS CHECK-
      *  DIGITED FORM (TEN DIGITS - SEE CKDLNK.CPY), KEYED
      *  FROM THE LABEL OR PRINTOUT.  WHEN IT IS PRESENT THE
      *  CHECK DIGIT MUST VERIFY AND VOID-TRANS-NUM IS NOT
      *  LOOKED AT; A MIS-KEYED NUMBER IS REFUSED INSTEAD OF
      *  VOIDING SOMEBODY ELSE'S RECORD.  WHEN IT IS SPACES
      *  THE PLAIN VOID-TRANS-NUM IS USED AS IT ALWAYS WAS,
      *  SO TRANSACTIONS PREPARED BEFORE THE CHECK DIGIT
      *  EXISTED STILL RUN.  TAKEN FROM THE FILLER, SO THE
      *  RECORD IS STILL 80 BYTES.
      *****************************************************
       01  VOID-TRANS-RECORD.
           05  VOID-TRANS-NUM          PIC 9(09).
           05  VOID-TRANS-OPERATOR     PIC X(08).
           05  VOID-TRANS-REASON       PIC X(30).
           05  VOID-TRANS-KEYED-NUM    PIC X(10).
           05  FILLER                  PIC X(23).
