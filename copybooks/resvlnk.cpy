      *  THE CALLER FILLS IN THE REQUESTOR ID, SEGMENT AND
      *  BLOCK SIZE; NUMRESV RESERVES A CONTIGUOUS BLOCK OF
      *  THAT MANY NUMBERS FROM THE SEGMENT'S NUMSEQ COUNTER
      *  (SAME WRAP RULES AS NUMISSUE), FILES THE
      *  RESERVATION ON NUMRESVL (SEE RESVREC.CPY) AND
      *  RETURNS THE BLOCK BOUNDS.  THE RESERVED NUMBERS ARE
      *  NEVER WRITTEN TO NUMMAST BY NUMRESV - NUMRECON
      *  TREATS NUMBERS INSIDE A FILED RESERVATION AS
      *  ACCOUNTED FOR, NOT GAPS.
      *
      *  RETURN CODES:
      *    00 - BLOCK RESERVED, BOUNDS SET
      *    FL - NO CONTIGUOUS RUN OF FREE NUMBERS OF THE
      *         REQUESTED SIZE EXISTS IN THE RANGE; THE
      *         COUNTER FILE IS LEFT UNTOUCHED
      *    LK - ANOTHER JOB HOLDS THE SEGMENT'S RUN LOCK
      *         (SEE LOCKREC.CPY); NOTHING IS RESERVED.
      *         THE CALLER MAY RETRY ONCE THE HOLDING JOB
      *         FINISHES, OR ASK OPERATIONS TO INSPECT THE
      *         LOCK WITH NUMLOCK IF IT LOOKS STALE
      *    UR - THE REQUESTOR ID IS NOT ON THE NUMSRCSY
      *         SOURCE-SYSTEM REGISTRY (SEE SRCSYS.CPY) OR IS
      *         NOT ACTIVE THERE; NOTHING IS RESERVED
      *    NA - THE REQUESTOR IS REGISTERED TO A DIFFERENT
      *         SEGMENT THAN THE ONE ASKED FOR; NOTHING IS
      *         RESERVED
      *****************************************************
       01  RESV-PARAMETER-BLOCK.
           05  RESV-REQUESTOR-ID       PIC X(08).
               88  RESV-BAD-SIZE       VALUE "IV".
               88  RESV-BAD-SEGMENT    VALUE "SG".
               88  RESV-RANGE-FULL     VALUE "FL".
               88  RESV-LOCKED         VALUE "LK".
               88  RESV-UNREGISTERED   VALUE "UR".
               88  RESV-NOT-ALLOWED    VALUE "NA".
           05  RESV-BLOCK-START        PIC 9(09).
           05  RESV-BLOCK-END          PIC 9(09).
      *        THE LAST DATE THE RESERVATION IS GOOD FOR,
      *        SUPPLIED BY THE CALLER AND CARRIED ONTO THE
      *        NUMRESVL RECORD (SEE RESVREC.CPY).  SPACES OR
      *        ZERO MEANS THE BLOCK NEVER EXPIRES; THE
      *        NUMRSVX JOB RETIRES EXPIRED BLOCKS SO THEIR
      *        NUMBERS BECOME ISSUABLE AGAIN.
           05  RESV-EXPIRY-DATE        PIC X(08).
      *        CHECK DIGITS OF THE TWO BLOCK BOUNDS (SEE
      *        CKDLNK.CPY), SET WITH THE BOUNDS ON RETURN CODE
      *        00 - RESV-BLOCK-START FOLLOWED BY
      *        RESV-BLOCK-START-CD IS THE CHECK-DIGITED FORM
      *        TO PRINT ON THE FIRST LABEL, AND LIKEWISE FOR
      *        THE END.  A NUMBER INSIDE THE BLOCK GETS ITS
      *        OWN DIGIT FROM NUMCKD.  NUMRESV SETS THESE TWO
      *        BYTES ON EVERY SUCCESSFUL CALL, SO EVERY CALLER
      *        MUST BE RECOMPILED WITH THIS COPYBOOK.
           05  RESV-BLOCK-START-CD     PIC 9(01).
           05  RESV-BLOCK-END-CD       PIC 9(01).
