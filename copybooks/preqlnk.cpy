      *****************************************************
      *  PREQLNK - PARAMETER BLOCK FOR THE NUMPREQ CALLABLE
      *  PENDING-ACTION SUBPROGRAM.  NUMINQ, NUMREST,
      *  NUMLOCK AND NUMVOID CALL IT INSTEAD OF APPLYING A
      *  HIGH-RISK ACTION THEMSELVES: NUMPREQ FILES THE
      *  ACTION ON NUMPEND FOR A SECOND OPERATOR TO APPROVE
      *  (SEE PENDREC.CPY FOR WHAT EACH ACTION CARRIES) AND
      *  WRITES THE REQUEST TO THE NUMAUDIT TRAIL.
      *
      *  THE CALLER SETS EVERY FIELD UP TO PREQ-OPERATOR-ID;
      *  NUMPREQ RETURNS PREQ-PENDING-ID AND A RETURN CODE.
      *
      *  RETURN CODES:
      *    00 - FILED AS PENDING ID PREQ-PENDING-ID
      *    NO - NO OPERATOR ID GIVEN - NOTHING FILED
      *    IA - PREQ-ACTION IS NOT C, S, L OR V - NOTHING
      *         FILED
      *****************************************************
       01  PREQ-PARAMETER-BLOCK.
           05  PREQ-ACTION             PIC X(01).
           05  PREQ-SEGMENT-ID         PIC 9(02).
           05  PREQ-TARGET-NUM         PIC 9(09).
           05  PREQ-TARGET-SELECTOR    PIC X(03).
           05  PREQ-BEFORE-VALUE       PIC X(30).
           05  PREQ-AFTER-VALUE        PIC X(30).
           05  PREQ-REASON             PIC X(30).
           05  PREQ-OPERATOR-ID        PIC X(08).
           05  PREQ-PENDING-ID         PIC 9(09).
           05  PREQ-RETURN-CODE        PIC X(02).
               88  PREQ-FILED          VALUE "00".
