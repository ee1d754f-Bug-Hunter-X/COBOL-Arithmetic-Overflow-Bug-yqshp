      *****************************************************
      *  SSYLOG - RECORD LAYOUT FOR THE NUMSRCSL SOURCE-
      *  SYSTEM REGISTRY CHANGE LOG, APPENDED BY NUMSMNT FOR
      *  EVERY CHANGE TRANSACTION PROCESSED - APPLIED OR
      *  REFUSED - THE SAME APPEND-ONLY WAY AS NUMPARML.
      *  EACH RECORD CARRIES THE REGISTRY RECORD AS IT
      *  STOOD BEFORE THE TRANSACTION AND THE RECORD THE
      *  TRANSACTION ASKED FOR, BYTE FOR BYTE IN THE
      *  SRCSYS LAYOUT, SO ANY SETTING CAN BE PUT BACK BY
      *  HAND FROM THE LOG ALONE.
      *
      *  SSYL-BEFORE-IMAGE IS SPACES FOR AN ADD (THERE WAS
      *  NO RECORD).  ON A REFUSED TRANSACTION THE
      *  AFTER-IMAGE IS WHAT WAS ASKED FOR, NOT WHAT IS ON
      *  FILE - NUMSRCSY ITSELF WAS LEFT UNTOUCHED.
      *
      *  RESULT CODES:
      *    OK - CHANGE APPLIED TO NUMSRCSY
      *    IV - ACTION NOT A/C/R, SENDER ID BLANK, OR ON AN
      *         ADD OR CHANGE: DESCRIPTION BLANK, STATUS NOT
      *         A OR I, ALLOWED SEGMENT NOT SPACES OR TWO
      *         DIGITS, OR DAILY MAXIMUM NOT NUMERIC
      *    AE - ADD FOR A SENDER ALREADY REGISTERED
      *    NF - CHANGE OR RETIRE FOR A SENDER NOT REGISTERED
      *****************************************************
       01  SSYL-RECORD.
           05  SSYL-DATE               PIC X(08).
           05  SSYL-TIME               PIC X(08).
           05  SSYL-OPERATOR-ID        PIC X(08).
           05  SSYL-ACTION             PIC X(01).
           05  SSYL-SENDER-ID          PIC X(08).
           05  SSYL-RESULT             PIC X(02).
               88  SSYL-APPLIED        VALUE "OK".
           05  SSYL-REASON             PIC X(20).
           05  SSYL-BEFORE-IMAGE       PIC X(91).
           05  SSYL-AFTER-IMAGE        PIC X(91).
