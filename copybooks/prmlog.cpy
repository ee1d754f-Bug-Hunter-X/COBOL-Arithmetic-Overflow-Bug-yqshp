      *****************************************************
      *  PRMLOG - RECORD LAYOUT FOR THE NUMPARML PARAMETER-
      *  CHANGE LOG, APPENDED BY NUMPMNT FOR EVERY NUMPARM
      *  CHANGE TRANSACTION PROCESSED - APPLIED OR REFUSED -
      *  THE SAME APPEND-ONLY WAY AS NUMVOIDL.  EACH RECORD
      *  CARRIES THE NUMPARM RECORD AS IT STOOD BEFORE THE
      *  TRANSACTION AND THE RECORD THE TRANSACTION ASKED
      *  FOR, BYTE FOR BYTE IN THE NUMPARM LAYOUT, SO ANY
      *  SETTING CAN BE PUT BACK BY HAND FROM THE LOG ALONE.
      *  NUMHIST MERGES THIS LOG INTO THE EXCEPTION HISTORY
      *  ALONGSIDE THE NUMAUDIT MANUAL CHANGES.
      *
      *  PLOG-BEFORE-IMAGE IS SPACES FOR AN ADD (THERE WAS
      *  NO RECORD); PLOG-AFTER-IMAGE IS SPACES FOR A RETIRE
      *  (THE RECORD IS GONE).  ON A REFUSED TRANSACTION THE
      *  AFTER-IMAGE IS WHAT WAS ASKED FOR, NOT WHAT IS ON
      *  FILE - NUMPARM ITSELF WAS LEFT UNTOUCHED.
      *
      *  BOTH IMAGES ARE THE NUMPARM LAYOUT (43 BYTES TODAY)
      *  - IF NUMPARM IS EVER WIDENED AGAIN, THIS LOG NEEDS
      *  THE SAME ONE-TIME TREATMENT ARCHREC.CPY DESCRIBES.
      *
      *  RESULT CODES:
      *    OK - CHANGE APPLIED TO NUMPARM
      *    IV - ACTION NOT A/C/R, OR A REQUIRED FIELD NOT
      *         NUMERIC
      *    AE - ADD FOR A SEGMENT THAT ALREADY HAS A RECORD
      *    NF - CHANGE OR RETIRE FOR A SEGMENT WITH NO RECORD
      *    FL - SEGMENTED (HIGH > 0) WITH SEGMENT-LOW = 0 -
      *         THE FLOOR RULE NUMISSUE ENFORCES AT STARTUP
      *    RG - RANGE INVERTED (LOW ABOVE HIGH, OR WRAP
      *         TARGET ABOVE MAX-NUM) OR EMPTY (MAX-NUM ZERO)
      *    OV - RANGE OVERLAPS ANOTHER CONFIGURED SEGMENT
      *    ST - ACTIVE MASTER RECORDS OR LIVE NUMRESVL BLOCKS
      *         OF THE SEGMENT WOULD FALL OUTSIDE THE NEW
      *         RANGE (OR, FOR A RETIRE, STILL EXIST)
      *    CT - THE SEGMENT'S NUMSEQ COUNTER SITS BELOW THE
      *         NEW FLOOR - THE NEXT ISSUE WOULD FALL OUTSIDE
      *         THE RANGE
      *    LK - THE SEGMENT'S NUMLOCKF RUN LOCK IS HELD
      *****************************************************
       01  PLOG-RECORD.
           05  PLOG-DATE               PIC X(08).
           05  PLOG-TIME               PIC X(08).
           05  PLOG-OPERATOR-ID        PIC X(08).
           05  PLOG-ACTION             PIC X(01).
           05  PLOG-SEGMENT-ID         PIC 9(02).
           05  PLOG-RESULT             PIC X(02).
               88  PLOG-APPLIED        VALUE "OK".
           05  PLOG-REASON             PIC X(20).
           05  PLOG-BEFORE-IMAGE       PIC X(43).
           05  PLOG-AFTER-IMAGE        PIC X(43).
