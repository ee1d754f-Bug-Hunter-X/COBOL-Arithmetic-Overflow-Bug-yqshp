      *****************************************************
      *  AMDTRAN - RECORD LAYOUT FOR THE NUMAMDT PAYLOAD
      *  AMENDMENT TRANSACTION FILE READ BY NUMAMND.  ONE
      *  100-BYTE RECORD PER ISSUED NUMBER WHOSE SOURCE
      *  SYSTEM OR REFERENCE CAME IN WRONG, PREPARED BY
      *  OPERATIONS FROM THE SENDER'S CORRECTION: THE
      *  NUMBER, THE CORRECTED SOURCE SYSTEM AND REFERENCE
      *  DATA (BOTH GIVEN IN FULL - THEY REPLACE BYTES 3-50
      *  OF MAST-DATA OUTRIGHT), THE OPERATOR AND A
      *  FREE-FORM REASON CARRIED ONTO THE NUMAMDL
      *  AMENDMENT LOG (SEE AMDLOG.CPY).
      *
      *  THE TRANSACTION TYPE IN BYTES 1-2 OF MAST-DATA IS
      *  NEVER AMENDED - AN ISSUE STAYS AN ISSUE.
      *****************************************************
       01  AMD-TRANS-RECORD.
           05  AMDT-NUM                PIC 9(09).
           05  AMDT-SOURCE-SYSTEM      PIC X(08).
           05  AMDT-REF-DATA           PIC X(40).
           05  AMDT-OPERATOR           PIC X(08).
           05  AMDT-REASON             PIC X(30).
           05  FILLER                  PIC X(05).
