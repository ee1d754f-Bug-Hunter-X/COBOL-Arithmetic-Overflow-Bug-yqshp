      *****************************************************
      *  PRMTRAN - RECORD LAYOUT FOR THE NUMPARMT SEGMENT-
      *  PARAMETER CHANGE TRANSACTION FILE READ BY NUMPMNT.
      *  ONE 80-BYTE RECORD PER NUMPARM CHANGE THE SHOP
      *  WANTS MADE, PREPARED BY OPERATIONS IN PLACE OF A
      *  HAND EDIT OF THE RELATIVE FILE.
      *
      *  PRMT-ACTION - "A" ADD A NEW SEGMENT RECORD
      *                "C" CHANGE AN EXISTING SEGMENT RECORD
      *                "R" RETIRE (REMOVE) A SEGMENT RECORD
      *
      *  AN ADD OR CHANGE CARRIES THE COMPLETE NEW RECORD -
      *  EVERY SETTING, NOT JUST THE ONE BEING MOVED - SO
      *  THE TRANSACTION IS THE AFTER-IMAGE AND NOTHING IS
      *  INFERRED FROM BLANK FIELDS.  A RETIRE NEEDS ONLY
      *  THE SEGMENT ID; ITS VALUE FIELDS ARE IGNORED.
      *
      *  PRMT-OPERATOR AND PRMT-REASON ARE CARRIED ONTO THE
      *  NUMPARML PARAMETER-CHANGE LOG (SEE PRMLOG.CPY).
      *****************************************************
       01  PRMT-RECORD.
           05  PRMT-ACTION             PIC X(01).
               88  PRMT-ADD            VALUE "A".
               88  PRMT-CHANGE         VALUE "C".
               88  PRMT-RETIRE         VALUE "R".
           05  PRMT-SEGMENT-ID         PIC 9(02).
           05  PRMT-MAX-NUM            PIC 9(09).
           05  PRMT-WRAP-TARGET        PIC 9(09).
           05  PRMT-SEGMENT-LOW        PIC 9(09).
           05  PRMT-SEGMENT-HIGH       PIC 9(09).
           05  PRMT-RETENTION-DAYS     PIC 9(05).
           05  PRMT-OPERATOR           PIC X(08).
           05  PRMT-REASON             PIC X(20).
           05  FILLER                  PIC X(08).
