      *****************************************************
      *  CKDLNK - PARAMETER BLOCK FOR THE NUMCKD CALLABLE
      *  CHECK-DIGIT SUBPROGRAM.  EVERY NUMBER THE SHOP
      *  HANDS OUT CARRIES ONE CHECK DIGIT (IBM MODULUS 10)
      *  SO A MIS-KEYED NUMBER - A WRONG DIGIT, OR MOST
      *  TRANSPOSITIONS OF TWO ADJACENT DIGITS - IS CAUGHT
      *  INSTEAD OF LANDING ON SOMEBODY ELSE'S RECORD.
      *
      *  THE CHECK-DIGITED FORM OF A NUMBER IS TEN DIGITS:
      *  THE NINE-DIGIT NUMBER, LEADING ZEROS AND ALL, WITH
      *  THE CHECK DIGIT AFTER IT - 000012345 PRINTS AND IS
      *  KEYED AS 0000123455.
      *
      *  CKD-FUNCTION -
      *    "C" COMPUTE - THE CALLER SETS CKD-NUMBER; NUMCKD
      *        RETURNS CKD-CHECK-DIGIT AND THE CHECK-DIGITED
      *        FORM IN CKD-KEYED-NUMBER.
      *    "V" VERIFY  - THE CALLER SETS CKD-KEYED-NUMBER TO
      *        THE TEN CHARACTERS AS KEYED; NUMCKD SPLITS OUT
      *        CKD-NUMBER AND CKD-CHECK-DIGIT AND SAYS
      *        WHETHER THE DIGIT PROVES OUT.
      *
      *  RETURN CODES:
      *    00 - COMPUTED, OR THE KEYED NUMBER VERIFIES
      *    CD - THE KEYED CHECK DIGIT DOES NOT VERIFY - THE
      *         NUMBER WAS MIS-KEYED AND MUST NOT BE ACTED ON
      *    IV - FUNCTION NOT C OR V, CKD-NUMBER NOT NUMERIC
      *         (COMPUTE), OR THE KEYED NUMBER IS NOT TEN
      *         DIGITS (VERIFY)
      *****************************************************
       01  CKD-PARAMETER-BLOCK.
           05  CKD-FUNCTION            PIC X(01).
               88  CKD-COMPUTE         VALUE "C".
               88  CKD-VERIFY          VALUE "V".
           05  CKD-NUMBER              PIC 9(09).
           05  CKD-CHECK-DIGIT         PIC 9(01).
           05  CKD-KEYED-NUMBER        PIC X(10).
           05  CKD-RETURN-CODE         PIC X(02).
               88  CKD-VALID           VALUE "00".
               88  CKD-BAD-DIGIT       VALUE "CD".
               88  CKD-BAD-FORM        VALUE "IV".
