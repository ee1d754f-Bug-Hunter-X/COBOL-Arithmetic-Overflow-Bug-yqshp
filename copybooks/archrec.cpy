      *  A MASTER-RECORD BUFFER.
      *
      *  ARCH-MASTER-IMAGE IS THE MASTREC LAYOUT BYTE FOR
      *  BYTE (88 BYTES TODAY, SINCE MAST-CHECK-DIGIT) - AN
      *  ARCHIVE WRITTEN UNDER THE 87-BYTE LAYOUT (ARCHREC0)
      *  IS CONVERTED ONCE BY NUMCONV4.  IF MASTREC IS EVER
      *  WIDENED AGAIN, ARCHIVE FILES NEED THE SAME
      *  ONE-TIME TREATMENT.
      *****************************************************
       01  ARCH-RECORD.
           05  ARCH-GEN-DATE           PIC X(08).
           05  ARCH-GEN-TIME           PIC X(08).
           05  ARCH-NUM                PIC 9(09).
           05  ARCH-SEGMENT-ID         PIC 9(02).
           05  ARCH-MASTER-IMAGE       PIC X(88).
