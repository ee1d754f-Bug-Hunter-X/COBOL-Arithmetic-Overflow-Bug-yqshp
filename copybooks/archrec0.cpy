      *****************************************************
      *  ARCHREC0 - FROZEN COPY OF THE NUMARCHF ARCHIVE
      *  RECORD LAYOUT AS IT STOOD BEFORE MAST-CHECK-DIGIT
      *  WAS ADDED TO THE MASTER RECORD - THE ARCHIVED
      *  IMAGE IS THE 87-BYTE MASTREC0 LAYOUT.  KEPT SOLELY
      *  FOR NUMCONV4 TO READ AN ARCHIVE WRITTEN UNDER THAT
      *  LAYOUT.  DO NOT USE THIS LAYOUT FOR NEW WORK - USE
      *  ARCHREC.
      *****************************************************
       01  OLD0-ARCH-RECORD.
           05  OLD0-ARCH-GEN-DATE      PIC X(08).
           05  OLD0-ARCH-GEN-TIME      PIC X(08).
           05  OLD0-ARCH-NUM           PIC 9(09).
           05  OLD0-ARCH-SEGMENT-ID    PIC 9(02).
           05  OLD0-ARCH-MASTER-IMAGE  PIC X(87).
