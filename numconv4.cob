      *****************************************************
      *  NUMCONV4 - ONE-TIME CUTOVER CONVERSION FOR THE
      *  CHECK-DIGIT WIDENING OF THE MASTER RECORD.  NUMMAST
      *  IS A RELATIVE FILE, SO ADDING MAST-CHECK-DIGIT (SEE
      *  MASTREC.CPY) MAKES THE EXISTING DATA FILE
      *  UNOPENABLE UNDER THE NEW LAYOUT, AND THE NUMARCHF
      *  ARCHIVE CARRIES THE MASTER RECORD BYTE FOR BYTE AND
      *  GROWS WITH IT (SEE ARCHREC.CPY).  RUN ONCE, AS A
      *  ONE-OFF BATCH STEP, BEFORE THE FIRST RUN UNDER THE
      *  NEW LAYOUT.
      *
      *  INPUT  - OLD-MASTER-FILE, ASSIGNED "NUMMASTO", THE
      *           PRE-WIDENING MASTER FILE (MASTREC0 LAYOUT).
      *           OPERATIONS MUST COPY THE PRODUCTION
      *           NUMMAST TO NUMMASTO BEFORE RUNNING THIS
      *           STEP.
      *         - OLD-ARCH-FILE, ASSIGNED "NUMARCHO", THE
      *           PRE-WIDENING ARCHIVE (ARCHREC0 LAYOUT),
      *           COPIED FROM THE PRODUCTION NUMARCHF THE
      *           SAME WAY.
      *           AN ABSENT INPUT JUST MEANS THE SHOP NEVER
      *           BUILT THAT FILE - NOTHING TO CONVERT.
      *  OUTPUT - MASTER-FILE, ASSIGNED "NUMMAST", REBUILT
      *           WITH EVERY OLD FIELD CARRIED FORWARD AND
      *           THE CHECK DIGIT COMPUTED FOR EVERY NUMBER
      *           ALREADY ON FILE (THE DIGIT IS A PURE
      *           FUNCTION OF THE NUMBER, SO NUMBERS ISSUED
      *           BEFORE CUTOVER CAN BE KEYED IN THE
      *           CHECK-DIGITED FORM LIKE ANY OTHER).
      *         - ARCH-FILE, ASSIGNED "NUMARCHF", REBUILT
      *           WITH EACH ARCHIVED IMAGE WIDENED AND ITS
      *           CHECK DIGIT COMPUTED THE SAME WAY, SO A
      *           NUMARST RESTORE PUTS BACK A COMPLETE
      *           RECORD.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMCONV4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE ASSIGN TO "NUMMASTO"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS SEQUENTIAL
               RELATIVE KEY IS WS-OLD-RELKEY
               FILE STATUS IS WS-OLD-STATUS.

           SELECT MASTER-FILE ASSIGN TO "NUMMAST"
               ORGANIZATION IS RELATIVE
               ACCESS MODE IS RANDOM
               RELATIVE KEY IS WS-MAST-RELKEY
               FILE STATUS IS WS-MAST-STATUS.

           SELECT OLD-ARCH-FILE ASSIGN TO "NUMARCHO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-ARCH-STATUS.

           SELECT ARCH-FILE ASSIGN TO "NUMARCHF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
           COPY mastrec0.

       FD  MASTER-FILE.
           COPY mastrec.

       FD  OLD-ARCH-FILE.
           COPY archrec0.

       FD  ARCH-FILE.
           COPY archrec.

       WORKING-STORAGE SECTION.
       01  WS-RELATIVE-KEYS.
           05  WS-OLD-RELKEY           PIC 9(10).
      *        RELATIVE RECORD NUMBERS START AT 1, SO THE
      *        SLOT FOR MAST-NUM IS ALWAYS MAST-NUM + 1 (A
      *        NUMBER CAN LEGITIMATELY BE ZERO AFTER A WRAP).
           05  WS-MAST-RELKEY          PIC 9(10).

       01  WS-STATUS-FIELDS.
           05  WS-OLD-STATUS           PIC X(02) VALUE "00".
           05  WS-MAST-STATUS          PIC X(02) VALUE "00".
           05  WS-OLD-ARCH-STATUS      PIC X(02) VALUE "00".
           05  WS-ARCH-STATUS          PIC X(02) VALUE "00".

       01  WS-SWITCHES.
           05  WS-MAST-EOF-SW          PIC X(01) VALUE "N".
               88  WS-MAST-EOF         VALUE "Y".
           05  WS-ARCH-EOF-SW          PIC X(01) VALUE "N".
               88  WS-ARCH-EOF         VALUE "Y".

       01  WS-COUNTERS.
           05  WS-MAST-CONV-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-ARCH-CONV-COUNT      PIC 9(09) VALUE ZERO.

      *        THE ARCHIVED IMAGE IS CONVERTED THROUGH THE
      *        OLD AND NEW MASTER LAYOUTS ABOVE, SO EVERY
      *        FIELD IS CARRIED BY NAME RATHER THAN BY OFFSET.
       01  WS-OLD-ARCH-IMAGE           PIC X(87).

           COPY ckdlnk.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CONVERT-NEXT-MASTER
               UNTIL WS-MAST-EOF
           PERFORM 3000-CONVERT-NEXT-ARCH
               UNTIL WS-ARCH-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT OLD-MASTER-FILE
           IF WS-OLD-STATUS = "35"
               MOVE "Y" TO WS-MAST-EOF-SW
           ELSE
               OPEN OUTPUT MASTER-FILE
               PERFORM 2100-READ-OLD-MASTER
           END-IF
           OPEN INPUT OLD-ARCH-FILE
           IF WS-OLD-ARCH-STATUS = "35"
               MOVE "Y" TO WS-ARCH-EOF-SW
           ELSE
               OPEN OUTPUT ARCH-FILE
               PERFORM 3100-READ-OLD-ARCH
           END-IF.

       2000-CONVERT-NEXT-MASTER.
           PERFORM 5000-WIDEN-MASTER-IMAGE
           COMPUTE WS-MAST-RELKEY = OLD0-MAST-NUM + 1
           WRITE MASTER-RECORD
           ADD 1 TO WS-MAST-CONV-COUNT
           PERFORM 2100-READ-OLD-MASTER.

       2100-READ-OLD-MASTER.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MAST-EOF-SW
           END-READ.

      *        THE OLD MASTER RECORD AREA IS FREE ONCE THE
      *        MASTER PASS IS OVER, SO EACH ARCHIVED IMAGE IS
      *        WIDENED THROUGH IT AND THE NEW MASTER RECORD
      *        AREA - THE SAME FIELD-BY-FIELD MOVE THE LIVE
      *        RECORDS GOT.
       3000-CONVERT-NEXT-ARCH.
           MOVE OLD0-ARCH-MASTER-IMAGE TO WS-OLD-ARCH-IMAGE
           MOVE WS-OLD-ARCH-IMAGE TO OLD0-MASTER-RECORD
           PERFORM 5000-WIDEN-MASTER-IMAGE
           MOVE OLD0-ARCH-GEN-DATE TO ARCH-GEN-DATE
           MOVE OLD0-ARCH-GEN-TIME TO ARCH-GEN-TIME
           MOVE OLD0-ARCH-NUM TO ARCH-NUM
           MOVE OLD0-ARCH-SEGMENT-ID TO ARCH-SEGMENT-ID
           MOVE MASTER-RECORD TO ARCH-MASTER-IMAGE
           WRITE ARCH-RECORD
           ADD 1 TO WS-ARCH-CONV-COUNT
           PERFORM 3100-READ-OLD-ARCH.

       3100-READ-OLD-ARCH.
           READ OLD-ARCH-FILE
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-SW
           END-READ.

       5000-WIDEN-MASTER-IMAGE.
           MOVE OLD0-MAST-NUM TO MAST-NUM
           MOVE OLD0-MAST-DATA TO MAST-DATA
           MOVE OLD0-MAST-ISSUE-DATE TO MAST-ISSUE-DATE
           MOVE OLD0-MAST-ISSUE-TIME TO MAST-ISSUE-TIME
           MOVE OLD0-MAST-JOB-ID TO MAST-JOB-ID
           MOVE OLD0-MAST-SEGMENT-ID TO MAST-SEGMENT-ID
           MOVE OLD0-MAST-WRAP-SW TO MAST-WRAP-SW
           MOVE OLD0-MAST-STATUS TO MAST-STATUS
           MOVE "C" TO CKD-FUNCTION
           MOVE OLD0-MAST-NUM TO CKD-NUMBER
           CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
           MOVE CKD-CHECK-DIGIT TO MAST-CHECK-DIGIT.

       9000-TERMINATE.
           IF WS-OLD-STATUS NOT = "35"
               CLOSE OLD-MASTER-FILE
               CLOSE MASTER-FILE
           END-IF
           IF WS-OLD-ARCH-STATUS NOT = "35"
               CLOSE OLD-ARCH-FILE
               CLOSE ARCH-FILE
           END-IF
           DISPLAY "NUMCONV4: MASTER RECORDS CONVERTED = "
               WS-MAST-CONV-COUNT
           DISPLAY "NUMCONV4: ARCHIVE RECORDS CONVERTED = "
               WS-ARCH-CONV-COUNT.
