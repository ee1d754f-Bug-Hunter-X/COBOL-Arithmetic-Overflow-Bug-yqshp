      *****************************************************
      *  NUMCKD - CALLABLE CHECK-DIGIT SUBPROGRAM.  COMPUTES
      *  THE CHECK DIGIT CARRIED BY EVERY ISSUED NUMBER, AND
      *  VERIFIES A NUMBER KEYED IN ITS CHECK-DIGITED FORM,
      *  BY CALL "NUMCKD" USING THE CKDLNK PARAMETER BLOCK.
      *  NUMISSUE, NUMREPR AND NUMRESV CALL IT AS THEY HAND
      *  NUMBERS OUT; NUMVOID, NUMLKUP, NUMTRACE AND NUMARST
      *  CALL IT BEFORE ACTING ON A KEYED NUMBER; AND ANY
      *  OTHER APPLICATION CAN CALL IT TO PROVE A NUMBER A
      *  CLERK RE-KEYED FROM A LABEL OR A PRINTOUT.
      *
      *  THE DIGIT IS IBM MODULUS 10: WORKING LEFTWARD FROM
      *  THE RIGHTMOST DIGIT OF THE NINE-DIGIT NUMBER, EVERY
      *  OTHER DIGIT (STARTING WITH THE RIGHTMOST) IS
      *  DOUBLED AND A TWO-DIGIT PRODUCT IS REDUCED BY NINE;
      *  THE CHECK DIGIT BRINGS THE SUM UP TO THE NEXT
      *  MULTIPLE OF TEN.  IT CATCHES EVERY SINGLE WRONG
      *  DIGIT AND EVERY ADJACENT TRANSPOSITION EXCEPT 09/90.
      *
      *  THE DIGIT IS A PURE FUNCTION OF THE NUMBER - NO
      *  FILE IS READ - SO A REISSUED NUMBER ALWAYS CARRIES
      *  THE SAME DIGIT IT CARRIED ON EVERY EARLIER LAP.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMCKD.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CKD-NUMBER               PIC 9(09).
       01  WS-CKD-DIGITS REDEFINES WS-CKD-NUMBER.
           05  WS-CKD-DIGIT            PIC 9(01) OCCURS 9 TIMES.

       01  WS-CKD-WORK.
           05  WS-CKD-IDX              PIC 9(02).
           05  WS-CKD-WEIGHT           PIC 9(01).
           05  WS-CKD-PRODUCT          PIC 9(02).
           05  WS-CKD-SUM              PIC 9(04).
           05  WS-CKD-QUOTIENT         PIC 9(04).
           05  WS-CKD-REMAINDER        PIC 9(02).
           05  WS-CKD-DIGIT-OUT        PIC 9(01).

      *        THE TEN KEYED CHARACTERS, SPLIT INTO THE
      *        NUMBER AND THE DIGIT THAT CLAIMS TO GO WITH IT.
       01  WS-KEYED-FORM.
           05  WS-KEYED-NUMBER         PIC X(09).
           05  WS-KEYED-DIGIT          PIC X(01).

       LINKAGE SECTION.
           COPY ckdlnk.

       PROCEDURE DIVISION USING CKD-PARAMETER-BLOCK.
       0000-MAIN-PARA.
           MOVE SPACES TO CKD-RETURN-CODE
           EVALUATE TRUE
               WHEN CKD-COMPUTE
                   PERFORM 1000-COMPUTE-CHECK-DIGIT
               WHEN CKD-VERIFY
                   PERFORM 2000-VERIFY-KEYED-NUMBER
               WHEN OTHER
                   MOVE "IV" TO CKD-RETURN-CODE
           END-EVALUATE
           GOBACK.

       1000-COMPUTE-CHECK-DIGIT.
           IF CKD-NUMBER NOT NUMERIC
               MOVE "IV" TO CKD-RETURN-CODE
           ELSE
               MOVE CKD-NUMBER TO WS-CKD-NUMBER
               PERFORM 5000-CALCULATE-DIGIT
               MOVE WS-CKD-DIGIT-OUT TO CKD-CHECK-DIGIT
               MOVE CKD-NUMBER TO WS-KEYED-NUMBER
               MOVE WS-CKD-DIGIT-OUT TO WS-KEYED-DIGIT
               MOVE WS-KEYED-FORM TO CKD-KEYED-NUMBER
               MOVE "00" TO CKD-RETURN-CODE
           END-IF.

      *        ALL TEN CHARACTERS MUST BE DIGITS - A SHORT OR
      *        PADDED ENTRY IS NOT THE CHECK-DIGITED FORM AND
      *        IS NOT GUESSED AT.
       2000-VERIFY-KEYED-NUMBER.
           MOVE CKD-KEYED-NUMBER TO WS-KEYED-FORM
           IF WS-KEYED-NUMBER NOT NUMERIC
                   OR WS-KEYED-DIGIT NOT NUMERIC
               MOVE "IV" TO CKD-RETURN-CODE
           ELSE
               MOVE WS-KEYED-NUMBER TO CKD-NUMBER
               MOVE WS-KEYED-DIGIT TO CKD-CHECK-DIGIT
               MOVE CKD-NUMBER TO WS-CKD-NUMBER
               PERFORM 5000-CALCULATE-DIGIT
               IF WS-CKD-DIGIT-OUT = CKD-CHECK-DIGIT
                   MOVE "00" TO CKD-RETURN-CODE
               ELSE
                   MOVE "CD" TO CKD-RETURN-CODE
               END-IF
           END-IF.

       5000-CALCULATE-DIGIT.
           MOVE ZERO TO WS-CKD-SUM
           MOVE 2 TO WS-CKD-WEIGHT
           PERFORM 5100-ADD-WEIGHTED-DIGIT
               VARYING WS-CKD-IDX FROM 9 BY -1
               UNTIL WS-CKD-IDX < 1
           DIVIDE WS-CKD-SUM BY 10 GIVING WS-CKD-QUOTIENT
               REMAINDER WS-CKD-REMAINDER
           IF WS-CKD-REMAINDER = ZERO
               MOVE ZERO TO WS-CKD-DIGIT-OUT
           ELSE
               COMPUTE WS-CKD-DIGIT-OUT = 10 - WS-CKD-REMAINDER
           END-IF.

       5100-ADD-WEIGHTED-DIGIT.
           COMPUTE WS-CKD-PRODUCT =
               WS-CKD-DIGIT(WS-CKD-IDX) * WS-CKD-WEIGHT
           IF WS-CKD-PRODUCT > 9
               SUBTRACT 9 FROM WS-CKD-PRODUCT
           END-IF
           ADD WS-CKD-PRODUCT TO WS-CKD-SUM
           IF WS-CKD-WEIGHT = 2
               MOVE 1 TO WS-CKD-WEIGHT
           ELSE
               MOVE 2 TO WS-CKD-WEIGHT
           END-IF.
