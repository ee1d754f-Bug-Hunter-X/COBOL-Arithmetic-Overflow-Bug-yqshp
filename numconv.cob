       01  WS-COUNTERS.
           05  WS-CONVERTED-COUNT      PIC 9(09) VALUE ZERO.

           COPY ckdlnk.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
           MOVE ZERO TO MAST-SEGMENT-ID
           MOVE "N" TO MAST-WRAP-SW
           MOVE "A" TO MAST-STATUS
           MOVE "C" TO CKD-FUNCTION
           MOVE MAST-NUM TO CKD-NUMBER
           CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
           MOVE CKD-CHECK-DIGIT TO MAST-CHECK-DIGIT
           WRITE MASTER-RECORD
           ADD 1 TO WS-CONVERTED-COUNT
           PERFORM 2100-READ-OLD-MASTER.
