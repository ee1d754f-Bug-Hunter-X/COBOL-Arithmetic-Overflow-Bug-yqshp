               FILE STATUS IS WS-HWM-STATUS.

           SELECT RESV-FILE ASSIGN TO "NUMRESVL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSVL-KEY
               ALTERNATE RECORD KEY IS RSVL-STATUS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RESV-STATUS.

           SELECT SRCX-FILE ASSIGN TO "NUMSRCX"
               88  WS-SLOT-FOUND       VALUE "Y".
           05  WS-SLOT-VOIDED-SW       PIC X(01) VALUE "N".
               88  WS-SLOT-VOIDED      VALUE "Y".
           05  WS-RESERVED-FOUND-SW    PIC X(01) VALUE "N".
               88  WS-RESERVED-FOUND   VALUE "Y".
           05  WS-DLOG-EOF-SW          PIC X(01) VALUE "N".

       01  WS-HWM-SUB                  PIC 9(04) VALUE 1.

       01  WS-JOB-ID                   PIC X(08) VALUE "NUMREPR ".

       01  WS-CYCLE-FIELDS.
       01  WS-SRCX-FOUND-SW            PIC X(01) VALUE "N".
           88  WS-SRCX-FOUND           VALUE "Y".

      *        PARAMETER BLOCK FOR THE NUMCKD CHECK-DIGIT CALL
      *        (SEE CKDLNK.CPY) - THE FRESH NUMBER A DISPLACED
      *        PAYLOAD IS REISSUED UNDER CARRIES ITS CHECK
      *        DIGIT LIKE ANY NUMISSUE NUMBER.
           COPY ckdlnk.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 1000-INITIALIZE
               CLOSE SRCX-FILE
               OPEN I-O SRCX-FILE
           END-IF
      *        BLOCKS RESERVED THROUGH NUMRESV (SEE
      *        RESVREC.CPY) HAVE NO MASTER RECORDS, SO THE
      *        FREE-SLOT SCAN WOULD OTHERWISE HAND THEIR
      *        NUMBERS OUT A SECOND TIME - NUMRESVL STAYS OPEN
      *        FOR THE RUN AND 2250 LOOKS EACH CANDIDATE UP ON
      *        IT BY KEY.  AN ABSENT FILE IS CREATED EMPTY.
           OPEN INPUT RESV-FILE
           IF WS-RESV-STATUS = "35"
               OPEN OUTPUT RESV-FILE
               CLOSE RESV-FILE
               OPEN INPUT RESV-FILE
           END-IF
      *        RESOLVE THIS RUN'S RANGE THE SAME WAY NUMISSUE
      *        DOES - THE SEGMENT'S OWN BOUNDS WHEN SEGMENTING
               PERFORM 2100-READ-COLL
           END-IF.

       1010-GET-SEGMENT-ARG.
      *        ARGUMENT 1, WHEN SUPPLIED, IS THE SEGMENT ID
      *        THIS RUN OPERATES UNDER, EXACTLY AS IN NUMISSUE.
               END-READ
           END-IF.

      *        LIVE BLOCKS NEVER OVERLAP, SO THE FIRST LIVE
      *        BLOCK OF THE SEGMENT ENDING AT OR PAST WS-NUM
      *        (THE RSVL-STATUS-KEY ORDER - SEE RESVREC.CPY) IS
      *        THE ONLY ONE THAT CAN HOLD IT.  IT HOLDS IT WHEN
      *        IT DOES NOT START PAST WS-NUM.
       2250-CHECK-RESERVED.
           MOVE "N" TO WS-RESERVED-FOUND-SW
           MOVE WS-SEGMENT-ID TO RSVL-STATUS-SEGMENT-ID
           MOVE "A" TO RSVL-STATUS
           MOVE WS-NUM TO RSVL-BLOCK-END
           START RESV-FILE KEY IS NOT LESS THAN RSVL-STATUS-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ RESV-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           IF RSVL-STATUS-SEGMENT-ID = WS-SEGMENT-ID
                                   AND RSVL-LIVE
                                   AND RSVL-BLOCK-START
                                       NOT > WS-NUM
                               MOVE "Y" TO WS-RESERVED-FOUND-SW
                           END-IF
                   END-READ
           END-START.

       2300-LOG-WRAP-EVENT.
           ADD 1 TO WS-RESET-COUNT
               MOVE "N" TO MAST-WRAP-SW
           END-IF
           MOVE "A" TO MAST-STATUS
           MOVE "C" TO CKD-FUNCTION
           MOVE WS-NUM TO CKD-NUMBER
           CALL "NUMCKD" USING CKD-PARAMETER-BLOCK
           MOVE CKD-CHECK-DIGIT TO MAST-CHECK-DIGIT
           IF WS-SLOT-VOIDED
               REWRITE MASTER-RECORD
           ELSE
           CLOSE XREF-FILE
           CLOSE HWM-FILE
           CLOSE SRCX-FILE
           CLOSE RESV-FILE
           PERFORM 9200-RELEASE-RUN-LOCK
           DISPLAY "NUMREPR: COLLISIONS READ   = " WS-COLL-READ-COUNT
           DISPLAY "NUMREPR: OTHER SEGMENTS    = " WS-OTHER-SEG-COUNT
