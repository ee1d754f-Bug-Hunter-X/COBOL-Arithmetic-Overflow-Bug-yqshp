      *  CONFIGURED - THE (S)EGMENT MENU CHOICE SWITCHES TO ANY
      *  OTHER CONFIGURED SEGMENT'S NUMSEQ RECORD (RELATIVE KEY
      *  = SEGMENT ID + 1, THE SAME ADDRESSING NUMISSUE USES).
      *
      *  A CHANGE THAT MOVES THE COUNTER BACKWARD WOULD HAND
      *  OUT AGAIN NUMBERS ALREADY ISSUED, SO IT IS NOT
      *  APPLIED HERE: IT IS FILED ON NUMPEND THROUGH THE
      *  NUMPREQ SUBPROGRAM (SEE PENDREC.CPY) AND ONLY TAKES
      *  EFFECT WHEN A SECOND OPERATOR APPROVES IT WITH
      *  NUMAPPR.  A FORWARD CHANGE IS APPLIED AT ONCE, AS
      *  ALWAYS.
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NUMINQ.

       01  WS-OLD-NUM                  PIC 9(09) VALUE ZERO.

           COPY preqlnk.

       SCREEN SECTION.
       01  SCR-MAIN-MENU.
           05  BLANK SCREEN.
               CLOSE SEQ-FILE
               OPEN I-O SEQ-FILE
           END-IF
           MOVE SPACES TO WS-SCR-MESSAGE
           PERFORM 2100-READ-CURRENT-VALUE.

      *                ADVANCING THE SAME COUNTER.
                   PERFORM 3300-TAKE-RUN-LOCK
                   IF WS-LOCK-TAKEN
                       PERFORM 3050-CHOOSE-APPLY-OR-FILE
                       PERFORM 3400-RELEASE-RUN-LOCK
                   END-IF
               ELSE
               END-IF
           END-IF.

      *        RE-READ IMMEDIATELY BEFORE CAPTURING THE OLD VALUE
      *        - NUMISSUE MAY HAVE ADVANCED THE COUNTER SINCE THE
      *        MAINTAIN PROMPT WAS DISPLAYED AND THE OPERATOR
      *        CONFIRMED, AND A STALE OLD VALUE WOULD BOTH
      *        MISREPORT THE AUDIT TRAIL AND BLIND-OVERWRITE
      *        WHATEVER NUMISSUE WROTE IN THE MEANTIME.  THE
      *        SAME FRESH VALUE DECIDES WHETHER THE CHANGE
      *        MOVES THE COUNTER BACKWARD.
       3050-CHOOSE-APPLY-OR-FILE.
           PERFORM 2100-READ-CURRENT-VALUE
           MOVE SEQ-LAST-NUM TO WS-OLD-NUM
           IF WS-SCR-NEW-NUM < WS-OLD-NUM
               PERFORM 3500-FILE-FOR-APPROVAL
           ELSE
               PERFORM 3100-APPLY-CHANGE
           END-IF.

       3100-APPLY-CHANGE.
           MOVE WS-SCR-NEW-NUM TO SEQ-LAST-NUM
           COMPUTE WS-SEQ-RELKEY = WS-SCR-SEGMENT-ID + 1
           REWRITE SEQ-RECORD
           CLOSE LOCK-FILE
           MOVE "N" TO WS-LOCK-TAKEN-SW.

      *        THE AUDIT FILE IS OPENED ONLY AROUND EACH WRITE,
      *        BECAUSE NUMPREQ APPENDS TO IT TOO.
       3200-WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE WS-SCR-OPERATOR-ID TO AUDIT-OPERATOR-ID
           MOVE WS-OLD-NUM TO AUDIT-OLD-NUM
           MOVE WS-SCR-NEW-NUM TO AUDIT-NEW-NUM
           MOVE WS-SCR-SEGMENT-ID TO AUDIT-SEGMENT-ID
           MOVE SPACES TO AUDIT-DUAL-CONTROL
           WRITE AUDIT-RECORD
           CLOSE AUDIT-FILE.

      *        A BACKWARD MOVE IS FILED, NOT APPLIED - THE
      *        COUNTER IS LEFT EXACTLY AS IT IS.  THE BEFORE
      *        VALUE FILED IS THE ONE JUST RE-READ UNDER THE
      *        LOCK; NUMAPPR WILL NOT APPLY THE CHANGE ONCE
      *        THE COUNTER HAS MOVED AWAY FROM IT.
       3500-FILE-FOR-APPROVAL.
           MOVE "C" TO PREQ-ACTION
           MOVE WS-SCR-SEGMENT-ID TO PREQ-SEGMENT-ID
           MOVE ZERO TO PREQ-TARGET-NUM
           MOVE SPACES TO PREQ-TARGET-SELECTOR
           MOVE SPACES TO PREQ-BEFORE-VALUE
           MOVE WS-OLD-NUM TO PREQ-BEFORE-VALUE(1:9)
           MOVE SPACES TO PREQ-AFTER-VALUE
           MOVE WS-SCR-NEW-NUM TO PREQ-AFTER-VALUE(1:9)
           MOVE "COUNTER SET BACK ON NUMINQ" TO PREQ-REASON
           MOVE WS-SCR-OPERATOR-ID TO PREQ-OPERATOR-ID
           CALL "NUMPREQ" USING PREQ-PARAMETER-BLOCK
           MOVE SPACES TO WS-SCR-MESSAGE
           IF PREQ-FILED
               STRING "FILED FOR APPROVAL - REQUEST "
                   PREQ-PENDING-ID
                   DELIMITED BY SIZE INTO WS-SCR-MESSAGE
           ELSE
               STRING "CHANGE NOT FILED - NUMPREQ CODE "
                   PREQ-RETURN-CODE
                   DELIMITED BY SIZE INTO WS-SCR-MESSAGE
           END-IF.

       9000-TERMINATE.
           CLOSE SEQ-FILE.
