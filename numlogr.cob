      *  NUMRESVL IS SPECIAL THE OTHER WAY: A LIVE BLOCK IS
      *  NEVER ARCHIVED, HOWEVER OLD - IT STILL PROTECTS
      *  ANOTHER APPLICATION'S NUMBERS (SEE RESVREC.CPY).
      *  ONLY RELEASED AND EXPIRED BLOCKS AGE OUT.  IT IS
      *  AN INDEXED FILE, SO AN AGED BLOCK IS SIMPLY DELETED
      *  IN PLACE ONCE ITS IMAGE IS ON NUMRESVA.
      *
      *  EVERY OTHER LOG IS REWRITTEN THROUGH THE NUMLOGRW
      *  WORK FILE; A LOG WITH NOTHING TO ARCHIVE IS NOT
      *  REWRITTEN AT ALL.  AN ABEND DURING A COPY-BACK
      *  LEAVES THAT LOG TRUNCATED - THE COMPLETE SURVIVOR
      *  IMAGE IS STILL ON NUMLOGRW FOR RECOVERY BY HAND.
               FILE STATUS IS WS-COLLA-STATUS.

           SELECT RESV-FILE ASSIGN TO "NUMRESVL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RSVL-KEY
               ALTERNATE RECORD KEY IS RSVL-STATUS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-RESV-STATUS.

           SELECT RESVA-FILE ASSIGN TO "NUMRESVA"

      *        NUMRESVL - A LIVE BLOCK IS NEVER ARCHIVED,
      *        HOWEVER OLD; ONLY RELEASED AND EXPIRED BLOCKS
      *        AGE OUT (SEE RESVREC.CPY).  THE FILE IS READ
      *        ONCE IN KEY ORDER AND EACH AGED BLOCK IS
      *        DELETED AS SOON AS ITS IMAGE IS ARCHIVED - NO
      *        WORK FILE, NO COPY-BACK.
       4000-PRUNE-RESV-LOG.
           MOVE ZERO TO WS-PASS-ARCHIVED
           MOVE ZERO TO WS-PASS-KEPT
           OPEN I-O RESV-FILE
           IF WS-RESV-STATUS = "35"
               CONTINUE
           ELSE
                   CLOSE RESVA-FILE
                   OPEN EXTEND RESVA-FILE
               END-IF
               MOVE "N" TO WS-LOG-EOF-SW
               PERFORM 4010-JUDGE-RESV-RECORD
                   UNTIL WS-LOG-EOF
               CLOSE RESV-FILE
               CLOSE RESVA-FILE
               DISPLAY "NUMLOGR: NUMRESVL ARCHIVED "
                   WS-PASS-ARCHIVED " KEPT " WS-PASS-KEPT
               ADD WS-PASS-ARCHIVED TO WS-TOTAL-ARCHIVED
           END-IF.

       4010-JUDGE-RESV-RECORD.
           READ RESV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOG-EOF-SW
               NOT AT END
                           AND (RSVL-RELEASED OR RSVL-EXPIRED)
                       MOVE RSVL-RECORD TO RESVA-RECORD
                       WRITE RESVA-RECORD
                       DELETE RESV-FILE RECORD
                       ADD 1 TO WS-PASS-ARCHIVED
                   ELSE
                       ADD 1 TO WS-PASS-KEPT
                   END-IF
           END-READ.

       9000-TERMINATE.
           IF WS-HAVE-RECON-HWM
               CLOSE RECON-HWM-FILE
