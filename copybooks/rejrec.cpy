      *         ALREADY ISSUED AND STILL ACTIVE ON THE
      *         NUMSRCX CROSS-REFERENCE (SEE SRCXREF.CPY),
      *         OR DUPLICATED EARLIER IN TONIGHT'S BATCH
      *    07 - TRANS-SOURCE-SYSTEM NOT ON THE NUMSRCSY
      *         SOURCE-SYSTEM REGISTRY (SEE SRCSYS.CPY)
      *    08 - TRANS-SOURCE-SYSTEM REGISTERED BUT NOT ACTIVE
      *         (RETIRED OR SUSPENDED)
      *    09 - TRANS-SOURCE-SYSTEM REGISTERED TO A DIFFERENT
      *         SEGMENT THAN THE ONE NUMEDIT WAS RUN FOR
      *    10 - THE TRANSACTION WOULD TAKE THE SOURCE SYSTEM
      *         PAST ITS MAXIMUM NUMBERS FOR THE BUSINESS DAY
      *         ("BL" BLOCKS COUNT EVERY NUMBER IN THE BLOCK)
      *****************************************************
       01  REJ-RECORD.
           05  REJ-SEQ                 PIC 9(06).
