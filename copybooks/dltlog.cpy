      *  THE RUN STAMP THAT IDENTIFIES IT (THE SAME
      *  DATE/TIME WRITTEN TO THE INTERFACE FILE HEADER),
      *  THE WINDOW IT COVERED (FROM THE PRIOR MARK, AS
      *  STAMPS), AND ITS DETAIL COUNT AND HASH TOTAL, PLUS
      *  THE COUNT AND HASH OF THE "C" CORRECTION DETAILS
      *  IT CARRIED (SEE DLTAREC.CPY).  KEPT THE SAME
      *  APPEND-ONLY WAY AS NUMRUNH.  A RECORD LOGGED
      *  BEFORE CORRECTIONS EXISTED READS BACK WITH SPACES
      *  IN THE CORRECTION FIELDS - NONE WERE SENT.
      *
      *  NUMDELTA USED TO BE A ONE-WAY STREET - THE FILE
      *  WENT OUT, THE MARK MOVED, AND NOBODY LEARNED
           05  DLOG-FROM-TIME          PIC X(08).
           05  DLOG-DETAIL-COUNT       PIC 9(09).
           05  DLOG-HASH-TOTAL         PIC 9(15).
           05  DLOG-CORR-COUNT         PIC 9(09).
           05  DLOG-CORR-HASH          PIC 9(15).
