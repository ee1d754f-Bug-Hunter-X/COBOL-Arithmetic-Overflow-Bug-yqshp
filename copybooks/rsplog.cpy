      *****************************************************
      *  RSPLOG - RECORD LAYOUT FOR THE NUMRSPL SENDER
      *  RESPONSE LOG, APPENDED BY NUMRESP ONCE A RESPONSE
      *  FILE (SEE RESPREC.CPY) IS COMPLETE ON DISK.  ONE
      *  LOG RECORD PER RESPONSE RECORD SENT - HEADER,
      *  EVERY DETAIL AND THE TRAILER - EACH STAMPED WITH
      *  THE BUSINESS DATE AND TIME IT WAS CUT AND THE
      *  SENDER/BATCH-ID PAIR IT ANSWERS.  KEPT THE SAME
      *  APPEND-ONLY WAY AS NUMDLTLOG.
      *
      *  THE LOG IS WHAT WAS SENT, BYTE FOR BYTE: THE
      *  NUMRRGN JOB REBUILDS A LOST OR GARBLED RESPONSE
      *  FROM IT WITHOUT RE-READING A NUMTRANSR BATCH THAT
      *  HAS LONG SINCE BEEN REPLACED, AND NUMRESP REFUSES
      *  TO ANSWER A BATCH A SECOND TIME ONCE ITS RESPONSE
      *  IS LOGGED.
      *****************************************************
       01  RSPL-RECORD.
           05  RSPL-RUN-DATE           PIC X(08).
           05  RSPL-RUN-TIME           PIC X(08).
           05  RSPL-SENDER-ID          PIC X(08).
           05  RSPL-BATCH-ID           PIC X(16).
           05  RSPL-RESPONSE-IMAGE     PIC X(100).
