      *****************************************************
      *  RESVREC0 - FROZEN COPY OF THE NUMRESVL RECORD
      *  LAYOUT AS IT STOOD WHILE THE RESERVATION LOG WAS A
      *  LINE SEQUENTIAL APPEND-ONLY FILE (WHO, WHEN,
      *  SEGMENT, BLOCK BOUNDS, EXPIRY AND STATUS, 53
      *  BYTES).  RECORDS APPENDED BEFORE THE EXPIRY AND
      *  STATUS FIELDS EXISTED ARE SHORT AND READ BACK WITH
      *  SPACES IN THEM.  KEPT SOLELY FOR NUMCONV5 TO READ
      *  THE OLD LOG, THE SAME WAY MASTREC0 IS KEPT FOR
      *  NUMCONV4.  DO NOT USE THIS LAYOUT FOR NEW WORK -
      *  USE RESVREC.
      *****************************************************
       01  OLD0-RSVL-RECORD.
           05  OLD0-RSVL-DATE          PIC X(08).
           05  OLD0-RSVL-TIME          PIC X(08).
           05  OLD0-RSVL-REQUESTOR-ID  PIC X(08).
           05  OLD0-RSVL-SEGMENT-ID    PIC 9(02).
           05  OLD0-RSVL-BLOCK-START   PIC 9(09).
           05  OLD0-RSVL-BLOCK-END     PIC 9(09).
           05  OLD0-RSVL-EXPIRY-DATE   PIC X(08).
           05  OLD0-RSVL-STATUS        PIC X(01).
               88  OLD0-RSVL-RELEASED  VALUE "R".
               88  OLD0-RSVL-EXPIRED   VALUE "E".
