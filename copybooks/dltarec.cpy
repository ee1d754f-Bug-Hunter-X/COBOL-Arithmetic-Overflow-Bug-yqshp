      *  DLTAREC - RECORD LAYOUTS FOR THE NUMDELTA DAILY
      *  EXTRACT INTERFACE FILE WRITTEN BY NUMDELTA FOR THE
      *  BILLING SYSTEM (AND ANY OTHER DOWNSTREAM RECEIVER).
      *  FIXED 70-BYTE RECORDS, FOUR TYPES SHARING THE ONE
      *  RECORD AREA:
      *
      *    "H" HEADER  - ONE PER FILE, RUN DATE/TIME.
      *    "D" DETAIL  - ONE PER NEWLY ISSUED NUMBER: THE
      *                  NUMBER, ITS SEGMENT, AND THE MASTER
      *                  PAYLOAD.
      *    "C" CORRECTION - ONE PER NUMAMND PAYLOAD AMENDMENT
      *                  OF A NUMBER ALREADY SENT (SEE
      *                  AMDLOG.CPY): THE DETAIL LAYOUT, WITH
      *                  THE CORRECTED PAYLOAD - THE RECEIVER
      *                  REPLACES ITS COPY OF THE NUMBER
      *                  RATHER THAN ADDING A NEW ONE.  SEVERAL
      *                  AMENDMENTS TO ONE NUMBER GO OUT IN
      *                  THE ORDER THEY WERE MADE; THE LAST
      *                  ONE STANDS.
      *    "T" TRAILER - ONE PER FILE: DETAIL RECORD COUNT
      *                  AND A HASH TOTAL (SUM OF THE DETAIL
      *                  NUMBERS) SO THE RECEIVER CAN BALANCE
      *                  THE FILE BEFORE LOADING IT, AND THE
      *                  SAME COUNT AND HASH FOR THE
      *                  CORRECTIONS.  DT-RECORD-COUNT AND
      *                  DT-HASH-TOTAL COVER "D" DETAILS ONLY,
      *                  AS THEY ALWAYS HAVE, SO BILLING'S
      *                  ACKNOWLEDGMENT (SEE ACKREC.CPY) STILL
      *                  BALANCES THE SAME FIGURES; A FILE CUT
      *                  BEFORE CORRECTIONS EXISTED CARRIES
      *                  SPACES IN THE CORRECTION FIELDS.
      *
      *  DD-CHECK-DIGIT IS THE NUMBER'S CHECK DIGIT (SEE
      *  CKDLNK.CPY) ON BOTH "D" AND "C" RECORDS, TAKEN FROM
      *  THE DETAIL FILLER SO EVERY FIELD A RECEIVER ALREADY
      *  READS KEEPS ITS POSITION.  THE HASH TOTALS ARE
      *  STILL SUMS OF THE BARE NUMBERS.  A FILE CUT BEFORE
      *  THE DIGIT EXISTED CARRIES A SPACE THERE.
      *****************************************************
       01  DELTA-HEADER.
           05  DH-RECORD-TYPE          PIC X(01).
       01  DELTA-DETAIL.
           05  DD-RECORD-TYPE          PIC X(01).
               88  DD-IS-DETAIL        VALUE "D".
               88  DD-IS-CORRECTION    VALUE "C".
           05  DD-NUM                  PIC 9(09).
           05  DD-SEGMENT-ID           PIC 9(02).
           05  DD-DATA                 PIC X(50).
           05  DD-CHECK-DIGIT          PIC 9(01).
           05  FILLER                  PIC X(07).

       01  DELTA-TRAILER.
           05  DT-RECORD-TYPE          PIC X(01).
               88  DT-IS-TRAILER       VALUE "T".
           05  DT-RECORD-COUNT         PIC 9(09).
           05  DT-HASH-TOTAL           PIC 9(15).
           05  DT-CORR-COUNT           PIC 9(09).
           05  DT-CORR-HASH            PIC 9(15).
           05  FILLER                  PIC X(21).
