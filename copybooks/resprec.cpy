      *****************************************************
      *  RESPREC - RECORD LAYOUTS FOR THE NUMRESP SENDER
      *  RESPONSE FILE WRITTEN BY NUMRESP - THE OUTBOUND
      *  ANSWER TO ONE ACCEPTED NUMTRANSR BATCH, SENT BACK
      *  TO THE SYSTEM NAMED ON ITS BH HEADER (SEE
      *  BATCHREC.CPY).  UNTIL THIS FILE EXISTED A SENDER
      *  HEARD NOTHING: REJECTS STAYED ON THE INTERNAL
      *  NUMREJ WORK FILE AND ISSUED NUMBERS WENT ONLY TO
      *  BILLING ON THE NUMDELTA EXTRACT.
      *
      *  FIXED 100-BYTE RECORDS, THREE TYPES SHARING THE
      *  ONE RECORD AREA:
      *
      *    "RH" HEADER  - ONE PER FILE: THE SENDER'S OWN BH
      *                   SENDER ID, BATCH ID AND CREATION
      *                   DATE ECHOED BACK, AND THE BUSINESS
      *                   DATE AND TIME THE RESPONSE WAS CUT.
      *    "RD" DETAIL  - ONE PER ORIGINAL TRANSACTION, IN
      *                   BATCH ORDER: ITS POSITION IN THE
      *                   BATCH (1 = FIRST RECORD AFTER THE
      *                   HEADER), THE TYPE, SOURCE SYSTEM AND
      *                   REFERENCE AS SUBMITTED, AND THE
      *                   RESULT -
      *                     "I" ISSUED - RD-FIRST-KEYED AND
      *                         RD-LAST-KEYED ARE THE NUMBER IN
      *                         ITS CHECK-DIGITED FORM (SEE
      *                         CKDLNK.CPY); FOR A "BL" BLOCK
      *                         THE FIRST AND LAST NUMBERS OF
      *                         THE RUN, FOR AN "IS" THE SAME
      *                         NUMBER TWICE.  RD-NUM-COUNT IS
      *                         HOW MANY NUMBERS WERE ISSUED.
      *                     "R" REJECTED - RD-REASON-CODE IS
      *                         THE NUMEDIT REJECT REASON (SEE
      *                         REJREC.CPY); NO NUMBER.
      *                     "U" UNCONFIRMED - PASSED EDIT BUT
      *                         NO ISSUED NUMBER COULD BE FOUND
      *                         FOR IT TONIGHT (FOR INSTANCE ITS
      *                         SEGMENT'S ISSUE STEP DID NOT
      *                         RUN); NO NUMBER - THE SENDER
      *                         SHOULD ASK THE HELP DESK, NOT
      *                         RESUBMIT.
      *    "RT" TRAILER - ONE PER FILE: THE DETAIL COUNT
      *                   (EQUAL TO THE SENDER'S OWN BT RECORD
      *                   COUNT), THE COUNT OF EACH RESULT,
      *                   THE TOTAL OF NUMBERS ISSUED, AND A
      *                   HASH TOTAL - THE SUM OF RD-FIRST-NUM
      *                   AND RD-LAST-NUM OVER THE ISSUED
      *                   DETAILS, BARE NUMBERS WITHOUT THEIR
      *                   CHECK DIGITS - SO THE SENDER CAN
      *                   BALANCE THE FILE BEFORE LOADING IT.
      *****************************************************
       01  RESPONSE-HEADER.
           05  RH-RECORD-TYPE          PIC X(02).
               88  RH-IS-HEADER        VALUE "RH".
           05  RH-SENDER-ID            PIC X(08).
           05  RH-BATCH-ID             PIC X(16).
           05  RH-CREATE-DATE          PIC X(08).
           05  RH-RUN-DATE             PIC X(08).
           05  RH-RUN-TIME             PIC X(08).
           05  FILLER                  PIC X(50).

       01  RESPONSE-DETAIL.
           05  RD-RECORD-TYPE          PIC X(02).
               88  RD-IS-DETAIL        VALUE "RD".
           05  RD-SEQ                  PIC 9(06).
           05  RD-TRANS-TYPE           PIC X(02).
           05  RD-SOURCE-SYSTEM        PIC X(08).
           05  RD-REF-DATA             PIC X(40).
           05  RD-RESULT               PIC X(01).
               88  RD-ISSUED           VALUE "I".
               88  RD-REJECTED         VALUE "R".
               88  RD-UNCONFIRMED      VALUE "U".
           05  RD-REASON-CODE          PIC X(02).
           05  RD-FIRST-KEYED.
               10  RD-FIRST-NUM        PIC 9(09).
               10  RD-FIRST-CD         PIC 9(01).
           05  RD-LAST-KEYED.
               10  RD-LAST-NUM         PIC 9(09).
               10  RD-LAST-CD          PIC 9(01).
           05  RD-NUM-COUNT            PIC 9(04).
           05  RD-SEGMENT-ID           PIC 9(02).
           05  FILLER                  PIC X(13).

       01  RESPONSE-TRAILER.
           05  RT-RECORD-TYPE          PIC X(02).
               88  RT-IS-TRAILER       VALUE "RT".
           05  RT-DETAIL-COUNT         PIC 9(09).
           05  RT-ISSUED-COUNT         PIC 9(09).
           05  RT-REJECTED-COUNT       PIC 9(09).
           05  RT-UNCONFIRMED-COUNT    PIC 9(09).
           05  RT-NUMBER-COUNT         PIC 9(09).
           05  RT-HASH-TOTAL           PIC 9(15).
           05  FILLER                  PIC X(38).
