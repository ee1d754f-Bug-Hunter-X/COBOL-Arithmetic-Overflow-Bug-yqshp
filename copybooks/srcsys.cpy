      *****************************************************
      *  SRCSYS - RECORD LAYOUT FOR THE NUMSRCSY SOURCE-
      *  SYSTEM REGISTRY, AN INDEXED FILE KEYED ON THE
      *  EIGHT-CHARACTER SENDER ID THAT RIDES IN
      *  TRANS-SOURCE-SYSTEM, BH-SENDER-ID AND
      *  RESV-REQUESTOR-ID.  ONE RECORD PER UPSTREAM SYSTEM
      *  THE SHOP HAS AGREED TO ISSUE NUMBERS FOR,
      *  MAINTAINED BY NUMSMNT FROM THE NUMSRCST CHANGE
      *  TRANSACTIONS (SEE SSYTRAN.CPY).
      *
      *  USED BY:
      *    NUMEDIT  - HOLDS A BATCH WHOSE BH-SENDER-ID IS
      *               NOT REGISTERED OR NOT ACTIVE, AND
      *               REJECTS TRANSACTIONS FROM AN UNKNOWN,
      *               INACTIVE OR OVER-LIMIT SOURCE SYSTEM
      *               (REASONS 07-10 - SEE REJREC.CPY).
      *               KEEPS THE DAY'S USAGE COUNT BELOW.
      *    NUMRESV  - REFUSES A BLOCK TO A REQUESTOR THAT IS
      *               NOT REGISTERED AND ACTIVE, OR IS NOT
      *               ALLOWED ON THE SEGMENT (SEE
      *               RESVLNK.CPY).
      *    NUMCHG   - PRINTS THE DESCRIPTION AND COST CENTER
      *               ON THE CHARGEBACK REPORT.
      *
      *  A RETIRED SENDER IS NEVER DELETED - ITS STATUS GOES
      *  TO "I" SO LAST MONTH'S CHARGEBACK CAN STILL NAME
      *  THE COST CENTER THAT CONSUMED THE NUMBERS.
      *
      *  SSYS-ALLOWED-SEGMENT - SPACES, THE SENDER MAY DRAW
      *  FROM ANY SEGMENT; OTHERWISE THE ONE SEGMENT ITS
      *  NUMBERS MUST COME FROM.
      *
      *  SSYS-DAILY-MAX - THE MOST NUMBERS THE SENDER MAY
      *  BE ISSUED IN ONE BUSINESS DAY ("BL" BLOCKS COUNT
      *  EVERY NUMBER IN THE BLOCK).  ZERO MEANS NO LIMIT.
      *
      *  SSYS-USAGE-DATE / SSYS-USAGE-COUNT - THE BUSINESS
      *  DATE (SEE CYCLREC.CPY) AND NUMBER COUNT NUMEDIT
      *  LAST COMMITTED FOR THE SENDER.  A USAGE DATE OTHER
      *  THAN TODAY'S MEANS NOTHING USED TODAY.  NUMEDIT
      *  ADDS A RUN'S USAGE ONLY WHEN THE RUN COMPLETES, SO
      *  A RERUN AFTER AN ABEND IS NOT COUNTED TWICE.
      *  NUMSMNT NEVER CHANGES THESE TWO FIELDS.
      *****************************************************
       01  SSYS-RECORD.
           05  SSYS-SENDER-ID          PIC X(08).
           05  SSYS-DESCRIPTION        PIC X(30).
           05  SSYS-COST-CENTER        PIC X(08).
           05  SSYS-STATUS             PIC X(01).
               88  SSYS-ACTIVE         VALUE "A".
               88  SSYS-INACTIVE       VALUE "I".
           05  SSYS-ALLOWED-SEGMENT    PIC X(02).
               88  SSYS-ANY-SEGMENT    VALUE SPACES.
           05  SSYS-DAILY-MAX          PIC 9(09).
               88  SSYS-NO-LIMIT       VALUE ZERO.
           05  SSYS-USAGE-DATE         PIC X(08).
           05  SSYS-USAGE-COUNT        PIC 9(09).
           05  SSYS-CHANGE-DATE        PIC X(08).
           05  SSYS-CHANGE-OPERATOR    PIC X(08).
