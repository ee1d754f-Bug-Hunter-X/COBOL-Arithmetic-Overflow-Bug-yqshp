      *****************************************************
      *  RESVREC - RECORD LAYOUT FOR THE NUMRESVL BLOCK-
      *  RESERVATION FILE, WRITTEN BY THE NUMRESV CALLABLE
      *  SUBPROGRAM.  ONE RECORD PER BLOCK OF NUMBERS
      *  RESERVED FOR A REQUESTING APPLICATION: WHO ASKED,
      *  WHEN, UNDER WHICH SEGMENT, AND THE BLOCK BOUNDS.
      *
      *  RESERVED NUMBERS ARE HANDED TO THE CALLER AND NEVER
      *  WRITTEN TO NUMMAST BY THIS SYSTEM, SO NUMRECON
      *  READS THIS FILE AND REPORTS NUMBERS INSIDE A
      *  RESERVED BLOCK AS ACCOUNTED FOR RATHER THAN GAPS.
      *
      *  NUMRESVL IS AN INDEXED FILE (IT WAS A LINE
      *  SEQUENTIAL LOG, LOADED WHOLE INTO A 500-ENTRY TABLE
      *  BY EVERY PROGRAM THAT READ IT - RESVREC0 AND THE
      *  ONE-TIME NUMCONV5 CONVERSION COVER THE OLD FILE):
      *
      *  RSVL-KEY (RECORD KEY) - SEGMENT AND BLOCK START.
      *  NUMRSVX READS A BLOCK BY IT DIRECTLY, AND A READ
      *  IN KEY ORDER WALKS A SEGMENT'S BLOCKS IN NUMBER
      *  ORDER.
      *
      *  RSVL-STATUS-KEY (ALTERNATE KEY, DUPLICATES) -
      *  SEGMENT, STATUS AND BLOCK END.  LIVE BLOCKS NEVER
      *  OVERLAP, SO THE FIRST LIVE BLOCK AT OR PAST
      *  (SEGMENT, "A", N) IS THE ONLY ONE THAT CAN HOLD
      *  NUMBER N - IT HOLDS IT WHEN ITS START IS NOT PAST
      *  N.  ONE START AND ONE READ ANSWER "IS N RESERVED"
      *  FOR NUMISSUE, NUMREPR AND NUMRESV.
      *  RSVL-STATUS-SEGMENT-ID ALWAYS CARRIES THE SAME
      *  VALUE AS RSVL-SEGMENT-ID - WHOEVER BUILDS A RECORD
      *  SETS BOTH.
      *
      *  RESERVATION LIFECYCLE - A BLOCK USED TO LIVE HERE
      *  FOREVER, EVEN WHEN THE REQUESTING APPLICATION
      *  ABENDED BEFORE USING A SINGLE NUMBER, AND EVERY
      *  RSVL-STATUS - "A" WHILE THE BLOCK IS LIVE, "R" ONCE
      *  THE REQUESTOR (OR OPERATIONS) HANDED IT BACK
      *  THROUGH THE NUMRSVX RELEASE/EXPIRY JOB, "E" ONCE
      *  NUMRSVX RETIRED IT PAST ITS EXPIRY DATE.  NUMRSVX
      *  REWRITES THE STATUS IN PLACE.  ONLY LIVE BLOCKS
      *  COUNT AS TAKEN (NUMISSUE, NUMREPR, NUMRESV,
      *  NUMRECON) - A RELEASED OR EXPIRED BLOCK'S NUMBERS
      *  ARE ISSUABLE AGAIN.  EVERY RECORD ON THE INDEXED
      *  FILE CARRIES ONE OF THE THREE VALUES - NUMCONV5
      *  LOADED THE OLD SHORT PRE-LIFECYCLE RECORDS AS LIVE
      *  WITH NO EXPIRY.
      *
      *  A NEW BLOCK CAN START ON THE SAME NUMBER AS A
      *  RETIRED ONE.  THE NEW BLOCK THEN TAKES THE RETIRED
      *  RECORD'S KEY, AND ANY PART OF THE RETIRED BLOCK
      *  PAST THE NEW BLOCK'S END IS KEPT AS A RETIRED
      *  RECORD OF ITS OWN, STARTING ONE PAST THAT END.
      *****************************************************
       01  RSVL-RECORD.
           05  RSVL-KEY.
               10  RSVL-SEGMENT-ID     PIC 9(02).
               10  RSVL-BLOCK-START    PIC 9(09).
           05  RSVL-STATUS-KEY.
               10  RSVL-STATUS-SEGMENT-ID PIC 9(02).
               10  RSVL-STATUS         PIC X(01).
                   88  RSVL-LIVE       VALUE "A".
                   88  RSVL-RELEASED   VALUE "R".
                   88  RSVL-EXPIRED    VALUE "E".
               10  RSVL-BLOCK-END      PIC 9(09).
           05  RSVL-DATE               PIC X(08).
           05  RSVL-TIME               PIC X(08).
           05  RSVL-REQUESTOR-ID       PIC X(08).
           05  RSVL-EXPIRY-DATE        PIC X(08).
           05  FILLER                  PIC X(09).
