      *****************************************************
      *  AMDLOG - RECORD LAYOUT FOR THE NUMAMDL PAYLOAD
      *  AMENDMENT LOG, APPENDED BY NUMAMND FOR EVERY
      *  AMENDMENT TRANSACTION PROCESSED - APPLIED OR
      *  REFUSED - THE SAME APPEND-ONLY WAY AS NUMVOIDL.
      *  EACH RECORD CARRIES MAST-DATA AS IT STOOD BEFORE
      *  THE AMENDMENT AND AS THE AMENDMENT LEFT IT (OR, ON
      *  A REFUSAL, AS IT WAS ASKED TO LEAVE IT), SO THE
      *  ORIGINAL PAYLOAD CAN ALWAYS BE PUT BACK.
      *
      *  AMDL-DATE/AMDL-TIME IS THE AMENDMENT'S STAMP -
      *  BUSINESS DATE FROM THE OPEN CYCLE, TIME FROM THE
      *  CLOCK, THE SAME WAY NUMISSUE STAMPS AN ISSUE.
      *  NUMDELTA SENDS EVERY APPLIED AMENDMENT STAMPED
      *  INSIDE ITS EXTRACT WINDOW TO BILLING AS A "C"
      *  CORRECTION DETAIL (SEE DLTAREC.CPY), AND NUMDRGN
      *  REBUILDS THE SAME CORRECTIONS FOR A REGENERATED
      *  EXTRACT.  AMDL-ISSUE-DATE/TIME IS THE NUMBER'S
      *  ORIGINAL ISSUE STAMP, UNCHANGED BY THE AMENDMENT -
      *  A NUMBER ISSUED AND AMENDED INSIDE THE SAME WINDOW
      *  GOES OUT ONCE AS AN ORDINARY DETAIL ALREADY
      *  CARRYING THE CORRECTED PAYLOAD, WITH NO SEPARATE
      *  CORRECTION.
      *
      *  RESULT CODES:
      *    OK - MAST-DATA AMENDED AND NUMSRCX RE-KEYED
      *    IV - NUMBER NOT NUMERIC, OR CORRECTED SOURCE
      *         SYSTEM OR REFERENCE BLANK
      *    NF - NO MASTER RECORD FOR THE NUMBER
      *    AV - NUMBER IS VOIDED - NOTHING LIVE TO AMEND
      *    AR - NUMBER IS ARCHIVED - RESTORE IT WITH NUMARST
      *         BEFORE AMENDING
      *    BK - NUMBER WAS ISSUED AS PART OF A "BL" BLOCK,
      *         WHOSE NUMBERS SHARE ONE PAYLOAD AND ONE
      *         NUMSRCX ENTRY - AMENDING ONE MEMBER WOULD
      *         SPLIT THE BLOCK
      *    NC - CORRECTED SOURCE AND REFERENCE ARE WHAT IS
      *         ALREADY ON FILE
      *    DK - THE CORRECTED SOURCE/REFERENCE IS ALREADY
      *         ACTIVE ON NUMSRCX UNDER ANOTHER NUMBER
      *****************************************************
       01  AMDLOG-RECORD.
           05  AMDL-DATE               PIC X(08).
           05  AMDL-TIME               PIC X(08).
           05  AMDL-OPERATOR-ID        PIC X(08).
           05  AMDL-NUM                PIC 9(09).
           05  AMDL-SEGMENT-ID         PIC 9(02).
           05  AMDL-RESULT             PIC X(02).
               88  AMDL-APPLIED        VALUE "OK".
           05  AMDL-REASON             PIC X(30).
           05  AMDL-ISSUE-DATE         PIC X(08).
           05  AMDL-ISSUE-TIME         PIC X(08).
           05  AMDL-BEFORE-DATA        PIC X(50).
           05  AMDL-AFTER-DATA         PIC X(50).
