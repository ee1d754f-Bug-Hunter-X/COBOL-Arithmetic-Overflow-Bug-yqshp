      *               TIME, STATUS ACTIVE.  A "BL" BLOCK
      *               ISSUE POINTS THE ENTRY AT THE FIRST
      *               NUMBER OF THE BLOCK.
      *    NUMAPPR  - MARKS THE ENTRY VOIDED WITH THE
      *               MASTER RECORD WHEN A VOID FILED BY
      *               NUMVOID IS APPROVED.
      *    NUMARCH  - MARKS THE ENTRY ARCHIVED WITH THE
      *               MASTER RECORD.
      *    NUMREPR  - RE-POINTS THE ENTRY AT THE FRESH
      *               NUMBER WHEN A DISPLACED PAYLOAD IS
      *               RE-HOMED.
      *    NUMAMND  - RE-KEYS THE ENTRY (DELETES IT UNDER
      *               THE OLD KEY AND WRITES IT UNDER THE
      *               NEW) WHEN AN AMENDMENT CHANGES THE
      *               SOURCE SYSTEM OR REFERENCE DATA.
      *
      *  USED TWO WAYS: NUMEDIT REJECTS A PAYLOAD ALREADY
      *  ISSUED AND STILL ACTIVE (REASON 06 - SEE
      *  REJREC.CPY), AND THE NUMLKUP UTILITY AND THE
      *  NUMBRWS BROWSE SCREEN ANSWER THE REFERENCE-TO-NUMBER
      *  QUESTION ONLINE INSTEAD OF VIA AN OVERNIGHT SCAN.
      *
      *  MASTER RECORDS WRITTEN BEFORE THIS FILE EXISTED
      *  HAVE NO ENTRY - THE LOOKUP SIMPLY REPORTS THE
