      *  AN ABEND LEAVES THE LOCK HELD - THAT IS THE POINT:
      *  NOTHING ELSE TOUCHES THE SEGMENT UNTIL OPERATIONS
      *  HAS LOOKED.  THE NUMLOCK UTILITY INSPECTS THE LOCK
      *  FILE AND FILES THE BREAK OF A STALE LOCK FOR
      *  APPROVAL (SEE PENDREC.CPY); NUMAPPR BREAKS IT, AND
      *  LOGS THE BREAK TO THE NUMAUDIT TRAIL, ONCE A SECOND
      *  OPERATOR APPROVES.
      *****************************************************
       01  LOCK-RECORD.
           05  LOCK-HELD-SW            PIC X(01).
