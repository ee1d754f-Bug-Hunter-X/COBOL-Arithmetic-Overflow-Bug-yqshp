      *  TIME IT RUNS.  NUMISSUE CALLS IT AT THE VERY HEAD
      *  OF EVERY CYCLE, BEFORE OPENING ANY CONTROL FILE, SO
      *  EVERY RUN LEAVES A POINT TO ROLL BACK TO; THE
      *  NUMREST UTILITY FILES THE RESTORE OF A CHOSEN
      *  GENERATION AND NUMAPPR APPLIES IT ONCE APPROVED.
      *
      *  A CONTROL FILE THAT DOES NOT EXIST YET SIMPLY
      *  CONTRIBUTES NO RECORDS TO THE GENERATION - THE
      *        ABEND MID-CAPTURE LEAVES UNCATALOGUED ORPHANS
      *        CARRYING A GENERATION NUMBER THE RERUN USES
      *        AGAIN; THE RERUN'S COMPLETE CAPTURE LANDS
      *        AFTER THEM, AND NUMAPPR APPLIES RECORDS IN
      *        FILE ORDER, SO THE COMPLETE SET WINS.
       3000-WRITE-CATALOG-ENTRY.
           MOVE WS-GENERATION TO SNPC-GEN-NUMBER
