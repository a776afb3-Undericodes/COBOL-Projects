      *    CALCARCH  READ=CALCLOG READ    1=ARCHIVED      2=RETAINED
      *              AMT1=ARCHIVED SUM    AMT2=RETAINED SUM
      *    CALCFIX   READ=REJECTS READ    1=REPAIRED      2=CARRIED
      *    GLEXTRCT  READ=RUN RESULTS     1=GL DETAILS    2=ERRS SKIPPED
      *              AMT1=GL HASH TOTAL   AMT2=NO-ACCOUNT AMOUNT
      *    CALCINTG  READ=LINKS CHECKED   1=ERRORS        2=WARNINGS
      *    STORDGEN  READ=ORDERS READ     1=GENERATED     2=NOT DUE
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *                   (CR-2026-132).
      *  2026-09-03 DLM   ADDED THE CALCFIX REJECT-REPAIR SLOT
      *                   MEANINGS (CR-2026-133).
      *  2026-10-15 DLM   ADDED THE GLEXTRCT GL INTERFACE SLOT
      *                   MEANINGS (CR-2026-141).
      *  2026-10-15 DLM   ADDED THE CALCINTG INTEGRITY CHECK SLOT
      *                   MEANINGS (CR-2026-145).
      *  2026-10-15 DLM   ADDED THE STORDGEN STANDING-ORDER GENERATOR
      *                   SLOT MEANINGS (CR-2026-147).
      ******************************************************************
       01  CALCCTL-RECORD.
           05  CALCCTL-PROGRAM             PIC X(08).
