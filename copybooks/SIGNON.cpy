      *  MAINMENU DOWN TO THE PROGRAMS IT CALLS, SO NO CALLED PROGRAM
      *  EVER PROMPTS FOR (OR TRUSTS) AN UNVERIFIED USER ID.  MAINMENU
      *  CODES THIS COPYBOOK INTO WORKING-STORAGE; THE CALLED PROGRAMS
      *  CODE IT INTO THEIR LINKAGE SECTIONS.  SIGNON-RUN-PARM CARRIES
      *  A RUN PARAMETER FROM A CALLER THAT STARTS A PROGRAM IN PLACE
      *  OF A COMMAND LINE (CALCNITE STARTING THE CALCULATOR'S BATCH
      *  MODE); MAINMENU LEAVES IT BLANK.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-08-22 DLM   ORIGINAL - SHARED SIGN-ON PARAMETER LAYOUT.
      *  2026-10-15 DLM   ADDED SIGNON-RUN-PARM FOR THE NIGHTLY BATCH
      *                   DRIVER (CR-2026-142).
      ******************************************************************
       01  SIGNON-PARMS.
           05  SIGNON-USER-ID              PIC X(10).
           05  SIGNON-PERM-LEVEL           PIC X(01).
               88  SIGNON-PERM-OPERATOR         VALUE 'O'.
               88  SIGNON-PERM-SUPERVISOR       VALUE 'S'.
           05  SIGNON-RUN-PARM             PIC X(40).
