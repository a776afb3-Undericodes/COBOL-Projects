      *                   THE FRONT AS THE RECORD KEY AND THE FILE
      *                   HOLDS ONE SAVED GAME PER PLAYER INSTEAD OF
      *                   ONE FOR THE WHOLE SHOP (CR-2026-135).
      *  2026-10-15 DLM   ADDED THE ROUND ID SO A RESUMED ROUND KEEPS
      *                   LOGGING ITS GUESSES UNDER THE ROUND IT
      *                   STARTED AS (CR-2026-143).
      ******************************************************************
       01  GAMECKPT-RECORD.
           05  GAMECKPT-PLAYER-ID          PIC X(10).
               88  GAMECKPT-TOURN-ROUND        VALUE 'Y'.
               88  GAMECKPT-NORMAL-ROUND       VALUE 'N'.
           05  GAMECKPT-TOURN-ID           PIC X(08).
           05  GAMECKPT-ROUND-ID.
               10  GAMECKPT-ROUND-DATE     PIC 9(08).
               10  GAMECKPT-ROUND-TIME     PIC 9(08).
