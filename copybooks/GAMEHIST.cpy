      *  DATE       INIT  DESCRIPTION
      *  2026-09-03 DLM   ORIGINAL - PER-ROUND GAME HISTORY RECORD
      *                   (CR-2026-136).
      *  2026-10-15 DLM   ADDED THE ROUND ID (DATE AND TIME THE ROUND
      *                   STARTED) SO THE ROUND CAN BE MATCHED TO ITS
      *                   GAMEGUES GUESS DETAIL (CR-2026-143).
      ******************************************************************
       01  GAMEHIST-RECORD.
           05  GAMEHIST-PLAYER-ID          PIC X(10).
               88  GAMEHIST-TOURN-ROUND        VALUE 'Y'.
               88  GAMEHIST-NORMAL-ROUND       VALUE 'N'.
           05  GAMEHIST-TOURN-ID           PIC X(08).
           05  GAMEHIST-ROUND-ID.
               10  GAMEHIST-ROUND-DATE     PIC 9(08).
               10  GAMEHIST-ROUND-TIME     PIC 9(08).
