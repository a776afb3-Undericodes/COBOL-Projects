      ******************************************************************
      *  GAMEGUES.CPY
      *  RECORD LAYOUT FOR THE GUESSING GAME GUESS DETAIL FILE
      *  (GAMEGUES).  GUESSING-GAME APPENDS ONE RECORD FOR EVERY
      *  GUESS IT ACCEPTS, CARRYING THE PLAYER, THE ROUND THE GUESS
      *  BELONGS TO, ITS SEQUENCE WITHIN THE ROUND, THE VALUE
      *  GUESSED, THE ANSWER GIVEN AND WHEN, SO GAMEGRPT CAN REPLAY
      *  HOW EACH ROUND WAS ACTUALLY PLAYED.  THE ROUND ID IS THE
      *  DATE AND TIME THE ROUND STARTED; WITH THE PLAYER ID IT
      *  MATCHES THE GAMEHIST RECORD WRITTEN WHEN THE ROUND IS WON.
      *------------------------------------------------------------------
      *  MODIFICATION HISTORY
      *  DATE       INIT  DESCRIPTION
      *  2026-10-15 DLM   ORIGINAL - PER-GUESS DETAIL RECORD
      *                   (CR-2026-143).
      ******************************************************************
       01  GAMEGUES-RECORD.
           05  GAMEGUES-PLAYER-ID          PIC X(10).
           05  GAMEGUES-ROUND-ID.
               10  GAMEGUES-ROUND-DATE     PIC 9(08).
               10  GAMEGUES-ROUND-TIME     PIC 9(08).
           05  GAMEGUES-GUESS-SEQ          PIC 9(05).
           05  GAMEGUES-GUESS-VALUE        PIC 9(05).
           05  GAMEGUES-RESPONSE           PIC X(01).
               88  GAMEGUES-TOO-HIGH           VALUE 'H'.
               88  GAMEGUES-TOO-LOW            VALUE 'L'.
               88  GAMEGUES-CORRECT            VALUE 'C'.
           05  GAMEGUES-GUESS-DATE         PIC 9(08).
           05  GAMEGUES-GUESS-TIME         PIC 9(08).
           05  GAMEGUES-TOURN-ID           PIC X(08).
