      ******************************************************************
      * Purpose: Record layout for the registered-player master file
      *          (cobordle_players.dat): one row per player id allowed
      *          to record play, with the display name, team, status
      *          (A active, I inactive -- a leaver or a suspended id),
      *          the hashed sign-in PIN (zero until the commissioner
      *          has issued one), the date the id was registered and
      *          whether the PIN is still the one-time initial PIN
      *          player-master issued, which the player has to change
      *          at their first sign-in.
      *          Written by player-master and by player-signin when a
      *          player picks a PIN; read by the games through
      *          player-signin and by the reports that list players.
      ******************************************************************
       01  f-player-record.
           05  f-plyr-id               pic x(20).
           05  f-plyr-name             pic x(30).
           05  f-plyr-team             pic x(20).
           05  f-plyr-status           pic a.
               88  f-plyr-active       value 'A'.
               88  f-plyr-inactive     value 'I'.
           05  f-plyr-pin-hash         pic 9(9).
           05  f-plyr-joined           pic 9(8).
           05  f-plyr-pin-state        pic a.
               88  f-plyr-pin-initial  value 'M'.
               88  f-plyr-pin-chosen   value ' '.
