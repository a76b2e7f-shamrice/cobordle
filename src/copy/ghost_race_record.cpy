      ******************************************************************
      * Purpose: Record layout for the ghost-race results
      *          (cobordle_ghost_races.dat), appended by ghost-race and
      *          read by the dashboard. One row per race: who raced,
      *          which day's daily, whose recorded game was the ghost,
      *          how each side finished, and who won (P player, G
      *          ghost, T tie). The word itself isn't kept, so the
      *          file can be shown before the day is over.
      ******************************************************************
       01  f-ghost-race-record.
           05  f-gr-date               pic 9(8).
           05  f-gr-player             pic x(20).
           05  f-gr-day                pic 9(8).
           05  f-gr-length             pic 9.
      *>     The racer sits at col 9, as in the bot-race file, and
      *>     the ghost at col 38; player-rename rekeys both.
           05  f-gr-ghost              pic x(20).
           05  f-gr-ghost-game-id      pic x(16).
           05  f-gr-ghost-tries        pic 9(2).
           05  f-gr-player-tries       pic 9(2).
           05  f-gr-player-solved      pic a.
           05  f-gr-winner             pic a.
               88  f-gr-player-won     value 'P'.
               88  f-gr-ghost-won      value 'G'.
               88  f-gr-tied           value 'T'.
