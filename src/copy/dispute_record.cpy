      ******************************************************************
      * Purpose: Record layout for the word-dispute file
      *          (cobordle_disputes.dat). run-game appends one row
      *          when a player flags the word just played as obscure,
      *          offensive or misspelled: the round's game id, who
      *          raised it, the word, and the list it was dealt from,
      *          so the curator's action lands on the right list.
      *          dispute-review closes the word's open rows with the
      *          curator's decision.
      ******************************************************************
       01  f-dispute-record.
           05  f-disp-stamp            pic x(14).
           05  f-disp-game-id          pic x(16).
           05  f-disp-player           pic x(20).
           05  f-disp-word             pic a(7).
           05  f-disp-length           pic 9.
           05  f-disp-list-name        pic x(40).
           05  f-disp-reason           pic a.
               88  f-disp-obscure      value 'O'.
               88  f-disp-offensive    value 'F'.
               88  f-disp-misspelt     value 'M'.
               88  f-disp-other        value 'X'.
           05  f-disp-status           pic a.
               88  f-disp-open         value 'O'.
               88  f-disp-blacked-out  value 'B'.
               88  f-disp-removed      value 'R'.
               88  f-disp-dismissed    value 'D'.
           05  f-disp-reviewer         pic x(12).
           05  f-disp-closed-stamp     pic x(14).
