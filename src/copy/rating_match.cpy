      * Purpose: Call interface for rating-update: one decided match
      *          between two players. Outcome is 'A' (player A won),
      *          'B' (player B won) or 'D' (draw); source is a short
      *          tag for the history row (H2H, CHAL, TRN, CUP).
      ******************************************************************
       01  l-rating-match.
           05  l-rm-player-a           pic x(20).
