      ******************************************************************
      * Purpose: Record layouts for the knockout cup file
      *          (cobordle_cup.dat), kept by knockout-cup. Every cup
      *          has one header row ('H') and one row per tie ('T')
      *          in every round played so far; finished cups stay in
      *          the file as the cup's history.
      *
      *          A tie's two players are dealt the same word and each
      *          plays it on their own time before the deadline. Each
      *          side's game id is fixed when the tie is drawn
      *          ("KO" + cup id + round + tie + side), so the result
      *          is found afterwards by game id in the player's stats
      *          rows. The result fields are filled when the tie is
      *          decided; a bye has no player B and no word.
      ******************************************************************
       01  f-cup-header-record.
           05  f-cuph-type             pic a.
               88  f-cuph-is-header    value 'H'.
           05  f-cuph-cup-id           pic 9(8).
           05  f-cuph-status           pic a.
               88  f-cuph-running      value 'R'.
               88  f-cuph-finished     value 'F'.
           05  f-cuph-round            pic 9.
           05  f-cuph-size             pic 9(2).
           05  f-cuph-length           pic 9.
      *>     Same columns as a tie's player A, so a player rename
      *>     carries the champion along with the bracket.
           05  f-cuph-champion         pic x(20).
           05  f-cuph-days             pic 9(2).
           05  f-cuph-entrants         pic 9(2).
           05  f-cuph-finished-date    pic 9(8).
           05  filler                  pic x(61).

       01  f-cup-tie-record.
           05  f-cupt-type             pic a.
               88  f-cupt-is-tie       value 'T'.
           05  f-cupt-cup-id           pic 9(8).
           05  f-cupt-round            pic 9.
           05  f-cupt-tie              pic 9(2).
           05  f-cupt-seed-a           pic 9(2).
           05  f-cupt-player-a         pic x(20).
           05  f-cupt-seed-b           pic 9(2).
           05  f-cupt-player-b         pic x(20).
           05  f-cupt-word             pic a(7).
           05  f-cupt-opened           pic 9(8).
           05  f-cupt-deadline         pic 9(8).
           05  f-cupt-status           pic a.
               88  f-cupt-open         value 'O'.
               88  f-cupt-decided      value 'D'.
           05  f-cupt-winner           pic a.
           05  f-cupt-reason           pic x(8).
           05  f-cupt-a-played         pic a.
           05  f-cupt-a-solved         pic a.
           05  f-cupt-a-tries          pic 9(2).
           05  f-cupt-a-elapsed        pic 9(5).
           05  f-cupt-b-played         pic a.
           05  f-cupt-b-solved         pic a.
           05  f-cupt-b-tries          pic 9(2).
           05  f-cupt-b-elapsed        pic 9(5).
