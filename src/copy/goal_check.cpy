      ******************************************************************
      * Purpose: Call interface for goal-check. Round end (R) brings
      *          one player's goals up to date and hands back a
      *          progress line for each of this month's goals, plus
      *          a line for every goal that was met or missed on this
      *          call. Month end (M) closes every player's goals whose
      *          month is over.
      ******************************************************************
       01  l-goal-check.
           05  l-gc-action             pic a.
               88  l-gc-round-end      value 'R'.
               88  l-gc-month-end      value 'M'.
           05  l-gc-player             pic x(20).
           05  l-gc-goals-looked       pic 9(5).
           05  l-gc-goals-closed       pic 9(5).
           05  l-gc-line-count         pic 9.
           05  l-gc-lines              pic x(70) occurs 5 times.
           05  l-gc-news-count         pic 9.
           05  l-gc-news               pic x(70) occurs 5 times.
