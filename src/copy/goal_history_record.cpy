      ******************************************************************
      * Purpose: Record layout for the goals history
      *          (cobordle_goals_history.dat), appended by goal-check.
      *          One row per goal as it closes: met (M) the moment a
      *          counting goal reaches its target, met or missed (X)
      *          when the goal's month is over. Retired goals don't
      *          come here.
      ******************************************************************
       01  f-goal-history-record.
           05  f-gh-date               pic 9(8).
           05  f-gh-player             pic x(20).
           05  f-gh-goal-no            pic 9(3).
           05  f-gh-month              pic 9(6).
           05  f-gh-measure            pic x(9).
           05  f-gh-target             pic 9(5)v9.
           05  f-gh-mode               pic a.
           05  f-gh-length             pic 9.
           05  f-gh-category           pic x(20).
           05  f-gh-outcome            pic a.
               88  f-gh-met            value 'M'.
               88  f-gh-missed         value 'X'.
           05  f-gh-value              pic 9(5)v9.
           05  f-gh-rounds             pic 9(5).
