      ******************************************************************
      * Purpose: Record layout for the personal goals file
      *          (cobordle_goals.dat), written by personal-goals and
      *          goal-check. One row per goal a player set: a monthly
      *          target on one measure of their recorded rounds,
      *          optionally narrowed to a mode, a length or a
      *          category. goal-check keeps the progress fields up to
      *          date at round end and closes the goal once its month
      *          is over.
      *
      *          Counting measures (WINS, GAMES, DAILIES, POINTS) are
      *          met as soon as the count reaches the target. Average
      *          measures (AVG-TRIES, AVG-TIME) are ceilings and can
      *          only be judged when the month closes: met at or
      *          under the target with at least one round played.
      ******************************************************************
       01  f-goal-record.
           05  f-goal-player           pic x(20).
           05  f-goal-no               pic 9(3).
           05  f-goal-month            pic 9(6).
           05  f-goal-measure          pic x(9).
               88  f-goal-avg-tries    value "AVG-TRIES".
               88  f-goal-avg-time     value "AVG-TIME".
               88  f-goal-wins         value "WINS".
               88  f-goal-games        value "GAMES".
               88  f-goal-dailies      value "DAILIES".
               88  f-goal-points       value "POINTS".
               88  f-goal-ceiling      values "AVG-TRIES" "AVG-TIME".
           05  f-goal-target           pic 9(5)v9.
      *>     A any round, D daily, H hard mode, B blitz. Length 0
      *>     and a blank category mean any.
           05  f-goal-mode             pic a.
               88  f-goal-any-mode     value 'A'.
               88  f-goal-daily-mode   value 'D'.
               88  f-goal-hard-mode    value 'H'.
               88  f-goal-blitz-mode   value 'B'.
           05  f-goal-length           pic 9.
           05  f-goal-category         pic x(20).
           05  f-goal-status           pic a.
               88  f-goal-active       value 'A'.
               88  f-goal-met          value 'M'.
               88  f-goal-missed       value 'X'.
               88  f-goal-retired      value 'R'.
      *>     Progress as of the last evaluation: the measure's value
      *>     and how many rounds it was taken over.
           05  f-goal-value            pic 9(5)v9.
           05  f-goal-rounds           pic 9(5).
           05  f-goal-set-on           pic 9(8).
           05  f-goal-closed-on        pic 9(8).
