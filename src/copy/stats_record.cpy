      *          day, so key order within a player is also play order.
      *          stats-convert builds the file from the old line-
      *          sequential cobordle_stats.dat.
      *
      *          Two alternate keys, both with duplicates, sit over
      *          the same bytes: f-stats-date (a day's rows across all
      *          players) and f-stats-game-id (one game). Every select
      *          on the file declares both so every writer keeps them
      *          current; stats-rekey adds them to an older file.
      ******************************************************************
       01  f-stats-record.
           05  f-stats-key.
