      ******************************************************************
      * Purpose: Record layout for the office league standings
      *          (cobordle_office_league.dat), written by office-league
      *          from the central scoreboard's daily-word results and
      *          read by leaderboard-report for its --html page. One
      *          row per site per league week (Monday to Sunday), in
      *          rank order within the week; recomputing a week
      *          replaces that week's rows and leaves the others.
      *
      *          Every player-day on the daily word counts once, so a
      *          site's average tries and solve rate are weighted by
      *          how many of its people turned up. A missed daily
      *          counts as its try budget plus one, the way a share
      *          grid's X does.
      ******************************************************************
       01  f-office-league-record.
           05  f-ol-week               pic 9(8).
           05  f-ol-rank               pic 9(2).
           05  f-ol-site               pic x(10).
           05  f-ol-players            pic 9(4).
           05  f-ol-rounds             pic 9(5).
           05  f-ol-solved             pic 9(5).
           05  f-ol-tries              pic 9(6).
           05  f-ol-solve-pct          pic 9(3)v9.
           05  f-ol-avg-tries          pic 9(2)v99.
      *>     F once the week is over when it was computed, P while it
      *>     was still being played.
           05  f-ol-status             pic a.
               88  f-ol-final          value 'F'.
               88  f-ol-to-date        value 'P'.
           05  f-ol-computed           pic 9(8).
