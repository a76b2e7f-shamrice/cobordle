      *          in order, moving each delivered row to
      *          cobordle_delivered_scores.dat so every round reaches
      *          the scoreboard exactly once.
      *
      *          The site and daily flag ride along so the central
      *          service can tell the offices apart and pick out the
      *          daily-word rounds the office league is scored on.
      *          Rows queued before they were added read as blanks;
      *          score-retry sends its own SITE-ID for those.
      ******************************************************************
       01  f-pending-record.
           05  f-pending-player        pic x(20).
           05  f-pending-solved        pic a.
           05  f-pending-date          pic 9(8).
           05  f-pending-game-id       pic x(16).
           05  f-pending-site          pic x(10).
           05  f-pending-daily         pic a.
