      * Purpose: Record layout for the season definition file
      *          (cobordle_seasons.dat): one row per competitive
      *          season with its id (e.g. 2026Q3) and inclusive date
      *          range. Kept by the commissioner through
      *          season-team-maint; read by
      *          leaderboard-report to scope the default board to the
      *          active season and by season-close to freeze a
      *          finished season into the hall of fame.
