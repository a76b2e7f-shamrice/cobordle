      *          rows to cobordle_rating_hist.dat so rating-report
      *          can show the climb.
      *
      *          Called by head-to-head, tournament, challenge and
      *          knockout-cup with one l-rating-match per decided
      *          match.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
