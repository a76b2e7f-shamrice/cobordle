      ******************************************************************
      * Purpose: Record layout for the players' word-suggestion box
      *          (cobordle_suggestions.dat), written by word-suggest:
      *          one row per suggested daily word, with who suggested
      *          it and why, whether it is on the length's answer
      *          list or only on the allowed-guess list, and where it
      *          stands -- pending review, approved, rejected (with
      *          the curator's note), or scheduled (with the date
      *          schedule-gen gave it, which daily-digest credits).
      ******************************************************************
       01  f-suggestion-record.
           05  f-sugg-id               pic 9(6).
           05  f-sugg-stamp            pic x(14).
           05  f-sugg-player           pic x(20).
           05  f-sugg-word             pic a(7).
           05  f-sugg-length           pic 9.
           05  f-sugg-list-flag        pic a.
               88  f-sugg-on-word-list value 'W'.
               88  f-sugg-guess-only   value 'G'.
           05  f-sugg-status           pic a.
               88  f-sugg-pending      value 'P'.
               88  f-sugg-approved     value 'A'.
               88  f-sugg-rejected     value 'R'.
               88  f-sugg-scheduled    value 'S'.
           05  f-sugg-sched-date       pic 9(8).
           05  f-sugg-reviewer         pic x(12).
           05  f-sugg-reason           pic x(60).
           05  f-sugg-review-note      pic x(40).
