      ******************************************************************
      * Purpose: Record layout for the per-word abandonment file
      *          (cobordle_abandoned_words.dat) abandoned-report
      *          rewrites on every unfiltered run: for each word, the
      *          rounds started on it (from the audit trail) and how
      *          many of them were given up mid-round, never reaching
      *          a stats row. word-difficulty-report --abandoned reads
      *          it for its quit-rate column.
      ******************************************************************
       01  f-abandoned-word-record.
           05  f-abw-word              pic a(7).
           05  f-abw-started           pic 9(7).
           05  f-abw-abandoned         pic 9(7).
           05  f-abw-built-on          pic 9(8).
