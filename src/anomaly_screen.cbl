      *          with no recorded predecessors). Each finding earns
      *          severity points; players are ranked worst-first into
      *          cobordle_anomaly.rpt. stats-reconcile balances
      *          counts; this judges plausibility. Dailies played on
      *          an office holiday (see holiday-check) stay out of
      *          the try-1 rate. --since screens only the games from
      *          that date on, walking the stats file's date key from
      *          there rather than the whole history.
      *
      *          Usage: anomaly-screen [--since=YYYYMMDD]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name
       01  ws-report-file-name       pic x(40)
                                     value "cobordle_anomaly.rpt".

       01  ws-cmd-args               pic x(2024).
       01  ws-arg-discard            pic x(2024).
       01  ws-arg-remainder          pic x(2024).
       01  ws-date-arg               pic x(10).
       01  ws-cmd-found              pic 9(2) comp.

       01  ws-since-date             pic 9(8) value 0.

       01  ws-eof-sw                 pic a value 'N'.
           88  ws-eof                value 'Y'.
           88  ws-not-eof            value 'N'.
       01  ws-severity-disp          pic z(6)9.
       01  ws-flagged-count          pic 9(3) comp value 0.

      *> Closed days are left out of the daily rates (see
      *> holiday-check).
       copy "./src/copy/holiday_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Anomalous-play screening"

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if ws-since-date > 0 then
               display concat(
                   "Games from " ws-since-date " on")
           end-if
           display space

           perform screen-stats-rows
           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--since="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--since="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-date-arg
               move function numval(ws-date-arg)
                   to ws-since-date
           end-if

           exit paragraph.


      *> Pass 1: every stats row in the window feeds the per-player
      *> counters and the player/date/word cross-foot table. The
      *> date key starts the walk at --since (the beginning of the
      *> file without it).
       screen-stats-rows.

           set ws-not-eof to true

           move ws-since-date to f-stats-date

           open input fd-stats-file

               start fd-stats-file key >= f-stats-date
               invalid key set ws-eof to true
               end-start

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
      *>               Migrated rows were never played here and

           add 1 to ws-sp-games(ws-sp-idx)

           move f-stats-date to l-hc-date
           call "holiday-check" using l-holiday-check

           if f-stats-v2 and f-stats-daily-flag = 'Y'
           and l-hc-open then
               add 1 to ws-sp-daily-games(ws-sp-idx)
               if f-stats-solved = 'Y'
               and f-stats-tries = 1 then
                   read fd-audit-file
                   at end set ws-eof to true
                   not at end
                       if f-audit-practice-flag not = 'Y'
                       and f-audit-date >= ws-since-date then
                           perform screen-one-audit-row
                       end-if
                   end-read
