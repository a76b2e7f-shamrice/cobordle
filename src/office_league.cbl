      ******************************************************************
      * Purpose: Weekly office-versus-office league on the daily word.
      *          Every site posts its rounds to the same central
      *          scoreboard service, tagged with the SITE-ID from its
      *          cobordle.cfg. This pulls the service's daily-word
      *          results for one league week (Monday to Sunday) down
      *          with the same shelled-curl escape hatch
      *          score-reconcile's fetch uses, scores each site over
      *          all of its player-days -- solve rate, and average
      *          tries with a missed daily counted as the try budget
      *          plus one -- ranks the sites by solve rate then
      *          average tries, prints the standings and stores them
      *          in cobordle_office_league.dat for leaderboard-report's
      *          --html page.
      *
      *          Weighting by player-day means a site's numbers are
      *          those of everyone who turned up: ten people playing
      *          every day count ten times as much as one person
      *          playing once. A player counts once per day however
      *          often the service has their daily; rounds posted
      *          without a site are left out and counted.
      *
      *          Usage: office-league [--week=YYYYMMDD | --last-week]
      *                     [--no-fetch]
      *          --week= scores the week holding that date; the
      *          default is the current week, to date. --no-fetch
      *          rescores the last downloaded results.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. office-league.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-results-file
               assign to dynamic ws-results-file-name
               organization is line sequential.

               select optional fd-league-file
               assign to dynamic ws-league-file-name
               organization is line sequential.

               select fd-league-tmp
               assign to dynamic ws-league-tmp-name
               organization is line sequential.

               select optional fd-config-file
               assign to dynamic ws-config-file-name
               organization is line sequential.

       data division.

       file section.

      *> One row per daily-word round in the central service's
      *> download, in the fixed columns the service exports.
       fd  fd-results-file.
       01  f-results-record.
           05  f-res-site              pic x(10).
           05  f-res-player            pic x(20).
           05  f-res-date              pic 9(8).
           05  f-res-word              pic a(7).
           05  f-res-tries             pic 9(2).
           05  f-res-solved            pic a.
           05  f-res-daily             pic a.
           05  f-res-game-id           pic x(16).

       fd  fd-league-file.
       copy "./src/copy/office_league_record.cpy".

       fd  fd-league-tmp.
       01  f-league-tmp-record         pic x(57).

       fd  fd-config-file.
       01  f-config-record             pic x(80).

       working-storage section.

       01  ws-results-file-name    pic x(40)
                                   value "cobordle_league_results.dat".
       01  ws-league-file-name     pic x(40)
                                   value "cobordle_office_league.dat".
       01  ws-league-tmp-name      pic x(44)
                                value "cobordle_office_league.dat.tmp".
       01  ws-config-file-name     pic x(40) value "cobordle.cfg".

       01  ws-scoreboard-url       pic x(80)
                                   value "http://localhost:8080/scores".
      *> This installation's own site, starred in the standings.
       01  ws-site-id              pic x(10) value spaces.
       01  ws-config-key           pic x(20).
       01  ws-config-value         pic x(40).

       01  ws-url-safe-sw          pic a value 'Y'.
           88  ws-url-safe         value 'Y'.
           88  ws-url-unsafe        value 'N'.
       01  ws-check-idx            pic 9(2) comp.

       01  ws-curl-command         pic x(300).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-cmd-args             pic x(2024).
       01  ws-arg-discard          pic x(2024).
       01  ws-arg-remainder        pic x(2024).
       01  ws-date-arg             pic x(10).
       01  ws-cmd-found            pic 9(2) comp.
       01  ws-no-fetch-sw          pic a value 'N'.
           88  ws-no-fetch         value 'Y'.

      *> The league week: Monday to Sunday around the date asked for.
       01  ws-today                pic 9(8).
       01  ws-target-date          pic 9(8).
       01  ws-target-int           pic 9(7) comp.
       01  ws-week-start           pic 9(8).
       01  ws-week-end             pic 9(8).
       01  ws-week-final-sw        pic a value 'N'.
           88  ws-week-final       value 'Y'.
           88  ws-week-to-date     value 'N'.
       01  ws-date-work            pic x(8).
       01  ws-week-start-disp      pic x(10).
       01  ws-week-end-disp        pic x(10).

      *> Player-days already counted (site, player, date), so a round
      *> the service holds twice -- a retry, a replay -- counts once.
       01  ws-max-rounds           constant as 5000.
       01  ws-round-keys           pic x(38)
                                   occurs ws-max-rounds times.
       01  ws-round-count          pic 9(5) comp value 0.
       01  ws-round-idx            pic 9(5) comp.
       01  ws-round-key            pic x(38).
       01  ws-round-found-sw       pic a value 'N'.
           88  ws-round-found      value 'Y'.
           88  ws-round-not-found  value 'N'.

      *> Distinct players per site, for the participation column.
       01  ws-max-site-players     constant as 2000.
       01  ws-site-players         pic x(30)
                                   occurs ws-max-site-players times.
       01  ws-site-player-count    pic 9(4) comp value 0.
       01  ws-sp-idx               pic 9(4) comp.
       01  ws-site-player-key      pic x(30).

       01  ws-max-sites            constant as 50.
       01  ws-sites occurs ws-max-sites times.
           05  ws-st-site          pic x(10).
           05  ws-st-players       pic 9(4) comp.
           05  ws-st-rounds        pic 9(5) comp.
           05  ws-st-solved        pic 9(5) comp.
           05  ws-st-tries         pic 9(6) comp.
           05  ws-st-solve-pct     pic 9(3)v9 comp.
           05  ws-st-avg-tries     pic 9(2)v99 comp.
       01  ws-site-count           pic 9(3) comp value 0.
       01  ws-st-idx               pic 9(3) comp.
       01  ws-site-found-sw        pic a value 'N'.
           88  ws-site-found       value 'Y'.
           88  ws-site-not-found   value 'N'.

       01  ws-unsited-count        pic 9(5) comp value 0.
       01  ws-dropped-count        pic 9(5) comp value 0.

      *> Sort work fields, the same bubble sort leaderboard-report
      *> and opener-league use.
       01  ws-sort-idx             pic 9(3) comp.
       01  ws-swapped-sw           pic a value 'N'.
           88  ws-swapped          value 'Y'.
           88  ws-not-swapped      value 'N'.
       01  ws-sort-tmp.
           05  ws-sort-tmp-site    pic x(10).
           05  ws-sort-tmp-players pic 9(4) comp.
           05  ws-sort-tmp-rounds  pic 9(5) comp.
           05  ws-sort-tmp-solved  pic 9(5) comp.
           05  ws-sort-tmp-tries   pic 9(6) comp.
           05  ws-sort-tmp-pct     pic 9(3)v9 comp.
           05  ws-sort-tmp-avg     pic 9(2)v99 comp.

       01  ws-rank-disp            pic z9.
       01  ws-players-disp         pic z(6)9.
       01  ws-rounds-disp          pic z(5)9.
       01  ws-pct-disp             pic zz9.9.
       01  ws-avg-disp             pic z9.99.
       01  ws-count-disp           pic z(4)9.
       01  ws-own-mark             pic x.


       procedure division.

       main-procedure.

           display "COBORDLE - Office league"

           call "game-day" using ws-today
           move ws-today to ws-target-date

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if test-date-yyyymmdd(ws-target-date) not = 0 then
               display "--week= takes a date as YYYYMMDD."
               move 8 to return-code
               stop run
           end-if

           perform find-league-week

           if ws-week-start > ws-today then
               display "That week hasn't started yet."
               move 8 to return-code
               stop run
           end-if

           perform load-config-url
           perform check-url-safe

           evaluate true
               when ws-no-fetch
                   display "Scoring the last downloaded results."
               when ws-scoreboard-url = spaces
                   display "No SCOREBOARD-URL in cobordle.cfg; "
                       "scoring the last downloaded results."
               when ws-url-unsafe
                   display "Fetch skipped: scoreboard URL has "
                       "unsupported characters."
               when other
                   perform fetch-week-results
           end-evaluate

           perform load-week-results

           if ws-site-count = 0 then
               display concat(
                   "No daily rounds with a site for the week of "
                   ws-week-start-disp " yet.")
               stop run
           end-if

           perform compute-site-rates
           perform sort-sites
           perform display-standings
           perform save-standings

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--week="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--week="
                   into ws-arg-discard ws-arg-remainder
               move spaces to ws-date-arg
               unstring ws-arg-remainder delimited by space
                   into ws-date-arg
               if ws-date-arg(1:8) is numeric then
                   move ws-date-arg(1:8) to ws-target-date
               else
                   move 0 to ws-target-date
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--last-week"
           if ws-cmd-found > 0 then
               compute ws-target-date =
                   date-of-integer(integer-of-date(ws-today) - 7)
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--no-fetch"
           if ws-cmd-found > 0 then
               set ws-no-fetch to true
           end-if

           exit paragraph.


      *> Day 1 of the integer calendar (1601-01-01) was a Monday, so
      *> the remainder mod 7 is days since Monday.
       find-league-week.

           move integer-of-date(ws-target-date) to ws-target-int

           compute ws-week-start = date-of-integer(
               ws-target-int - mod(ws-target-int - 1, 7))
           compute ws-week-end = date-of-integer(
               integer-of-date(ws-week-start) + 6)

           if ws-today > ws-week-end then
               set ws-week-final to true
           else
               set ws-week-to-date to true
           end-if

           move ws-week-start to ws-date-work
           move concat(
               ws-date-work(1:4) "-" ws-date-work(5:2) "-"
               ws-date-work(7:2))
               to ws-week-start-disp
           move ws-week-end to ws-date-work
           move concat(
               ws-date-work(1:4) "-" ws-date-work(5:2) "-"
               ws-date-work(7:2))
               to ws-week-end-disp

           exit paragraph.


       load-config-url.

           set ws-not-eof to true

           open input fd-config-file

               perform until ws-eof
                   read fd-config-file
                   at end set ws-eof to true
                   not at end
                       if f-config-record not = spaces
                       and f-config-record(1:1) not = "*" then
                           move spaces to ws-config-key
                           move spaces to ws-config-value
                           unstring f-config-record delimited by "="
                               into ws-config-key ws-config-value
                           move upper-case(trim(ws-config-key))
                               to ws-config-key
                           if ws-config-key = "SCOREBOARD-URL" then
                               move trim(ws-config-value)
                                   to ws-scoreboard-url
                           end-if
                           if ws-config-key = "SITE-ID" then
                               move upper-case(trim(ws-config-value))
                                   to ws-site-id
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-config-file

           set ws-not-eof to true

           exit paragraph.


      *> Same allowed-character set cobordle's submit path applies
      *> before the URL is inlined into a shell command line.
       check-url-safe.

           set ws-url-safe to true

           perform varying ws-check-idx from 1 by 1
               until ws-check-idx > 80

               evaluate ws-scoreboard-url(ws-check-idx:1)
                   when space
                   when "A" thru "Z"
                   when "a" thru "z"
                   when "0" thru "9"
                   when "-"
                   when "_"
                   when "."
                   when ":"
                   when "/"
                   when "?"
                   when "="
                       continue
                   when other
                       set ws-url-unsafe to true
               end-evaluate
           end-perform

           exit paragraph.


       fetch-week-results.

           move concat(
               "curl -s -f -o " trim(ws-results-file-name) " "
               quote trim(ws-scoreboard-url)
               "/daily?from=" ws-week-start
               "&to=" ws-week-end
               quote)
               to ws-curl-command

           call "SYSTEM" using ws-curl-command

           if return-code not = 0 then
               display "Could not reach the scoreboard service; "
                   "scoring the last downloaded results."
               move 0 to return-code
           end-if

           exit paragraph.


      *> Only the week's daily-word rounds count; the last download
      *> may hold another week, which simply finds nothing.
       load-week-results.

           set ws-not-eof to true

           open input fd-results-file

               perform until ws-eof
                   read fd-results-file
                   at end set ws-eof to true
                   not at end
                       if f-results-record not = spaces
                       and f-res-daily = 'Y'
                       and f-res-date >= ws-week-start
                       and f-res-date <= ws-week-end then
                           perform apply-result-row
                       end-if
                   end-read
               end-perform

           close fd-results-file

           set ws-not-eof to true

           exit paragraph.


       apply-result-row.

           if f-res-site = spaces then
               add 1 to ws-unsited-count
               exit paragraph
           end-if

           move upper-case(f-res-site) to f-res-site
           move upper-case(f-res-player) to f-res-player

           move concat(f-res-site f-res-player f-res-date)
               to ws-round-key

           set ws-round-not-found to true
           perform varying ws-round-idx from 1 by 1
               until ws-round-idx > ws-round-count
               if ws-round-keys(ws-round-idx) = ws-round-key then
                   set ws-round-found to true
                   exit perform
               end-if
           end-perform

           if ws-round-found then
               exit paragraph
           end-if

           if ws-round-count >= ws-max-rounds then
               add 1 to ws-dropped-count
               exit paragraph
           end-if

           add 1 to ws-round-count
           move ws-round-key to ws-round-keys(ws-round-count)

           perform find-or-add-site

           if ws-st-idx = 0 then
               add 1 to ws-dropped-count
               exit paragraph
           end-if

           perform note-site-player

           add 1 to ws-st-rounds(ws-st-idx)
           if f-res-solved = 'Y' then
               add 1 to ws-st-solved(ws-st-idx)
               add f-res-tries to ws-st-tries(ws-st-idx)
           else
      *>       The service has the tries a missed round used, which is
      *>       its whole budget: X is one more than that.
               compute ws-st-tries(ws-st-idx) =
                   ws-st-tries(ws-st-idx) + f-res-tries + 1
           end-if

           exit paragraph.


       find-or-add-site.

           set ws-site-not-found to true

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-site-count
               if ws-st-site(ws-st-idx) = f-res-site then
                   set ws-site-found to true
                   exit perform
               end-if
           end-perform

           if ws-site-found then
               exit paragraph
           end-if

           if ws-site-count >= ws-max-sites then
               move 0 to ws-st-idx
               exit paragraph
           end-if

           add 1 to ws-site-count
           move ws-site-count to ws-st-idx
           move f-res-site to ws-st-site(ws-st-idx)
           move 0 to ws-st-players(ws-st-idx)
           move 0 to ws-st-rounds(ws-st-idx)
           move 0 to ws-st-solved(ws-st-idx)
           move 0 to ws-st-tries(ws-st-idx)

           exit paragraph.


       note-site-player.

           move concat(f-res-site f-res-player) to ws-site-player-key

           perform varying ws-sp-idx from 1 by 1
               until ws-sp-idx > ws-site-player-count
               if ws-site-players(ws-sp-idx) = ws-site-player-key then
                   exit paragraph
               end-if
           end-perform

           if ws-site-player-count < ws-max-site-players then
               add 1 to ws-site-player-count
               move ws-site-player-key
                   to ws-site-players(ws-site-player-count)
           end-if

           add 1 to ws-st-players(ws-st-idx)

           exit paragraph.


       compute-site-rates.

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-site-count
               compute ws-st-solve-pct(ws-st-idx) rounded =
                   ws-st-solved(ws-st-idx) * 100
                   / ws-st-rounds(ws-st-idx)
               compute ws-st-avg-tries(ws-st-idx) rounded =
                   ws-st-tries(ws-st-idx) / ws-st-rounds(ws-st-idx)
           end-perform

           exit paragraph.


      *> Solve rate first, then fewer average tries, then the site
      *> that turned out more player-days.
       sort-sites.

           set ws-swapped to true

           perform until ws-not-swapped

               set ws-not-swapped to true

               perform varying ws-sort-idx from 1 by 1
                   until ws-sort-idx >= ws-site-count

                   if ws-st-solve-pct(ws-sort-idx)
                       < ws-st-solve-pct(ws-sort-idx + 1)
                   or (ws-st-solve-pct(ws-sort-idx)
                       = ws-st-solve-pct(ws-sort-idx + 1)
                   and ws-st-avg-tries(ws-sort-idx)
                       > ws-st-avg-tries(ws-sort-idx + 1))
                   or (ws-st-solve-pct(ws-sort-idx)
                       = ws-st-solve-pct(ws-sort-idx + 1)
                   and ws-st-avg-tries(ws-sort-idx)
                       = ws-st-avg-tries(ws-sort-idx + 1)
                   and ws-st-rounds(ws-sort-idx)
                       < ws-st-rounds(ws-sort-idx + 1))
                       move ws-sites(ws-sort-idx) to ws-sort-tmp
                       move ws-sites(ws-sort-idx + 1)
                           to ws-sites(ws-sort-idx)
                       move ws-sort-tmp
                           to ws-sites(ws-sort-idx + 1)
                       set ws-swapped to true
                   end-if
               end-perform

           end-perform

           exit paragraph.


       display-standings.

           display space
           if ws-week-final then
               display concat(
                   "Week of " ws-week-start-disp " to "
                   ws-week-end-disp " (final)")
           else
               display concat(
                   "Week of " ws-week-start-disp " to "
                   ws-week-end-disp " (to date)")
           end-if
           display space
           display "Rank  Site        Players  Rounds  Solve%  AvgTries"
           display "----  ----------  -------  ------  ------  --------"

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-site-count

               move ws-st-idx to ws-rank-disp
               move ws-st-players(ws-st-idx) to ws-players-disp
               move ws-st-rounds(ws-st-idx) to ws-rounds-disp
               move ws-st-solve-pct(ws-st-idx) to ws-pct-disp
               move ws-st-avg-tries(ws-st-idx) to ws-avg-disp

               if ws-site-id not = spaces
               and ws-st-site(ws-st-idx) = ws-site-id then
                   move "*" to ws-own-mark
               else
                   move space to ws-own-mark
               end-if

               display "  " ws-rank-disp ws-own-mark " "
                   ws-st-site(ws-st-idx) "  "
                   ws-players-disp "  "
                   ws-rounds-disp "   "
                   ws-pct-disp "     "
                   ws-avg-disp
           end-perform

           display space
           display "Rounds are player-days on the daily word; a "
               "missed daily"
           display "counts as its try budget plus one."
           if ws-site-id not = spaces then
               display concat("* this site (" trim(ws-site-id) ")")
           end-if

           if ws-unsited-count > 0 then
               move ws-unsited-count to ws-count-disp
               display concat(
                   "Rounds posted without a site, left out: "
                   trim(ws-count-disp))
           end-if

           if ws-dropped-count > 0 then
               move ws-dropped-count to ws-count-disp
               display concat(
                   "Rounds past this report's table limits, left "
                   "out: " trim(ws-count-disp))
           end-if

           exit paragraph.


      *> The week's rows replace whatever was stored for that week
      *> before; every other week's standings are carried across.
       save-standings.

           set ws-not-eof to true

           open input fd-league-file
           open output fd-league-tmp

               perform until ws-eof
                   read fd-league-file
                   at end set ws-eof to true
                   not at end
                       if f-office-league-record not = spaces
                       and f-ol-week not = ws-week-start then
                           write f-league-tmp-record
                               from f-office-league-record
                       end-if
                   end-read
               end-perform

           close fd-league-file

           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-site-count

               move ws-week-start to f-ol-week
               move ws-st-idx to f-ol-rank
               move ws-st-site(ws-st-idx) to f-ol-site
               move ws-st-players(ws-st-idx) to f-ol-players
               move ws-st-rounds(ws-st-idx) to f-ol-rounds
               move ws-st-solved(ws-st-idx) to f-ol-solved
               move ws-st-tries(ws-st-idx) to f-ol-tries
               move ws-st-solve-pct(ws-st-idx) to f-ol-solve-pct
               move ws-st-avg-tries(ws-st-idx) to f-ol-avg-tries
               if ws-week-final then
                   set f-ol-final to true
               else
                   set f-ol-to-date to true
               end-if
               move ws-today to f-ol-computed

               write f-league-tmp-record from f-office-league-record
           end-perform

           close fd-league-tmp

           call "CBL_DELETE_FILE" using ws-league-file-name
           call "CBL_RENAME_FILE" using
               ws-league-tmp-name ws-league-file-name

           display concat(
               "Standings saved to " trim(ws-league-file-name))

           exit paragraph.

       end program office-league.
