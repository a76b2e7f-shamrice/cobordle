      *          record-game-stats and prints a ranked leaderboard
      *          (win percentage, average tries to solve, current
      *          streak) across every player found, best to worst.
      *
      *          The --html page also shows each player's last game.
      *          It's a page anyone on the intranet can open, so a
      *          last game on today's daily word is shown by its try
      *          count only until the game day is over (see
      *          daily-embargo).
      *
      *          --registered adds the active players on the player
      *          master who have no games in the board's view -- new
      *          starters who haven't played yet.
      *
      *          Special-event dailies (see event-check) are event
      *          results, not part of the normal board: --event-only
      *          ranks them on their own. The --html page carries the
      *          banner of any event running today.
      *
      *          Puzzle-pack rounds (category "pack") are left off
      *          every board here; puzzle-pack --board ranks them.
      *
      *          With a SITE-ID in cobordle.cfg, --fetch asks the
      *          central scoreboard for this site's standings only,
      *          so the other offices' players stay off the local
      *          board. The --html page closes with the office league
      *          standings office-league stores: the latest week and
      *          the one before it.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is sequential
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-rollup-file
               assign to dynamic ws-rollup-file-name
               assign to dynamic ws-season-file-name
               organization is line sequential.

               select optional fd-player-file
               assign to dynamic ws-player-file-name
               organization is line sequential.

               select fd-html-file
               assign to dynamic ws-html-file-name
               organization is line sequential.

               select optional fd-league-file
               assign to dynamic ws-league-file-name
               organization is line sequential.

               select optional fd-prev-rank-file
               assign to dynamic ws-prev-rank-file-name
               organization is line sequential.
       fd  fd-season-file.
       copy "./src/copy/season_record.cpy".

      *> The registered-player master, for --registered's list of
      *> players who haven't played in the board's view.
       fd  fd-player-file.
       copy "./src/copy/player_record.cpy".

      *> --html output for the intranet share, plus the previous
      *> run's ranks so the page can show movement arrows.
       fd  fd-html-file.
       fd  fd-prev-rank-tmp.
       01  f-prev-rank-tmp-record      pic x(23).

      *> Office-versus-office standings kept by office-league.
       fd  fd-league-file.
       copy "./src/copy/office_league_record.cpy".

       working-storage section.

       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
                                   value "http://localhost:8080/scores".
       01  ws-fetch-command        pic x(250).

      *> This installation's SITE-ID; the standings fetch asks for
      *> this site only when it's set.
       01  ws-site-id              pic x(10) value spaces.
       01  ws-site-idx             pic 9(2) comp.

       01  ws-url-safe-sw                            pic a value 'Y'.
           88  ws-url-safe                           value 'Y'.
           88  ws-url-unsafe                          value 'N'.
           88  ws-defclue-only     value 'Y'.
           88  ws-not-defclue-only value 'N'.

      *> Special-event dailies -- a daily row dated inside an event
      *> and dealt from the event's list at its length -- are the
      *> event results: left off the normal board, and the only rows
      *> on the --event-only one. Archived rollups and remote
      *> standings can't tell event rounds apart, so the event board
      *> leaves them out.
       01  ws-event-only-sw        pic a value 'N'.
           88  ws-event-only       value 'Y'.
           88  ws-not-event-only   value 'N'.
       01  ws-event-row-sw         pic a value 'N'.
           88  ws-event-row        value 'Y'.
           88  ws-not-event-row    value 'N'.
       01  ws-event-today          pic 9(8).
       01  ws-html-banner          pic x(60).
       copy "./src/copy/event_check.cpy".

      *> --exclude-imported leaves out the rows share-import seeded
      *> from official-app share blocks, for a played-here-only board.
       01  ws-excl-imported-sw     pic a value 'N'.
           88  ws-by-points        value 'Y'.
           88  ws-by-win-pct       value 'N'.

      *> --registered also lists the active registered players with
      *> no games in the board's view.
       01  ws-player-file-name     pic x(40)
                                   value "cobordle_players.dat".
       01  ws-registered-sw        pic a value 'N'.
           88  ws-show-registered  value 'Y'.
           88  ws-hide-registered  value 'N'.
       01  ws-unplayed-count       pic 9(4) comp value 0.
       01  ws-unplayed-disp        pic z(3)9.

       01  ws-max-players                          constant as 100.

       01  ws-leaderboard occurs 100 times indexed by ws-lb-idx.
                                                    value 0.
           05  ws-lb-coop-tries                    pic 9(7) comp
                                                    value 0.
      *>     The player's most recent scored game, for the --html
      *>     page's "Last game" column (stats rows arrive in key
      *>     order, so each one overwrites the last).
           05  ws-lb-last-word                     pic a(7)
                                                    value spaces.
           05  ws-lb-last-tries                    pic 9(2)
                                                    value 0.
           05  ws-lb-last-solved                   pic a
                                                    value space.

       01  ws-player-count                         pic 9(5) comp
                                                    value 0.
           05  ws-sort-tmp-coop-games              pic 9(5) comp.
           05  ws-sort-tmp-coop-wins               pic 9(5) comp.
           05  ws-sort-tmp-coop-tries              pic 9(7) comp.
           05  ws-sort-tmp-last-word               pic a(7).
           05  ws-sort-tmp-last-tries              pic 9(2).
           05  ws-sort-tmp-last-solved             pic a.

       01  ws-rank                                 pic 9(3) comp.
       01  ws-rank-disp                            pic z9.
       01  ws-pv-idx               pic 9(3) comp.
       01  ws-move-arrow           pic x(8).
       01  ws-html-rank-disp       pic zz9.
       01  ws-last-game-disp       pic x(20).
       01  ws-last-tries-disp      pic z9.

      *> The page's office league section: the two latest weeks
      *> office-league has stored, newest first.
       01  ws-league-file-name     pic x(40)
                                   value "cobordle_office_league.dat".
       01  ws-league-latest        pic 9(8).
       01  ws-league-previous      pic 9(8).
       01  ws-league-show-week     pic 9(8).
       01  ws-league-status        pic x(10).
       01  ws-league-date-work     pic x(8).
       01  ws-league-rank-disp     pic z9.
       01  ws-league-players-disp  pic z(3)9.
       01  ws-league-rounds-disp   pic z(4)9.
       01  ws-league-pct-disp      pic zz9.9.
       01  ws-league-avg-disp      pic z9.99.

       01  ws-season-file-name     pic x(40)
                                   value "cobordle_seasons.dat".
       01  ws-active-season-id     pic x(8) value spaces.
       01  ws-season-today         pic 9(8).

      *> Spoiler check on each player's last word before it goes on
      *> the page.
       copy "./src/copy/embargo_check.cpy".

       procedure division.

       main-procedure.
               display "Definition-clue rounds only."
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--event-only"
           if ws-cmd-found > 0 then
               set ws-event-only to true
               display "Event results: special-event dailies only."
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--exclude-imported"
               display "Ranking by total points."
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--registered"
           if ws-cmd-found > 0 then
               set ws-show-registered to true
           end-if

           set ws-not-eof to true

           open input fd-stats-file
           close fd-stats-file

           if ws-filter-not-active
           and ws-window-not-active
           and ws-not-event-only then
               perform apply-rollup-file
               perform merge-remote-standings
           end-if

           if ws-player-count = 0 then
               display "No stats recorded yet."
               if ws-show-registered then
                   perform display-unplayed-registered
               end-if
               stop run
           end-if

               perform display-team-standings
           end-if

           if ws-show-registered then
               perform display-unplayed-registered
           end-if

           if ws-html-active then
               perform load-prev-ranks
               perform write-html-leaderboard
           stop run.


      *> Active ids on the player master with no row on the board:
      *> new starters who haven't played yet, or (under a filter or
      *> date window) players with nothing in that view.
       display-unplayed-registered.

           display space
           display "Registered players with no games here"
           display "Player               Name                          "
               " Team"

           if ws-print-active then
               move spaces to ws-print-line
               perform emit-print-line
               move "Registered players with no games here"
                   to ws-print-line
               perform emit-print-line
           end-if

           move 0 to ws-unplayed-count
           set ws-not-eof to true

           open input fd-player-file

               perform until ws-eof
                   read fd-player-file
                   at end set ws-eof to true
                   not at end
                       if f-plyr-id not = spaces
                       and f-plyr-active then
                           perform note-unplayed-player
                       end-if
                   end-read
               end-perform

           close fd-player-file

           set ws-not-eof to true

           move ws-unplayed-count to ws-unplayed-disp
           display concat(trim(ws-unplayed-disp) " player(s).")

           exit paragraph.


       note-unplayed-player.

           perform varying ws-lb-idx from 1 by 1
               until ws-lb-idx > ws-player-count
               if ws-lb-player(ws-lb-idx) = f-plyr-id then
                   exit paragraph
               end-if
           end-perform

           add 1 to ws-unplayed-count
           move concat(f-plyr-id " " f-plyr-name " " f-plyr-team)
               to ws-print-line
           display trim(ws-print-line trailing)
           perform emit-print-line

           exit paragraph.


       load-prev-ranks.

           move 0 to ws-prev-count
           exit paragraph.


      *> An event row is a recorded daily from a day an event covers,
      *> carrying the event's category and length -- the event's own
      *> puzzle, not a player's themed practice on the same day.
       check-event-row.

           set ws-not-event-row to true

           if not f-stats-v2
           or f-stats-daily-flag not = 'Y' then
               exit paragraph
           end-if

           move f-stats-date to l-ev-date
           call "event-check" using l-event-check
           if l-ev-active
           and f-stats-category = l-ev-category
           and f-stats-length = l-ev-length then
               set ws-event-row to true
           end-if

           exit paragraph.


      *> The static page: one table row per player, with an arrow
      *> against the previous run's rank -- up, down, steady, or
      *> "new" for a player the last run didn't have.
               to f-html-record
           write f-html-record

           if ws-event-only then
               move "<h2>Event results</h2>" to f-html-record
               write f-html-record
           end-if

           call "game-day" using ws-event-today
           move ws-event-today to l-ev-date
           call "event-check" using l-event-check
           if l-ev-active and l-ev-banner not = spaces then
               move l-ev-banner to ws-html-banner
               inspect ws-html-banner replacing
                   all "<" by "("
                   all ">" by ")"
                   all "&" by "+"
               move concat("<p><b>" trim(ws-html-banner) "</b></p>")
                   to f-html-record
               write f-html-record
           end-if

           move concat(
               "<table><tr><th></th><th>Rank</th><th>Player</th>"
               "<th>Games</th><th>Wins</th><th>Win%</th>"
               "<th>Avg</th><th>Streak</th><th>Points</th>"
               "<th>Last game</th></tr>")
               to f-html-record
           write f-html-record

               perform write-html-player-row
           end-perform

           move "</table>" to f-html-record
           write f-html-record

           perform write-html-office-league

           move "</body></html>" to f-html-record
           write f-html-record

           close fd-html-file
           exit paragraph.


      *> One table per stored week, latest first; nothing at all
      *> until office-league has run.
       write-html-office-league.

           move 0 to ws-league-latest
           move 0 to ws-league-previous
           set ws-not-eof to true

           open input fd-league-file

               perform until ws-eof
                   read fd-league-file
                   at end set ws-eof to true
                   not at end
                       evaluate true
                           when f-ol-week > ws-league-latest
                               move ws-league-latest
                                   to ws-league-previous
                               move f-ol-week to ws-league-latest
                           when f-ol-week < ws-league-latest
                           and f-ol-week > ws-league-previous
                               move f-ol-week to ws-league-previous
                       end-evaluate
                   end-read
               end-perform

           close fd-league-file

           set ws-not-eof to true

           if ws-league-latest = 0 then
               exit paragraph
           end-if

           move "<h2>Office league</h2>" to f-html-record
           write f-html-record

           move ws-league-latest to ws-league-show-week
           perform write-html-league-week

           if ws-league-previous not = 0 then
               move ws-league-previous to ws-league-show-week
               perform write-html-league-week
           end-if

           move concat(
               "<p>Daily word only, every player-day counted; "
               "a missed daily counts as its try budget plus one."
               "</p>")
               to f-html-record
           write f-html-record

           exit paragraph.


       write-html-league-week.

           move ws-league-show-week to ws-league-date-work
           move "to date" to ws-league-status
           set ws-not-eof to true

           open input fd-league-file

               perform until ws-eof
                   read fd-league-file
                   at end set ws-eof to true
                   not at end
                       if f-ol-week = ws-league-show-week
                       and f-ol-final then
                           move "final" to ws-league-status
                       end-if
                   end-read
               end-perform

           close fd-league-file

           move concat(
               "<h3>Week of " ws-league-date-work(1:4) "-"
               ws-league-date-work(5:2) "-" ws-league-date-work(7:2)
               " (" trim(ws-league-status) ")</h3>")
               to f-html-record
           write f-html-record

           move concat(
               "<table><tr><th>Rank</th><th>Site</th>"
               "<th>Players</th><th>Rounds</th><th>Solve%</th>"
               "<th>Avg tries</th></tr>")
               to f-html-record
           write f-html-record

           set ws-not-eof to true

           open input fd-league-file

               perform until ws-eof
                   read fd-league-file
                   at end set ws-eof to true
                   not at end
                       if f-ol-week = ws-league-show-week then
                           perform write-html-league-row
                       end-if
                   end-read
               end-perform

           close fd-league-file

           set ws-not-eof to true

           move "</table>" to f-html-record
           write f-html-record

           exit paragraph.


       write-html-league-row.

           move f-ol-rank to ws-league-rank-disp
           move f-ol-players to ws-league-players-disp
           move f-ol-rounds to ws-league-rounds-disp
           move f-ol-solve-pct to ws-league-pct-disp
           move f-ol-avg-tries to ws-league-avg-disp

           move concat(
               "<tr><td>" trim(ws-league-rank-disp)
               "</td><td>" trim(f-ol-site)
               "</td><td>" trim(ws-league-players-disp)
               "</td><td>" trim(ws-league-rounds-disp)
               "</td><td>" trim(ws-league-pct-disp)
               "</td><td>" trim(ws-league-avg-disp)
               "</td></tr>")
               to f-html-record
           write f-html-record

           exit paragraph.


       write-html-player-row.

           move "&#8212;" to ws-move-arrow
           move ws-lb-streak(ws-lb-idx) to ws-streak-disp
           move ws-lb-points(ws-lb-idx) to ws-points-disp

           perform build-last-game-disp

           move concat(
               "<tr><td>" trim(ws-move-arrow)
               "</td><td>" trim(ws-html-rank-disp)
               "</td><td>" trim(ws-avg-tries-disp)
               "</td><td>" trim(ws-streak-disp)
               "</td><td>" trim(ws-points-disp)
               "</td><td>" trim(ws-last-game-disp)
               "</td></tr>")
               to f-html-record
           write f-html-record
           exit paragraph.


      *> "PLUMB in 3", "PLUMB X" for a loss -- or just the try
      *> count while the word is today's daily. The page has no
      *> viewer, so the embargo holds for everyone until the day is
      *> over.
       build-last-game-disp.

           move spaces to ws-last-game-disp

           if ws-lb-last-word(ws-lb-idx) = spaces then
               exit paragraph
           end-if

           move ws-lb-last-word(ws-lb-idx) to l-emb-word
           move spaces to l-emb-viewer
           call "daily-embargo" using l-embargo-check

           move ws-lb-last-tries(ws-lb-idx) to ws-last-tries-disp

           evaluate true
               when l-emb-masked
               and ws-lb-last-solved(ws-lb-idx) = 'Y'
                   move concat(
                       "today's daily in " trim(ws-last-tries-disp))
                       to ws-last-game-disp
               when l-emb-masked
                   move "today's daily X" to ws-last-game-disp
               when ws-lb-last-solved(ws-lb-idx) = 'Y'
                   move concat(
                       trim(ws-lb-last-word(ws-lb-idx)) " in "
                       trim(ws-last-tries-disp))
                       to ws-last-game-disp
               when other
                   move concat(
                       trim(ws-lb-last-word(ws-lb-idx)) " X")
                       to ws-last-game-disp
           end-evaluate

           exit paragraph.


       save-prev-ranks.

           open output fd-prev-rank-tmp
               end-if
           end-if

      *>   Puzzle-pack rounds are ranked on the pack's own board.
           if f-stats-v2
           and f-stats-category = "pack" then
               exit paragraph
           end-if

           perform check-event-row
           if ws-event-only then
               if ws-not-event-row then
                   exit paragraph
               end-if
           else
               if ws-event-row then
                   exit paragraph
               end-if
           end-if

           if ws-filter-active then
               if not f-stats-v2 then
                   exit paragraph
           if ws-lb-idx > 0 then
               add 1 to ws-lb-games(ws-lb-idx)

               move f-stats-word to ws-lb-last-word(ws-lb-idx)
               move f-stats-tries to ws-lb-last-tries(ws-lb-idx)
               move f-stats-solved to ws-lb-last-solved(ws-lb-idx)

               if f-stats-v2 then
                   add f-stats-points to ws-lb-points(ws-lb-idx)
               end-if
           exit paragraph.


      *> Reads cobordle.cfg, if present, for the SCOREBOARD-URL and
      *> SITE-ID keys -- the two this report needs, parsed the same
      *> KEY=VALUE way cobordle's load-config-file does. Everything
      *> else is ignored.
       load-config-url.

           set ws-not-eof to true
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
               exit paragraph
           end-if

           perform varying ws-site-idx from 1 by 1
               until ws-site-idx > 10

               evaluate ws-site-id(ws-site-idx:1)
                   when space
                   when "A" thru "Z"
                   when "0" thru "9"
                   when "-"
                   when "_"
                       continue
                   when other
                       display "SITE-ID has unsupported characters; "
                           "fetching every site's standings."
                       move spaces to ws-site-id
               end-evaluate
           end-perform

           if ws-site-id = spaces then
               move concat(
                   "curl -s -f -o " trim(ws-remote-file-name) " "
                   trim(ws-scoreboard-url) "/standings")
                   to ws-fetch-command
           else
               move concat(
                   "curl -s -f -o " trim(ws-remote-file-name) " "
                   quote trim(ws-scoreboard-url) "/standings?site="
                   trim(ws-site-id) quote)
                   to ws-fetch-command
           end-if

           call "SYSTEM" using ws-fetch-command

