      ******************************************************************
      * Purpose: Race the office's best recorded game on a daily word.
      *          Once the day's daily is done (or for any past day
      *          with --replay=), the same word is dealt again and the
      *          best game anyone else recorded on it -- solved, in
      *          the fewest tries, then the quickest -- plays back
      *          alongside yours, one guess per try, straight from
      *          that player's audit log. The ghost's colors are the
      *          ones its audit rows recorded, never re-scored. Like
      *          bot-race's board, the ghost's letters stay masked
      *          until you finish; then its whole game is shown.
      *
      *          A game whose audit trail is incomplete (rows aged
      *          out, a rebuilt log) can't be played back, so the next
      *          best game is taken instead. Today's daily can't be
      *          raced until you have finished it yourself -- the same
      *          embargo the wallboard and the HTML pages apply (see
      *          daily-embargo).
      *
      *          The ghost race is not a recorded round: it writes no
      *          stats row. Each race is appended to
      *          cobordle_ghost_races.dat, which the dashboard shows.
      *
      *          Usage: ghost-race [--player=NAME] [--length=N]
      *                            [--replay=YYYY-MM-DD]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. ghost-race.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-config-file
               assign to dynamic ws-config-file-name
               organization is line sequential.

               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name
               organization is line sequential.

               select optional fd-race-file
               assign to dynamic ws-race-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-config-file.
       01  f-config-record             pic x(80).

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       fd  fd-audit-file.
       copy "./src/copy/audit_record.cpy".

       fd  fd-race-file.
       copy "./src/copy/ghost_race_record.cpy".

       working-storage section.

       copy "./src/copy/game_options.cpy".

       01  ws-max-words                           constant as 30000.
       01  ws-max-tries-race                      constant as 20.

       01  ws-config-file-name     pic x(40) value "cobordle.cfg".
       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-audit-file-name      pic x(40).
       01  ws-race-file-name       pic x(40)
                                   value "cobordle_ghost_races.dat".
       01  ws-config-key           pic x(20).
       01  ws-config-value         pic x(40).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-word-data.
           05  ws-current-word                    pic a(7).
           05  ws-word-count                       pic 9(5) comp
                                                  value 0.
           05  ws-world-list                      pic a(7) occurs
                                                  ws-max-words times.
           05  ws-allowed-count                   pic 9(5) comp
                                                  value 0.
           05  ws-allowed-list                    pic a(7) occurs
                                                  ws-max-words times.
           05  ws-rejected-count                  pic 9(5) comp
                                                  value 0.

       01  ws-cmd-args             pic x(2024).
       01  ws-arg-discard          pic x(2024).
       01  ws-arg-remainder        pic x(2024).
       01  ws-cmd-found            pic 9(2) comp.
       01  ws-date-arg             pic x(10).

      *> The daily being raced: today's game day, or the --replay=
      *> date.
       01  ws-today                pic 9(8).
       01  ws-race-day             pic 9(8).
       01  ws-race-day-x           pic x(8).

      *> Every other player's solved daily on that day at that
      *> length, best first; the first whose audit trail is whole
      *> becomes the ghost.
       01  ws-max-candidates       constant as 100.
       01  ws-candidates occurs ws-max-candidates times.
           05  ws-cd-player        pic x(20).
           05  ws-cd-word          pic a(7).
           05  ws-cd-tries         pic 9(2).
           05  ws-cd-elapsed       pic 9(5).
           05  ws-cd-max-tries     pic 9(2).
           05  ws-cd-game-id       pic x(16).
       01  ws-candidate-count      pic 9(3) comp value 0.
       01  ws-cd-idx               pic 9(3) comp.
       01  ws-sort-idx             pic 9(3) comp.
       01  ws-swapped-sw           pic a value 'N'.
           88  ws-swapped          value 'Y'.
           88  ws-not-swapped      value 'N'.
       01  ws-sort-tmp             pic x(52).

      *> The ghost: its recorded guesses and colors by try.
       01  ws-ghost-player         pic x(20).
       01  ws-ghost-game-id        pic x(16).
       01  ws-ghost-word           pic a(7).
       01  ws-ghost-guesses        pic a(7)
                                   occurs ws-max-tries-race times.
       01  ws-ghost-colors         pic x(7)
                                   occurs ws-max-tries-race times.
       01  ws-ghost-tries          pic 9(2) comp value 0.
       01  ws-ghost-rows-found     pic 9(2) comp.
       01  ws-ghost-played         pic 9(2) comp value 0.
       01  ws-ghost-found-sw       pic a value 'N'.
           88  ws-ghost-found      value 'Y'.
           88  ws-ghost-not-found  value 'N'.
       01  ws-trail-sw             pic a value 'N'.
           88  ws-trail-whole      value 'Y'.
           88  ws-trail-broken     value 'N'.

       01  ws-effective-max-tries  pic 9(2) comp value 6.

      *> Player side of the race.
       01  ws-player-tries         pic 9(2) comp value 0.
       01  ws-player-solved-sw     pic a value 'P'.
           88  ws-player-solved    value 'Y'.
           88  ws-player-lost      value 'N'.
           88  ws-player-running   value 'P'.
       01  ws-guess                pic a(7).
       01  ws-tries-before         pic 9(2) comp.

      *> Shared green-then-yellow scoring work fields (the player's
      *> guesses only -- the ghost's colors come from its audit rows).
       01  ws-score-guess          pic a(7).
       01  ws-pattern-work         pic x(7).
       01  ws-remaining-word       pic a(7).
       01  ws-eval-word            pic a(7).
       01  ws-idx                  pic 9 comp.
       01  ws-idx-2                pic 9 comp.
       01  ws-all-green            pic x(7).

       01  ws-word-found-sw        pic a value 'N'.
           88  ws-word-found       value 'Y'.
           88  ws-word-not-found   value 'N'.
       01  ws-bs-low               pic 9(5) comp.
       01  ws-bs-high              pic 9(5) comp.
       01  ws-bs-mid               pic 9(5) comp.

       01  ws-narrate-line         pic x(40).
       01  ws-narrate-pos          pic 9(2) comp.

       01  ws-try-disp             pic z9.
       01  ws-max-tries-disp       pic z9.
       01  ws-tries-disp-2         pic z9.
       01  ws-ghost-try-idx        pic 9(2) comp.

      *> Maintenance-window lock check before any round is dealt
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Sign-in against the registered-player master before the
      *> race is recorded (see player-signin).
       copy "./src/copy/player_signin.cpy".

      *> Today's daily can't be raced by anyone who hasn't finished
      *> it.
       copy "./src/copy/embargo_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Ghost race"
           display "Same word, the office's best recorded game races "
           display "you try for try. Its board stays masked until you "
           display "finish."
           display space

           perform check-maintenance-lock

           perform load-config-file

           call "game-day" using ws-today
           move ws-today to ws-race-day

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if test-date-yyyymmdd(ws-race-day) not = 0
           or ws-race-day > ws-today then
               display "--replay= takes a past date as YYYY-MM-DD."
               move 8 to return-code
               stop run
           end-if

           move l-player-id to l-ps-player
           perform sign-in-player

           perform load-candidates

           if ws-candidate-count = 0 then
               display "Nobody else has a solved daily on record for "
                   "that day at that length -- no ghost to race."
               stop run
           end-if

           perform sort-candidates
           perform choose-ghost

           if ws-ghost-not-found then
               display "None of that day's recorded games has a "
                   "complete audit trail to play back."
               stop run
           end-if

           move ws-ghost-word to l-emb-word
           move l-player-id to l-emb-viewer
           call "daily-embargo" using l-embargo-check
           if l-emb-masked then
               display "Finish today's daily first -- then come back "
                   "and race it."
               stop run
           end-if

           move ws-ghost-word to l-resume-word
           call "word-loader" using ws-word-data l-game-options

           if ws-current-word not = ws-ghost-word then
               display "Error loading word list. Exiting..."
               call "disable-logger"
               stop run
           end-if

           move ws-effective-max-tries to ws-max-tries-disp
           move ws-race-day to ws-race-day-x
           display concat(
               "Your ghost: " trim(ws-ghost-player) "'s daily of "
               ws-race-day-x(1:4) "-" ws-race-day-x(5:2) "-"
               ws-race-day-x(7:2) ".")

           perform until not ws-player-running
               move ws-player-tries to ws-tries-before
               perform take-player-turn

      *>       The ghost only answers a consumed try, as bot-race's
      *>       bot does: a rejected guess or a QUIT costs no turn.
               if ws-player-tries > ws-tries-before
               and ws-ghost-played < ws-ghost-tries then
                   perform take-ghost-turn
               end-if

               if ws-player-running
               and ws-player-tries >= ws-effective-max-tries then
                   set ws-player-lost to true
               end-if
           end-perform

           perform reveal-ghost-board
           perform declare-winner
           perform record-race-result

           call "disable-logger"
           stop run.


       load-config-file.

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
                           if ws-config-key = "PLAYER-ID" then
                               move trim(ws-config-value)
                                   to l-player-id
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-config-file

           set ws-not-eof to true

           exit paragraph.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--player="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--player="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into l-player-id
           end-if
           move upper-case(l-player-id) to l-player-id

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--length=4"
           if ws-cmd-found > 0 then
               move 4 to l-word-length
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--length=6"
           if ws-cmd-found > 0 then
               move 6 to l-word-length
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--length=7"
           if ws-cmd-found > 0 then
               move 7 to l-word-length
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--replay="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--replay="
                   into ws-arg-discard ws-arg-remainder
               move spaces to ws-date-arg
               unstring ws-arg-remainder delimited by space
                   into ws-date-arg
               if ws-date-arg(1:4) is numeric
               and ws-date-arg(6:2) is numeric
               and ws-date-arg(9:2) is numeric then
                   move concat(
                       ws-date-arg(1:4) ws-date-arg(6:2)
                       ws-date-arg(9:2))
                       to ws-race-day-x
                   move ws-race-day-x to ws-race-day
               else
                   move 0 to ws-race-day
               end-if
           end-if

           exit paragraph.


      *> The day's dailies are spread across every player's key
      *> range, so the rows are reached by the date key instead.
      *> Imported rows have no audit trail and are passed over.
       load-candidates.

           set ws-not-eof to true

           move ws-race-day to f-stats-date

           open input fd-stats-file

               start fd-stats-file key = f-stats-date
               invalid key set ws-eof to true
               end-start

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       if f-stats-date not = ws-race-day then
                           set ws-eof to true
                       else
                           if f-stats-v2
                           and f-stats-daily-flag = 'Y'
                           and f-stats-solved = 'Y'
                           and f-stats-length = l-word-length
                           and f-stats-migrated-flag not = 'Y'
                           and f-stats-game-id not = spaces
                           and f-stats-player not = l-player-id
                           and ws-candidate-count
                               < ws-max-candidates then
                               add 1 to ws-candidate-count
                               move ws-candidate-count to ws-cd-idx
                               move f-stats-player
                                   to ws-cd-player(ws-cd-idx)
                               move f-stats-word
                                   to ws-cd-word(ws-cd-idx)
                               move f-stats-tries
                                   to ws-cd-tries(ws-cd-idx)
                               move f-stats-elapsed
                                   to ws-cd-elapsed(ws-cd-idx)
                               move f-stats-max-tries
                                   to ws-cd-max-tries(ws-cd-idx)
                               move f-stats-game-id
                                   to ws-cd-game-id(ws-cd-idx)
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           set ws-not-eof to true

           exit paragraph.


      *> Fewest tries first, then the quicker game.
       sort-candidates.

           set ws-swapped to true

           perform until ws-not-swapped

               set ws-not-swapped to true

               perform varying ws-sort-idx from 1 by 1
                   until ws-sort-idx >= ws-candidate-count

                   if ws-cd-tries(ws-sort-idx)
                       > ws-cd-tries(ws-sort-idx + 1)
                   or (ws-cd-tries(ws-sort-idx)
                       = ws-cd-tries(ws-sort-idx + 1)
                   and ws-cd-elapsed(ws-sort-idx)
                       > ws-cd-elapsed(ws-sort-idx + 1))
                       move ws-candidates(ws-sort-idx) to ws-sort-tmp
                       move ws-candidates(ws-sort-idx + 1)
                           to ws-candidates(ws-sort-idx)
                       move ws-sort-tmp
                           to ws-candidates(ws-sort-idx + 1)
                       set ws-swapped to true
                   end-if
               end-perform

           end-perform

           exit paragraph.


       choose-ghost.

           set ws-ghost-not-found to true

           perform varying ws-cd-idx from 1 by 1
               until ws-cd-idx > ws-candidate-count
               or ws-ghost-found
               perform load-ghost-trail
               if ws-trail-whole then
                   set ws-ghost-found to true
               end-if
           end-perform

           exit paragraph.


      *> The candidate's audit rows for that game id, placed by try
      *> number. Whole means one row for every try the stats row
      *> counts, the last of them all green.
       load-ghost-trail.

           set ws-trail-broken to true

           if ws-cd-tries(ws-cd-idx) < 1
           or ws-cd-tries(ws-cd-idx) > ws-max-tries-race then
               exit paragraph
           end-if

           move ws-cd-player(ws-cd-idx) to ws-ghost-player
           move ws-cd-game-id(ws-cd-idx) to ws-ghost-game-id
           move upper-case(ws-cd-word(ws-cd-idx)) to ws-ghost-word
           move ws-cd-tries(ws-cd-idx) to ws-ghost-tries
           move 0 to ws-ghost-rows-found

           perform varying ws-ghost-try-idx from 1 by 1
               until ws-ghost-try-idx > ws-max-tries-race
               move spaces to ws-ghost-guesses(ws-ghost-try-idx)
               move spaces to ws-ghost-colors(ws-ghost-try-idx)
           end-perform

           move concat(
               "cobordle_audit_" trim(ws-ghost-player) ".log")
               to ws-audit-file-name

           set ws-not-eof to true

           open input fd-audit-file

               perform until ws-eof
                   read fd-audit-file
                   at end set ws-eof to true
                   not at end
                       if f-audit-game-id = ws-ghost-game-id
                       and f-audit-practice-flag not = 'Y'
                       and f-audit-try >= 1
                       and f-audit-try <= ws-ghost-tries then
                           if ws-ghost-guesses(f-audit-try)
                               = spaces then
                               add 1 to ws-ghost-rows-found
                           end-if
                           move upper-case(f-audit-guess)
                               to ws-ghost-guesses(f-audit-try)
                           move f-audit-colors
                               to ws-ghost-colors(f-audit-try)
                       end-if
                   end-read
               end-perform

           close fd-audit-file

           set ws-not-eof to true

           if ws-ghost-rows-found not = ws-ghost-tries then
               exit paragraph
           end-if

           perform build-all-green

           if ws-ghost-colors(ws-ghost-tries) not = ws-all-green then
               exit paragraph
           end-if

           move ws-cd-max-tries(ws-cd-idx) to ws-effective-max-tries
           if ws-effective-max-tries < ws-ghost-tries
           or ws-effective-max-tries > ws-max-tries-race then
               move 6 to ws-effective-max-tries
               if ws-effective-max-tries < ws-ghost-tries then
                   move ws-ghost-tries to ws-effective-max-tries
               end-if
           end-if

           set ws-trail-whole to true

           exit paragraph.


       build-all-green.

           move spaces to ws-all-green
           perform varying ws-idx from 1 by 1
               until ws-idx > l-word-length
               move 'G' to ws-all-green(ws-idx:1)
           end-perform

           exit paragraph.


       take-player-turn.

           compute ws-try-disp = ws-player-tries + 1

           display space
           display concat(
               "Your try " trim(ws-try-disp) " of "
               trim(ws-max-tries-disp) " (or QUIT): ")
               with no advancing
           accept ws-guess
           move upper-case(ws-guess) to ws-guess

           if ws-guess = "QUIT" then
               set ws-player-lost to true
               exit paragraph
           end-if

           perform validate-player-guess
           if ws-word-not-found then
               exit paragraph
           end-if

           add 1 to ws-player-tries

           move ws-guess to ws-score-guess
           move ws-current-word to ws-eval-word
           perform score-guess-vs-word
           perform narrate-player-guess

           if ws-pattern-work = ws-all-green then
               set ws-player-solved to true
           end-if

           exit paragraph.


      *> Letters-only plus the same sorted-list binary searches
      *> run-game's validate-word-is-valid does.
       validate-player-guess.

           set ws-word-not-found to true

           if ws-guess = spaces then
               exit paragraph
           end-if

           perform varying ws-idx from 1 by 1
               until ws-idx > l-word-length
               if ws-guess(ws-idx:1) < "A"
               or ws-guess(ws-idx:1) > "Z" then
                   display "Guess must be letters only"
                   exit paragraph
               end-if
           end-perform

           move 1 to ws-bs-low
           move ws-word-count to ws-bs-high

           perform until ws-bs-low > ws-bs-high
               compute ws-bs-mid = (ws-bs-low + ws-bs-high) / 2
               evaluate true
                   when ws-world-list(ws-bs-mid) = ws-guess
                       set ws-word-found to true
                       exit paragraph
                   when ws-world-list(ws-bs-mid) < ws-guess
                       compute ws-bs-low = ws-bs-mid + 1
                   when other
                       compute ws-bs-high = ws-bs-mid - 1
               end-evaluate
           end-perform

           if ws-allowed-count > 0 then
               move 1 to ws-bs-low
               move ws-allowed-count to ws-bs-high

               perform until ws-bs-low > ws-bs-high
                   compute ws-bs-mid = (ws-bs-low + ws-bs-high) / 2
                   evaluate true
                       when ws-allowed-list(ws-bs-mid) = ws-guess
                           set ws-word-found to true
                           exit paragraph
                       when ws-allowed-list(ws-bs-mid) < ws-guess
                           compute ws-bs-low = ws-bs-mid + 1
                       when other
                           compute ws-bs-high = ws-bs-mid - 1
                   end-evaluate
               end-perform
           end-if

           display concat(
               "Word not found in word list: " ws-guess)

           exit paragraph.


      *> The same green-then-yellow two-pass scoring bot-race's
      *> score-guess-vs-word makes: ws-score-guess against
      *> ws-eval-word, leaving G/Y/B in ws-pattern-work.
       score-guess-vs-word.

           move spaces to ws-pattern-work
           move ws-eval-word to ws-remaining-word

           perform varying ws-idx from 1 by 1
               until ws-idx > l-word-length

               move 'B' to ws-pattern-work(ws-idx:1)

               if ws-score-guess(ws-idx:1)
                   = ws-eval-word(ws-idx:1) then
                   move 'G' to ws-pattern-work(ws-idx:1)
                   move space to ws-remaining-word(ws-idx:1)
               end-if
           end-perform

           perform varying ws-idx from 1 by 1
               until ws-idx > l-word-length

               if ws-pattern-work(ws-idx:1) not = 'G' then
                   perform varying ws-idx-2 from 1 by 1
                       until ws-idx-2 > l-word-length
                       if ws-remaining-word(ws-idx-2:1)
                           = ws-score-guess(ws-idx:1) then
                           move 'Y' to ws-pattern-work(ws-idx:1)
                           move space
                               to ws-remaining-word(ws-idx-2:1)
                           exit perform
                       end-if
                   end-perform
               end-if
           end-perform

           exit paragraph.


       narrate-player-guess.

           move spaces to ws-narrate-line
           move 1 to ws-narrate-pos

           perform varying ws-idx from 1 by 1
               until ws-idx > l-word-length

               move ws-guess(ws-idx:1)
                   to ws-narrate-line(ws-narrate-pos:1)

               evaluate ws-pattern-work(ws-idx:1)
                   when 'G'
                       move "+" to
                           ws-narrate-line(ws-narrate-pos + 1:1)
                   when 'Y'
                       move "?" to
                           ws-narrate-line(ws-narrate-pos + 1:1)
                   when other
                       move "." to
                           ws-narrate-line(ws-narrate-pos + 1:1)
               end-evaluate

               add 3 to ws-narrate-pos
           end-perform

           display concat("   You:   " ws-narrate-line)

           exit paragraph.


      *> The ghost's next recorded try, colors only.
       take-ghost-turn.

           add 1 to ws-ghost-played

           display concat(
               "   Ghost: [masked] " ws-ghost-colors(ws-ghost-played))

           if ws-ghost-played = ws-ghost-tries then
               display "   The ghost has solved it."
           end-if

           exit paragraph.


       reveal-ghost-board.

           display space
           display concat(
               trim(ws-ghost-player) "'s game, unmasked:")

           perform varying ws-ghost-try-idx from 1 by 1
               until ws-ghost-try-idx > ws-ghost-tries

               move ws-ghost-try-idx to ws-try-disp
               display concat(
                   "  Try " trim(ws-try-disp) ": "
                   ws-ghost-guesses(ws-ghost-try-idx) " "
                   ws-ghost-colors(ws-ghost-try-idx))
           end-perform

           exit paragraph.


      *> The ghost always solved, so only a solve in fewer tries
      *> beats it; the same count is a tie.
       declare-winner.

           move ws-player-tries to ws-try-disp
           move ws-ghost-tries to ws-tries-disp-2

           display space
           if ws-player-solved then
               display concat(
                   "You solved it in " trim(ws-try-disp)
                   " tries.")
           else
               display concat(
                   "You didn't solve it. The word was: "
                   trim(ws-current-word))
           end-if
           display concat(
               trim(ws-ghost-player) " solved it in "
               trim(ws-tries-disp-2) " tries.")

           evaluate true
               when ws-player-solved
               and ws-player-tries < ws-ghost-tries
                   set f-gr-player-won to true
               when ws-player-solved
               and ws-player-tries = ws-ghost-tries
                   set f-gr-tied to true
               when other
                   set f-gr-ghost-won to true
           end-evaluate

           evaluate true
               when f-gr-player-won
                   display "You beat the ghost!"
               when f-gr-ghost-won
                   display "The ghost wins this one."
               when other
                   display "It's a tie."
           end-evaluate

           exit paragraph.


       record-race-result.

           move function current-date(1:8) to f-gr-date
           move l-player-id to f-gr-player
           move ws-race-day to f-gr-day
           move l-word-length to f-gr-length
           move ws-ghost-player to f-gr-ghost
           move ws-ghost-game-id to f-gr-ghost-game-id
           move ws-ghost-tries to f-gr-ghost-tries
           move ws-player-tries to f-gr-player-tries
           if ws-player-solved then
               move 'Y' to f-gr-player-solved
           else
               move 'N' to f-gr-player-solved
           end-if

           open extend fd-race-file
           write f-ghost-race-record
           close fd-race-file

           exit paragraph.


      *> Refuses to deal a round while an administrative run holds
      *> the maintenance lock: a race finished now would append its
      *> row into the middle of a restore or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "ghost-race" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.


       sign-in-player.

           set l-ps-verify to true
           call "player-signin" using l-player-signin

           if l-ps-unregistered or l-ps-inactive or l-ps-bad-pin then
               display l-ps-message
               stop run
           end-if

           exit paragraph.

       end program ghost-race.
