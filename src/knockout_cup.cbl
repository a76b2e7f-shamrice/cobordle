      ******************************************************************
      * Purpose: The office knockout cup: a single-elimination bracket
      *          nobody has to be in the room for. tournament needs
      *          every entrant at one keyboard in one sitting; here
      *          each tie is a shared word the two players play on
      *          their own time before the round's deadline.
      *
      *          --start seeds the bracket from the skill ratings
      *          (cobordle_ratings.dat, best rating first; players
      *          the player master lists as inactive are left out),
      *          up to --size entrants (default 8, at most 32). The
      *          bracket is the next power of two up, so the top
      *          seeds get byes when the entrants fall short of it,
      *          and the pairing is the usual 1 v 8, 4 v 5, 2 v 7,
      *          3 v 6 so the top two seeds can only meet in the
      *          final. Every tie is dealt a word when its round
      *          opens; each round runs --days days (default 3).
      *
      *          --play deals the signed-in player their open tie's
      *          word. Each side's game id is fixed when the tie is
      *          drawn, so the result is nothing the player reports:
      *          --advance, run nightly, finds both sides' stats rows
      *          by game id and settles every tie it can. A solve
      *          beats a miss, fewer tries beats more, and equal
      *          tries (or two misses) go to the quicker game; a dead
      *          heat goes to the higher seed. Once the deadline has
      *          passed, a player who didn't play forfeits, and if
      *          neither did the higher seed goes through. Ties both
      *          players played are rated (see rating-update); byes
      *          and forfeits are not. When a round is complete the
      *          next one is drawn, until the final crowns the
      *          champion.
      *
      *          The bracket prints with no arguments (or --cup=ID
      *          for an earlier cup), and --html writes it to
      *          cobordle_cup.html for the intranet share.
      *
      *          Usage: knockout-cup [--html] [--cup=YYYYMMDD]
      *                 knockout-cup --play [--player=NAME]
      *                                     [--text-mode]
      *                 knockout-cup --start [--size=N] [--length=N]
      *                                      [--days=N]
      *                 knockout-cup --advance [--html]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. knockout-cup.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-stage-file
               assign to dynamic ws-stage-file-name
               organization is line sequential.

               select optional fd-config-file
               assign to dynamic ws-config-file-name
               organization is line sequential.

               select optional fd-cup-file
               assign to dynamic ws-cup-file-name
               organization is line sequential.

               select fd-cup-tmp
               assign to dynamic ws-cup-tmp-name
               organization is line sequential.

               select optional fd-rating-file
               assign to dynamic ws-rating-file-name
               organization is line sequential.

               select optional fd-player-file
               assign to dynamic ws-player-file-name
               organization is line sequential.

               select fd-html-file
               assign to dynamic ws-html-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

      *> Shared-directory staging, same bytes as the stats record;
      *> merged into the master by stats-collect.
       fd  fd-stage-file.
       01  f-stage-record              pic x(100).

       fd  fd-config-file.
       01  f-config-record             pic x(80).

       fd  fd-cup-file.
       copy "./src/copy/cup_record.cpy".

       fd  fd-cup-tmp.
       01  f-cup-tmp-record            pic x(107).

       fd  fd-rating-file.
       copy "./src/copy/rating_record.cpy".

       fd  fd-player-file.
       copy "./src/copy/player_record.cpy".

       fd  fd-html-file.
       01  f-html-record               pic x(200).

       working-storage section.

       copy "./src/copy/game_options.cpy".
       copy "./src/copy/game_result.cpy".

       01  ws-max-words                           constant as 30000.

       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-stage-file-name      pic x(40).
       01  ws-config-file-name     pic x(40) value "cobordle.cfg".
       01  ws-cup-file-name        pic x(40) value "cobordle_cup.dat".
       01  ws-cup-tmp-name         pic x(40) value "cobordle_cup.tmp".
       01  ws-rating-file-name     pic x(40)
                                   value "cobordle_ratings.dat".
       01  ws-player-file-name     pic x(40)
                                   value "cobordle_players.dat".
       01  ws-html-file-name       pic x(40) value "cobordle_cup.html".

       01  ws-config-key           pic x(20).
       01  ws-config-value         pic x(40).

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

       01  ws-cheat-flag                          pic a value 'N'.

       01  ws-cmd-args             pic x(2024).
       01  ws-arg-discard          pic x(2024).
       01  ws-arg-remainder        pic x(2024).
       01  ws-arg-value            pic x(20).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-mode                 pic x(8) value "REPORT".
       01  ws-html-sw              pic a value 'N'.
           88  ws-html-active      value 'Y'.
           88  ws-html-off         value 'N'.

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.
       01  ws-stats-eof-sw         pic a value 'N'.
           88  ws-stats-eof        value 'Y'.
           88  ws-stats-not-eof    value 'N'.

       01  ws-today                pic 9(8).
       01  ws-stats-written-sw     pic a value 'N'.
           88  ws-stats-written    value 'Y'.
           88  ws-stats-not-written value 'N'.
       01  ws-stats-time-seq       pic 9(8).

      *> --start settings.
       01  ws-max-entrants         constant as 32.
       01  ws-start-size           pic 9(2) value 8.
       01  ws-start-length         pic 9 value 5.
       01  ws-start-days           pic 9(2) value 3.

      *> The cup being shown or worked on: the one named by --cup,
      *> otherwise the latest in the file (the running one, if any
      *> is running). Every other cup's rows are carried through a
      *> rewrite untouched.
       01  ws-want-cup-id          pic 9(8) value 0.
       01  ws-latest-cup-id        pic 9(8) value 0.
       01  ws-latest-status        pic a value space.
       01  ws-cup-found-sw         pic a value 'N'.
           88  ws-cup-found        value 'Y'.
           88  ws-cup-not-found    value 'N'.
       01  ws-cup-id               pic 9(8) value 0.
       01  ws-cup-status           pic a.
           88  ws-cup-running      value 'R'.
           88  ws-cup-finished     value 'F'.
       01  ws-cup-round            pic 9.
       01  ws-cup-size             pic 9(2).
       01  ws-cup-length           pic 9.
       01  ws-cup-champion         pic x(20).
       01  ws-cup-days             pic 9(2).
       01  ws-cup-entrants         pic 9(2).
       01  ws-cup-finished-date    pic 9(8).
       01  ws-cup-rounds           pic 9 comp.

       01  ws-max-other-rows       constant as 3000.
       01  ws-other-rows           pic x(107)
                                   occurs ws-max-other-rows times.
       01  ws-other-count          pic 9(4) comp value 0.
       01  ws-other-idx            pic 9(4) comp.

      *> Every tie of the cup, round by round (31 for a 32 bracket).
       01  ws-max-ties             constant as 31.
       01  ws-ties occurs ws-max-ties times.
           05  ws-ti-round         pic 9.
           05  ws-ti-no            pic 9(2).
           05  ws-ti-seed-a        pic 9(2).
           05  ws-ti-player-a      pic x(20).
           05  ws-ti-seed-b        pic 9(2).
           05  ws-ti-player-b      pic x(20).
           05  ws-ti-word          pic a(7).
           05  ws-ti-opened        pic 9(8).
           05  ws-ti-deadline      pic 9(8).
           05  ws-ti-status        pic a.
           05  ws-ti-winner        pic a.
           05  ws-ti-reason        pic x(8).
           05  ws-ti-a-played      pic a.
           05  ws-ti-a-solved      pic a.
           05  ws-ti-a-tries       pic 9(2).
           05  ws-ti-a-elapsed     pic 9(5).
           05  ws-ti-b-played      pic a.
           05  ws-ti-b-solved      pic a.
           05  ws-ti-b-tries       pic 9(2).
           05  ws-ti-b-elapsed     pic 9(5).
       01  ws-tie-count            pic 9(2) comp value 0.
       01  ws-tie-idx              pic 9(2) comp.
       01  ws-tie-idx-2            pic 9(2) comp.
       01  ws-prev-tie-idx         pic 9(2) comp.
       01  ws-round-ties           pic 9(2) comp.
       01  ws-round-open           pic 9(2) comp.
       01  ws-round-idx            pic 9 comp.
       01  ws-ties-settled         pic 9(2) comp value 0.
       01  ws-ties-looked          pic 9(2) comp value 0.

      *> Seeding: rated players best first, then the bracket order
      *> of seed numbers built up by doubling (1 / 1 2 / 1 4 2 3 /
      *> 1 8 4 5 2 7 3 6 ...).
       01  ws-max-rated            constant as 2000.
       01  ws-rated occurs ws-max-rated times.
           05  ws-rd-player        pic x(20).
           05  ws-rd-rating        pic 9(4).
           05  ws-rd-games         pic 9(5).
           05  ws-rd-master        pic a.
       01  ws-rated-count          pic 9(4) comp value 0.
       01  ws-rd-idx               pic 9(4) comp.
       01  ws-keep-count           pic 9(4) comp.
       01  ws-rd-tmp.
           05  ws-rd-tmp-player    pic x(20).
           05  ws-rd-tmp-rating    pic 9(4).
           05  ws-rd-tmp-games     pic 9(5).
           05  ws-rd-tmp-master    pic a.
       01  ws-master-rows          pic 9(5) comp value 0.
       01  ws-swapped-sw           pic a value 'N'.
           88  ws-swapped          value 'Y'.
           88  ws-not-swapped      value 'N'.

       01  ws-seed-order           pic 9(2) occurs 32 times.
       01  ws-seed-next            pic 9(2) occurs 32 times.
       01  ws-seed-len             pic 9(2) comp.
       01  ws-seed-idx             pic 9(2) comp.
       01  ws-seed-players         pic x(20) occurs 32 times.

      *> Looking a side's result up by its game id.
       01  ws-game-id              pic x(16).
       01  ws-side                 pic a.
       01  ws-look-player          pic x(20).
       01  ws-look-date            pic 9(8).
       01  ws-res-found-sw         pic a value 'N'.
           88  ws-res-found        value 'Y'.
           88  ws-res-not-found    value 'N'.
       01  ws-res-solved           pic a.
       01  ws-res-tries            pic 9(2).
       01  ws-res-elapsed          pic 9(5).

       01  ws-my-tie               pic 9(2) comp value 0.
       01  ws-my-side              pic a.
       01  ws-opponent             pic x(20).

       01  ws-date-int             pic 9(8) comp.
       01  ws-date-disp            pic x(10).
       01  ws-work-date            pic 9(8).
       01  ws-seed-disp            pic z9.
       01  ws-count-disp           pic z9.
       01  ws-count-disp-2         pic z9.
       01  ws-tries-disp           pic z9.
       01  ws-days-disp            pic z9.
       01  ws-minutes              pic 9(4) comp.
       01  ws-seconds              pic 9(2).
       01  ws-minutes-disp         pic z(3)9.
       01  ws-time-disp            pic x(8).
       01  ws-work-elapsed         pic 9(5).
       01  ws-round-name           pic x(20).
       01  ws-side-a-disp          pic x(40).
       01  ws-side-b-disp          pic x(40).
       01  ws-result-a-disp        pic x(16).
       01  ws-result-b-disp        pic x(16).
       01  ws-outcome-disp         pic x(40).
       01  ws-work-played          pic a.
       01  ws-work-solved          pic a.
       01  ws-work-tries           pic 9(2).
       01  ws-result-disp          pic x(16).

      *> Each tie both players played is one decided match for
      *> rating-update.
       copy "./src/copy/rating_match.cpy".

      *> Maintenance-window lock: queried before a tie is dealt,
      *> taken while --start and --advance rewrite the cup file
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Sign-in against the registered-player master before any
      *> recorded round (see player-signin).
       copy "./src/copy/player_signin.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may start or advance a cup.
       copy "./src/copy/operator_check.cpy".

      *> One administrative run-journal row per --start / --advance.
       copy "./src/copy/run_journal.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Knockout cup"
           display space

           perform load-config-file

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           call "game-day" using ws-today

           evaluate ws-mode
               when "START"
                   perform check-operator-grant
                   perform take-maintenance-lock
                   perform start-cup
                   perform release-maintenance-lock
               when "ADVANCE"
                   perform check-operator-grant
                   perform take-maintenance-lock
                   perform advance-cup
                   perform release-maintenance-lock
               when "PLAY"
                   perform check-maintenance-lock
                   move l-player-id to l-ps-player
                   perform sign-in-player
                   perform play-cup-tie
                   call "disable-logger"
               when other
                   perform load-cup-file
                   if ws-cup-not-found then
                       display "No knockout cup found."
                   else
                       perform display-bracket
                       if ws-html-active then
                           perform write-html-bracket
                       end-if
                   end-if
           end-evaluate

           stop run.


      *> PLAYER-ID and SHARED-DIR, the two cobordle.cfg settings a
      *> recorded round needs here.
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
                           if ws-config-key = "SHARED-DIR"
                           and upper-case(trim(ws-config-value))
                               = "Y" then
                               set l-shared-dir to true
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
               for all "--text-mode"
           if ws-cmd-found > 0 then
               set l-text-mode to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--html"
           if ws-cmd-found > 0 then
               set ws-html-active to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--play"
           if ws-cmd-found > 0 then
               move "PLAY" to ws-mode
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--advance"
           if ws-cmd-found > 0 then
               move "ADVANCE" to ws-mode
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--start"
           if ws-cmd-found > 0 then
               move "START" to ws-mode
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--cup="
           if ws-cmd-found > 0 then
               perform take-arg-value
               if ws-arg-value(1:8) is numeric then
                   move ws-arg-value(1:8) to ws-want-cup-id
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--size="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--size="
                   into ws-arg-discard ws-arg-remainder
               move spaces to ws-arg-value
               unstring ws-arg-remainder delimited by space
                   into ws-arg-value
               move numval(ws-arg-value) to ws-start-size
               if ws-start-size < 2
               or ws-start-size > ws-max-entrants then
                   display "A cup takes 2 to 32 entrants."
                   stop run
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--length="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--length="
                   into ws-arg-discard ws-arg-remainder
               if ws-arg-remainder(1:1) >= "4"
               and ws-arg-remainder(1:1) <= "7" then
                   move ws-arg-remainder(1:1) to ws-start-length
               else
                   display "Word length must be 4 to 7."
                   stop run
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--days="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--days="
                   into ws-arg-discard ws-arg-remainder
               move spaces to ws-arg-value
               unstring ws-arg-remainder delimited by space
                   into ws-arg-value
               move numval(ws-arg-value) to ws-start-days
               if ws-start-days < 1 then
                   display "A round runs at least 1 day."
                   stop run
               end-if
           end-if

           exit paragraph.


       take-arg-value.

           move spaces to ws-arg-discard
           move spaces to ws-arg-remainder
           unstring ws-cmd-args delimited by "--cup="
               into ws-arg-discard ws-arg-remainder
           move spaces to ws-arg-value
           unstring ws-arg-remainder delimited by space
               into ws-arg-value

           exit paragraph.


      *> ==================== cup file ====================

      *> Two passes: the first finds the latest cup (the file is in
      *> cup order, so it is the last header), the second takes the
      *> wanted cup into the working fields and keeps every other row
      *> as it stands.
       load-cup-file.

           move 0 to ws-latest-cup-id
           move space to ws-latest-status
           set ws-not-eof to true

           open input fd-cup-file

               perform until ws-eof
                   read fd-cup-file
                   at end set ws-eof to true
                   not at end
                       if f-cuph-is-header then
                           move f-cuph-cup-id to ws-latest-cup-id
                           move f-cuph-status to ws-latest-status
                       end-if
                   end-read
               end-perform

           close fd-cup-file

           if ws-want-cup-id = 0 then
               move ws-latest-cup-id to ws-want-cup-id
           end-if

           set ws-cup-not-found to true
           move 0 to ws-other-count
           move 0 to ws-tie-count
           set ws-not-eof to true

           open input fd-cup-file

               perform until ws-eof
                   read fd-cup-file
                   at end set ws-eof to true
                   not at end
                       perform take-cup-row
                   end-read
               end-perform

           close fd-cup-file

           set ws-not-eof to true

           if ws-cup-found then
               perform count-cup-rounds
           end-if

           exit paragraph.


       take-cup-row.

           if f-cup-header-record = spaces then
               exit paragraph
           end-if

           if f-cuph-cup-id not = ws-want-cup-id
           or ws-want-cup-id = 0 then
               if ws-other-count < ws-max-other-rows then
                   add 1 to ws-other-count
                   move f-cup-header-record
                       to ws-other-rows(ws-other-count)
               end-if
               exit paragraph
           end-if

           if f-cuph-is-header then
               set ws-cup-found to true
               move f-cuph-cup-id to ws-cup-id
               move f-cuph-status to ws-cup-status
               move f-cuph-round to ws-cup-round
               move f-cuph-size to ws-cup-size
               move f-cuph-length to ws-cup-length
               move f-cuph-champion to ws-cup-champion
               move f-cuph-days to ws-cup-days
               move f-cuph-entrants to ws-cup-entrants
               move f-cuph-finished-date to ws-cup-finished-date
               exit paragraph
           end-if

           if not f-cupt-is-tie
           or ws-tie-count >= ws-max-ties then
               exit paragraph
           end-if

           add 1 to ws-tie-count
           move f-cupt-round to ws-ti-round(ws-tie-count)
           move f-cupt-tie to ws-ti-no(ws-tie-count)
           move f-cupt-seed-a to ws-ti-seed-a(ws-tie-count)
           move f-cupt-player-a to ws-ti-player-a(ws-tie-count)
           move f-cupt-seed-b to ws-ti-seed-b(ws-tie-count)
           move f-cupt-player-b to ws-ti-player-b(ws-tie-count)
           move f-cupt-word to ws-ti-word(ws-tie-count)
           move f-cupt-opened to ws-ti-opened(ws-tie-count)
           move f-cupt-deadline to ws-ti-deadline(ws-tie-count)
           move f-cupt-status to ws-ti-status(ws-tie-count)
           move f-cupt-winner to ws-ti-winner(ws-tie-count)
           move f-cupt-reason to ws-ti-reason(ws-tie-count)
           move f-cupt-a-played to ws-ti-a-played(ws-tie-count)
           move f-cupt-a-solved to ws-ti-a-solved(ws-tie-count)
           move f-cupt-a-tries to ws-ti-a-tries(ws-tie-count)
           move f-cupt-a-elapsed to ws-ti-a-elapsed(ws-tie-count)
           move f-cupt-b-played to ws-ti-b-played(ws-tie-count)
           move f-cupt-b-solved to ws-ti-b-solved(ws-tie-count)
           move f-cupt-b-tries to ws-ti-b-tries(ws-tie-count)
           move f-cupt-b-elapsed to ws-ti-b-elapsed(ws-tie-count)

           exit paragraph.


      *> Rounds in the bracket: 2 -> 1, 4 -> 2, 8 -> 3, ... 32 -> 5.
       count-cup-rounds.

           move 0 to ws-cup-rounds
           move 1 to ws-seed-len

           perform until ws-seed-len >= ws-cup-size
               compute ws-seed-len = ws-seed-len * 2
               add 1 to ws-cup-rounds
           end-perform

           exit paragraph.


       rewrite-cup-file.

           open output fd-cup-tmp

               perform varying ws-other-idx from 1 by 1
                   until ws-other-idx > ws-other-count
                   write f-cup-tmp-record
                       from ws-other-rows(ws-other-idx)
               end-perform

               move spaces to f-cup-header-record
               move 'H' to f-cuph-type
               move ws-cup-id to f-cuph-cup-id
               move ws-cup-status to f-cuph-status
               move ws-cup-round to f-cuph-round
               move ws-cup-size to f-cuph-size
               move ws-cup-length to f-cuph-length
               move ws-cup-champion to f-cuph-champion
               move ws-cup-days to f-cuph-days
               move ws-cup-entrants to f-cuph-entrants
               move ws-cup-finished-date to f-cuph-finished-date
               write f-cup-tmp-record from f-cup-header-record

               perform varying ws-tie-idx from 1 by 1
                   until ws-tie-idx > ws-tie-count
                   perform write-tie-row
               end-perform

           close fd-cup-tmp

           call "CBL_DELETE_FILE" using ws-cup-file-name
           call "CBL_RENAME_FILE" using
               ws-cup-tmp-name ws-cup-file-name

           exit paragraph.


       write-tie-row.

           move spaces to f-cup-tie-record
           move 'T' to f-cupt-type
           move ws-cup-id to f-cupt-cup-id
           move ws-ti-round(ws-tie-idx) to f-cupt-round
           move ws-ti-no(ws-tie-idx) to f-cupt-tie
           move ws-ti-seed-a(ws-tie-idx) to f-cupt-seed-a
           move ws-ti-player-a(ws-tie-idx) to f-cupt-player-a
           move ws-ti-seed-b(ws-tie-idx) to f-cupt-seed-b
           move ws-ti-player-b(ws-tie-idx) to f-cupt-player-b
           move ws-ti-word(ws-tie-idx) to f-cupt-word
           move ws-ti-opened(ws-tie-idx) to f-cupt-opened
           move ws-ti-deadline(ws-tie-idx) to f-cupt-deadline
           move ws-ti-status(ws-tie-idx) to f-cupt-status
           move ws-ti-winner(ws-tie-idx) to f-cupt-winner
           move ws-ti-reason(ws-tie-idx) to f-cupt-reason
           move ws-ti-a-played(ws-tie-idx) to f-cupt-a-played
           move ws-ti-a-solved(ws-tie-idx) to f-cupt-a-solved
           move ws-ti-a-tries(ws-tie-idx) to f-cupt-a-tries
           move ws-ti-a-elapsed(ws-tie-idx) to f-cupt-a-elapsed
           move ws-ti-b-played(ws-tie-idx) to f-cupt-b-played
           move ws-ti-b-solved(ws-tie-idx) to f-cupt-b-solved
           move ws-ti-b-tries(ws-tie-idx) to f-cupt-b-tries
           move ws-ti-b-elapsed(ws-tie-idx) to f-cupt-b-elapsed
           write f-cup-tmp-record from f-cup-tie-record

           exit paragraph.


      *> ==================== --start ====================

       start-cup.

           move 0 to ws-want-cup-id
           perform load-cup-file

           if ws-latest-status = 'R' then
               move ws-latest-cup-id to ws-cup-id
               display concat(
                   "Cup " ws-cup-id " is still running -- a new cup "
                   "can start once it has a champion.")
               move "REFUSED" to l-rj-outcome
               perform journal-cup-run
               move 8 to return-code
               exit paragraph
           end-if

      *>   The cup id goes into every tie's game ids, so it has to be
      *>   new: one cup per game day.
           if ws-latest-cup-id = ws-today then
               display "A cup was already started today."
               move "REFUSED" to l-rj-outcome
               perform journal-cup-run
               move 8 to return-code
               exit paragraph
           end-if

      *>   Everything already in the file is another cup's now: ask
      *>   for a cup id no row carries.
           move 99999999 to ws-want-cup-id
           perform load-cup-file

           perform load-ratings
           perform drop-inactive-players
           perform sort-ratings

           if ws-rated-count < 2 then
               display "Fewer than two rated players -- nothing to "
                   "seed a cup from. Ratings come from head-to-head, "
                   "tournament and challenge matches."
               move "REFUSED" to l-rj-outcome
               perform journal-cup-run
               move 8 to return-code
               exit paragraph
           end-if

           move ws-today to ws-cup-id
           set ws-cup-found to true
           set ws-cup-running to true
           move 1 to ws-cup-round
           move ws-start-length to ws-cup-length
           move spaces to ws-cup-champion
           move ws-start-days to ws-cup-days
           move 0 to ws-cup-finished-date

           if ws-rated-count < ws-start-size then
               move ws-rated-count to ws-cup-entrants
           else
               move ws-start-size to ws-cup-entrants
           end-if

           move 2 to ws-cup-size
           perform until ws-cup-size >= ws-cup-entrants
               compute ws-cup-size = ws-cup-size * 2
           end-perform
           perform count-cup-rounds

           perform varying ws-seed-idx from 1 by 1
               until ws-seed-idx > ws-cup-entrants
               move ws-rd-player(ws-seed-idx)
                   to ws-seed-players(ws-seed-idx)
           end-perform

           perform build-seed-order
           perform draw-first-round

           perform rewrite-cup-file

           move ws-cup-entrants to ws-count-disp
           move ws-cup-size to ws-count-disp-2
           display concat(
               "Cup " ws-cup-id " started: " trim(ws-count-disp)
               " players in a bracket of " trim(ws-count-disp-2)
               ".")
           display space

           perform display-bracket
           if ws-html-active then
               perform write-html-bracket
           end-if

           move ws-cup-entrants to ws-ties-looked
           move ws-tie-count to ws-ties-settled
           move "OK" to l-rj-outcome
           perform journal-cup-run

           exit paragraph.


       load-ratings.

           move 0 to ws-rated-count
           set ws-not-eof to true

           open input fd-rating-file

               perform until ws-eof
                   read fd-rating-file
                   at end set ws-eof to true
                   not at end
                       if f-rating-player not = spaces
                       and ws-rated-count < ws-max-rated then
                           add 1 to ws-rated-count
                           move f-rating-player
                               to ws-rd-player(ws-rated-count)
                           move f-rating-value
                               to ws-rd-rating(ws-rated-count)
                           move f-rating-games
                               to ws-rd-games(ws-rated-count)
                           move space
                               to ws-rd-master(ws-rated-count)
                       end-if
                   end-read
               end-perform

           close fd-rating-file

           set ws-not-eof to true

           exit paragraph.


      *> Once the player master exists, only its active players are
      *> seeded: a leaver keeps their rating row, not a cup place.
       drop-inactive-players.

           move 0 to ws-master-rows
           set ws-not-eof to true

           open input fd-player-file

               perform until ws-eof
                   read fd-player-file
                   at end set ws-eof to true
                   not at end
                       if f-plyr-id not = spaces then
                           add 1 to ws-master-rows
                           perform varying ws-rd-idx from 1 by 1
                               until ws-rd-idx > ws-rated-count
                               if ws-rd-player(ws-rd-idx)
                                   = f-plyr-id then
                                   move f-plyr-status
                                       to ws-rd-master(ws-rd-idx)
                               end-if
                           end-perform
                       end-if
                   end-read
               end-perform

           close fd-player-file

           set ws-not-eof to true

           if ws-master-rows = 0 then
               exit paragraph
           end-if

           move 0 to ws-keep-count
           perform varying ws-rd-idx from 1 by 1
               until ws-rd-idx > ws-rated-count
               if ws-rd-master(ws-rd-idx) = 'A' then
                   add 1 to ws-keep-count
                   move ws-rated(ws-rd-idx) to ws-rated(ws-keep-count)
               end-if
           end-perform
           move ws-keep-count to ws-rated-count

           exit paragraph.


      *> Best rating first; more rated matches breaks a level
      *> rating, then the player id so the seeding is repeatable.
       sort-ratings.

           set ws-swapped to true

           perform until ws-not-swapped
               set ws-not-swapped to true
               perform varying ws-rd-idx from 1 by 1
                   until ws-rd-idx >= ws-rated-count
                   if ws-rd-rating(ws-rd-idx + 1)
                       > ws-rd-rating(ws-rd-idx)
                   or (ws-rd-rating(ws-rd-idx + 1)
                       = ws-rd-rating(ws-rd-idx)
                   and ws-rd-games(ws-rd-idx + 1)
                       > ws-rd-games(ws-rd-idx))
                   or (ws-rd-rating(ws-rd-idx + 1)
                       = ws-rd-rating(ws-rd-idx)
                   and ws-rd-games(ws-rd-idx + 1)
                       = ws-rd-games(ws-rd-idx)
                   and ws-rd-player(ws-rd-idx + 1)
                       < ws-rd-player(ws-rd-idx)) then
                       move ws-rated(ws-rd-idx) to ws-rd-tmp
                       move ws-rated(ws-rd-idx + 1)
                           to ws-rated(ws-rd-idx)
                       move ws-rd-tmp to ws-rated(ws-rd-idx + 1)
                       set ws-swapped to true
                   end-if
               end-perform
           end-perform

           exit paragraph.


      *> Doubling the bracket pairs every seed s with its mirror
      *> (new size + 1 - s), which keeps the top seeds apart until
      *> the late rounds.
       build-seed-order.

           move 1 to ws-seed-order(1)
           move 1 to ws-seed-len

           perform until ws-seed-len >= ws-cup-size
               perform varying ws-seed-idx from 1 by 1
                   until ws-seed-idx > ws-seed-len
                   move ws-seed-order(ws-seed-idx)
                       to ws-seed-next(ws-seed-idx * 2 - 1)
                   compute ws-seed-next(ws-seed-idx * 2) =
                       ws-seed-len * 2 + 1 - ws-seed-order(ws-seed-idx)
               end-perform
               compute ws-seed-len = ws-seed-len * 2
               perform varying ws-seed-idx from 1 by 1
                   until ws-seed-idx > ws-seed-len
                   move ws-seed-next(ws-seed-idx)
                       to ws-seed-order(ws-seed-idx)
               end-perform
           end-perform

           exit paragraph.


      *> A seed number past the entrant count is an empty slot: the
      *> seed drawn against it has a bye.
       draw-first-round.

           move 0 to ws-tie-count
           compute ws-round-ties = ws-cup-size / 2

           perform varying ws-tie-idx from 1 by 1
               until ws-tie-idx > ws-round-ties

               add 1 to ws-tie-count
               perform clear-tie
               move 1 to ws-ti-round(ws-tie-count)
               move ws-tie-idx to ws-ti-no(ws-tie-count)
               move ws-seed-order(ws-tie-idx * 2 - 1)
                   to ws-ti-seed-a(ws-tie-count)
               move ws-seed-players(ws-ti-seed-a(ws-tie-count))
                   to ws-ti-player-a(ws-tie-count)
               move ws-seed-order(ws-tie-idx * 2)
                   to ws-ti-seed-b(ws-tie-count)

               if ws-ti-seed-b(ws-tie-count) > ws-cup-entrants then
                   move 0 to ws-ti-seed-b(ws-tie-count)
                   move 'D' to ws-ti-status(ws-tie-count)
                   move 'A' to ws-ti-winner(ws-tie-count)
                   move "BYE" to ws-ti-reason(ws-tie-count)
               else
                   move ws-seed-players(ws-ti-seed-b(ws-tie-count))
                       to ws-ti-player-b(ws-tie-count)
                   perform open-tie
               end-if
           end-perform

           exit paragraph.


       clear-tie.

           move spaces to ws-ti-player-a(ws-tie-count)
           move spaces to ws-ti-player-b(ws-tie-count)
           move spaces to ws-ti-word(ws-tie-count)
           move 0 to ws-ti-seed-a(ws-tie-count)
           move 0 to ws-ti-seed-b(ws-tie-count)
           move 0 to ws-ti-opened(ws-tie-count)
           move 0 to ws-ti-deadline(ws-tie-count)
           move spaces to ws-ti-reason(ws-tie-count)
           move space to ws-ti-winner(ws-tie-count)
           move 'N' to ws-ti-a-played(ws-tie-count)
           move 'N' to ws-ti-a-solved(ws-tie-count)
           move 0 to ws-ti-a-tries(ws-tie-count)
           move 0 to ws-ti-a-elapsed(ws-tie-count)
           move 'N' to ws-ti-b-played(ws-tie-count)
           move 'N' to ws-ti-b-solved(ws-tie-count)
           move 0 to ws-ti-b-tries(ws-tie-count)
           move 0 to ws-ti-b-elapsed(ws-tie-count)

           exit paragraph.


      *> Deals the tie its word (a normal random deal at the cup's
      *> length, nobody's recent-word history applied) and starts
      *> its clock.
       open-tie.

           move spaces to l-resume-word
           move ws-cup-length to l-word-length
           move 0 to l-recent-days
           call "word-loader" using ws-word-data l-game-options

           if ws-current-word = spaces then
               display "Error loading word. Value returned was empty."
               display "The cup file was not changed."
               move "FAILED" to l-rj-outcome
               perform journal-cup-run
               move 8 to return-code
               stop run
           end-if

           move ws-current-word to ws-ti-word(ws-tie-count)
           move 'O' to ws-ti-status(ws-tie-count)
           move ws-today to ws-ti-opened(ws-tie-count)
           compute ws-date-int =
               integer-of-date(ws-today) + ws-cup-days
           move date-of-integer(ws-date-int)
               to ws-ti-deadline(ws-tie-count)

           exit paragraph.


      *> ==================== --advance ====================

       advance-cup.

           move 0 to ws-want-cup-id
           perform load-cup-file

           if ws-cup-not-found or not ws-cup-running then
               display "No cup is running."
               if ws-cup-found and ws-html-active then
                   perform write-html-bracket
               end-if
               move "OK" to l-rj-outcome
               perform journal-cup-run
               exit paragraph
           end-if

           move 0 to ws-ties-looked
           move 0 to ws-ties-settled
           move 0 to ws-round-open

           perform varying ws-tie-idx from 1 by 1
               until ws-tie-idx > ws-tie-count
               if ws-ti-round(ws-tie-idx) = ws-cup-round
               and ws-ti-status(ws-tie-idx) = 'O' then
                   add 1 to ws-ties-looked
                   perform settle-tie
                   if ws-ti-status(ws-tie-idx) = 'O' then
                       add 1 to ws-round-open
                   else
                       add 1 to ws-ties-settled
                   end-if
               end-if
           end-perform

           move ws-ties-settled to ws-count-disp
           move ws-round-open to ws-count-disp-2
           display concat(
               "Ties settled: " trim(ws-count-disp)
               "   still open: " trim(ws-count-disp-2))

           if ws-round-open = 0 then
               if ws-cup-round >= ws-cup-rounds then
                   perform crown-champion
               else
                   perform draw-next-round
               end-if
           end-if

           perform rewrite-cup-file

           display space
           perform display-bracket
           if ws-html-active then
               perform write-html-bracket
           end-if

           move "OK" to l-rj-outcome
           perform journal-cup-run

           exit paragraph.


      *> Both results in: decide it. Otherwise wait, unless the
      *> deadline has gone, in which case whoever played goes
      *> through (the higher seed if neither did).
       settle-tie.

           move 'A' to ws-side
           move ws-ti-player-a(ws-tie-idx) to ws-look-player
           perform find-tie-result
           if ws-res-found then
               move 'Y' to ws-ti-a-played(ws-tie-idx)
               move ws-res-solved to ws-ti-a-solved(ws-tie-idx)
               move ws-res-tries to ws-ti-a-tries(ws-tie-idx)
               move ws-res-elapsed to ws-ti-a-elapsed(ws-tie-idx)
           end-if

           move 'B' to ws-side
           move ws-ti-player-b(ws-tie-idx) to ws-look-player
           perform find-tie-result
           if ws-res-found then
               move 'Y' to ws-ti-b-played(ws-tie-idx)
               move ws-res-solved to ws-ti-b-solved(ws-tie-idx)
               move ws-res-tries to ws-ti-b-tries(ws-tie-idx)
               move ws-res-elapsed to ws-ti-b-elapsed(ws-tie-idx)
           end-if

           evaluate true
               when ws-ti-a-played(ws-tie-idx) = 'Y'
                   and ws-ti-b-played(ws-tie-idx) = 'Y'
                   perform decide-played-tie
                   perform rate-tie
               when ws-today <= ws-ti-deadline(ws-tie-idx)
                   exit paragraph
               when ws-ti-a-played(ws-tie-idx) = 'Y'
                   move 'A' to ws-ti-winner(ws-tie-idx)
                   move "NO-SHOW" to ws-ti-reason(ws-tie-idx)
               when ws-ti-b-played(ws-tie-idx) = 'Y'
                   move 'B' to ws-ti-winner(ws-tie-idx)
                   move "NO-SHOW" to ws-ti-reason(ws-tie-idx)
               when other
                   move 'A' to ws-ti-winner(ws-tie-idx)
                   move "NO-SHOWS" to ws-ti-reason(ws-tie-idx)
           end-evaluate

           move 'D' to ws-ti-status(ws-tie-idx)

           exit paragraph.


      *> A solve beats a miss; fewer tries beats more; level tries,
      *> or two misses, go to the quicker game; a dead heat goes to
      *> the higher seed (side A).
       decide-played-tie.

           move "PLAYED" to ws-ti-reason(ws-tie-idx)

           evaluate true
               when ws-ti-a-solved(ws-tie-idx) = 'Y'
                   and ws-ti-b-solved(ws-tie-idx) not = 'Y'
                   move 'A' to ws-ti-winner(ws-tie-idx)
               when ws-ti-b-solved(ws-tie-idx) = 'Y'
                   and ws-ti-a-solved(ws-tie-idx) not = 'Y'
                   move 'B' to ws-ti-winner(ws-tie-idx)
               when ws-ti-a-solved(ws-tie-idx) = 'Y'
                   and ws-ti-a-tries(ws-tie-idx)
                   < ws-ti-b-tries(ws-tie-idx)
                   move 'A' to ws-ti-winner(ws-tie-idx)
               when ws-ti-a-solved(ws-tie-idx) = 'Y'
                   and ws-ti-b-tries(ws-tie-idx)
                   < ws-ti-a-tries(ws-tie-idx)
                   move 'B' to ws-ti-winner(ws-tie-idx)
               when ws-ti-a-elapsed(ws-tie-idx)
                   < ws-ti-b-elapsed(ws-tie-idx)
                   move 'A' to ws-ti-winner(ws-tie-idx)
                   move "TIME" to ws-ti-reason(ws-tie-idx)
               when ws-ti-b-elapsed(ws-tie-idx)
                   < ws-ti-a-elapsed(ws-tie-idx)
                   move 'B' to ws-ti-winner(ws-tie-idx)
                   move "TIME" to ws-ti-reason(ws-tie-idx)
               when other
                   move 'A' to ws-ti-winner(ws-tie-idx)
                   move "SEED" to ws-ti-reason(ws-tie-idx)
           end-evaluate

           exit paragraph.


       rate-tie.

           move ws-ti-player-a(ws-tie-idx) to l-rm-player-a
           move ws-ti-player-b(ws-tie-idx) to l-rm-player-b
           move ws-ti-winner(ws-tie-idx) to l-rm-outcome
           move "CUP" to l-rm-source
           call "rating-update" using l-rating-match

           exit paragraph.


      *> "KO" + cup id + round + tie + side: fixed when the tie is
      *> drawn, stamped on the round when it is played.
       build-tie-game-id.

           move concat(
               "KO" ws-cup-id ws-ti-round(ws-tie-idx)
               ws-ti-no(ws-tie-idx) ws-side)
               to ws-game-id

           exit paragraph.


      *> The player's stats rows from the day the tie opened, by game
      *> id; then their staging file, for a shared directory whose
      *> rows stats-collect hasn't merged yet.
       find-tie-result.

           set ws-res-not-found to true
           perform build-tie-game-id

           move ws-look-player to f-stats-player
           move ws-ti-opened(ws-tie-idx) to f-stats-date
           move 0 to f-stats-seq
           set ws-stats-not-eof to true

           open input fd-stats-file

               start fd-stats-file key >= f-stats-key
               invalid key set ws-stats-eof to true
               end-start

               perform until ws-stats-eof
                   read fd-stats-file next
                   at end set ws-stats-eof to true
                   not at end
                       if f-stats-player not = ws-look-player then
                           set ws-stats-eof to true
                       else
                           perform match-tie-stats-row
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           if ws-res-found then
               exit paragraph
           end-if

           move concat(
               "cobordle_stage_" trim(ws-look-player) ".dat")
               to ws-stage-file-name
           set ws-stats-not-eof to true

           open input fd-stage-file

               perform until ws-stats-eof
                   read fd-stage-file
                   at end set ws-stats-eof to true
                   not at end
                       if f-stage-record not = spaces then
                           move f-stage-record to f-stats-record
                           perform match-tie-stats-row
                       end-if
                   end-read
               end-perform

           close fd-stage-file

           exit paragraph.


       match-tie-stats-row.

           if f-stats-v2
           and f-stats-game-id = ws-game-id then
               set ws-res-found to true
               move f-stats-solved to ws-res-solved
               move f-stats-tries to ws-res-tries
               move f-stats-elapsed to ws-res-elapsed
               set ws-stats-eof to true
           end-if

           exit paragraph.


      *> Winners of ties 1 and 2 meet in the next round's tie 1,
      *> winners of 3 and 4 in tie 2, and so on.
       draw-next-round.

           move ws-tie-count to ws-prev-tie-idx
           add 1 to ws-cup-round
           move 0 to ws-round-ties

           perform varying ws-tie-idx from 1 by 1
               until ws-tie-idx > ws-prev-tie-idx
               if ws-ti-round(ws-tie-idx) = ws-cup-round - 1
               and ws-ti-no(ws-tie-idx) = 1 then
                   exit perform
               end-if
           end-perform

           perform until ws-tie-idx > ws-prev-tie-idx
               move ws-tie-idx to ws-tie-idx-2
               add 1 to ws-round-ties
               add 1 to ws-tie-count
               perform clear-tie
               move ws-cup-round to ws-ti-round(ws-tie-count)
               move ws-round-ties to ws-ti-no(ws-tie-count)

               if ws-ti-winner(ws-tie-idx-2) = 'A' then
                   move ws-ti-seed-a(ws-tie-idx-2)
                       to ws-ti-seed-a(ws-tie-count)
                   move ws-ti-player-a(ws-tie-idx-2)
                       to ws-ti-player-a(ws-tie-count)
               else
                   move ws-ti-seed-b(ws-tie-idx-2)
                       to ws-ti-seed-a(ws-tie-count)
                   move ws-ti-player-b(ws-tie-idx-2)
                       to ws-ti-player-a(ws-tie-count)
               end-if

               add 1 to ws-tie-idx-2
               if ws-ti-winner(ws-tie-idx-2) = 'A' then
                   move ws-ti-seed-a(ws-tie-idx-2)
                       to ws-ti-seed-b(ws-tie-count)
                   move ws-ti-player-a(ws-tie-idx-2)
                       to ws-ti-player-b(ws-tie-count)
               else
                   move ws-ti-seed-b(ws-tie-idx-2)
                       to ws-ti-seed-b(ws-tie-count)
                   move ws-ti-player-b(ws-tie-idx-2)
                       to ws-ti-player-b(ws-tie-count)
               end-if

      *>       The better seed takes side A, where a dead heat lands.
               if ws-ti-seed-b(ws-tie-count)
                   < ws-ti-seed-a(ws-tie-count) then
                   move ws-ti-seed-a(ws-tie-count) to ws-seed-len
                   move ws-ti-player-a(ws-tie-count) to ws-opponent
                   move ws-ti-seed-b(ws-tie-count)
                       to ws-ti-seed-a(ws-tie-count)
                   move ws-ti-player-b(ws-tie-count)
                       to ws-ti-player-a(ws-tie-count)
                   move ws-seed-len to ws-ti-seed-b(ws-tie-count)
                   move ws-opponent to ws-ti-player-b(ws-tie-count)
               end-if

               perform open-tie
               add 2 to ws-tie-idx
           end-perform

           move ws-cup-round to ws-count-disp
           display concat(
               "Round " trim(ws-count-disp) " drawn.")

           exit paragraph.


       crown-champion.

           perform varying ws-tie-idx from 1 by 1
               until ws-tie-idx > ws-tie-count
               if ws-ti-round(ws-tie-idx) = ws-cup-rounds then
                   if ws-ti-winner(ws-tie-idx) = 'A' then
                       move ws-ti-player-a(ws-tie-idx)
                           to ws-cup-champion
                   else
                       move ws-ti-player-b(ws-tie-idx)
                           to ws-cup-champion
                   end-if
               end-if
           end-perform

           set ws-cup-finished to true
           move ws-today to ws-cup-finished-date

           display concat(
               "The cup is won: " trim(ws-cup-champion) "!")

           exit paragraph.


      *> ==================== --play ====================

       play-cup-tie.

           move 0 to ws-want-cup-id
           perform load-cup-file

           if ws-cup-not-found or not ws-cup-running then
               display "No cup is running."
               exit paragraph
           end-if

           move 0 to ws-my-tie
           perform varying ws-tie-idx from 1 by 1
               until ws-tie-idx > ws-tie-count
               if ws-ti-round(ws-tie-idx) = ws-cup-round
               and ws-ti-status(ws-tie-idx) = 'O' then
                   if ws-ti-player-a(ws-tie-idx) = l-player-id then
                       move ws-tie-idx to ws-my-tie
                       move 'A' to ws-my-side
                       move ws-ti-player-b(ws-tie-idx)
                           to ws-opponent
                   end-if
                   if ws-ti-player-b(ws-tie-idx) = l-player-id then
                       move ws-tie-idx to ws-my-tie
                       move 'B' to ws-my-side
                       move ws-ti-player-a(ws-tie-idx)
                           to ws-opponent
                   end-if
               end-if
           end-perform

           if ws-my-tie = 0 then
               display "You have no tie to play in this round of "
                   "the cup."
               exit paragraph
           end-if

           move ws-my-tie to ws-tie-idx

           if ws-today > ws-ti-deadline(ws-tie-idx) then
               display "The deadline for this tie has passed; the "
                   "nightly run will settle it."
               exit paragraph
           end-if

           move ws-my-side to ws-side
           move l-player-id to ws-look-player
           perform find-tie-result
           if ws-res-found then
               display concat(
                   "You have played your tie against "
                   trim(ws-opponent) " -- the nightly run settles "
                   "it once both results are in or the deadline "
                   "passes.")
               exit paragraph
           end-if

           move ws-ti-deadline(ws-tie-idx) to ws-work-date
           perform format-work-date
           move ws-cup-round to ws-round-idx
           perform name-round
           display concat(
               trim(ws-round-name) ": you against "
               trim(ws-opponent) ". Play by " ws-date-disp ".")
           display "Your opponent gets the same word -- no telling."
           display space

           move ws-cup-length to l-word-length
           move ws-ti-word(ws-tie-idx) to l-resume-word
           call "word-loader" using ws-word-data l-game-options

           if ws-current-word not = ws-ti-word(ws-tie-idx) then
               display "Error loading word list. Exiting..."
               exit paragraph
           end-if

           move ws-game-id to l-game-id

           call "run-game" using
               ws-word-data ws-cheat-flag l-game-result
               l-game-options

           perform record-cup-game-stats

           display space
           display "Result recorded. The nightly run settles the tie "
               "once both of you have played."

           exit paragraph.


      *> Same stats row tournament records per round, carrying the
      *> tie's game id so --advance can find it.
       record-cup-game-stats.

           move function current-date(1:8) to ws-work-date
           accept ws-stats-time-seq from time

           move l-player-id to f-stats-player
           move ws-work-date to f-stats-date
           move ws-stats-time-seq to f-stats-seq
           move l-result-word to f-stats-word
           move l-result-tries to f-stats-tries
           move l-result-solved-flag to f-stats-solved

           set f-stats-v2 to true
           move 'N' to f-stats-daily-flag
           move l-hard-mode-flag to f-stats-hard-flag
           move l-word-length to f-stats-length
           move l-category to f-stats-category
           move l-max-tries to f-stats-max-tries
           move l-result-elapsed-seconds to f-stats-elapsed
           move l-result-points to f-stats-points
           move 'N' to f-stats-blitz-flag
           move 'N' to f-stats-migrated-flag
           move l-game-id to f-stats-game-id

           if l-shared-dir then
               move concat(
                   "cobordle_stage_" trim(f-stats-player) ".dat")
                   to ws-stage-file-name

               open extend fd-stage-file
               write f-stage-record from f-stats-record
               close fd-stage-file

               exit paragraph
           end-if

           set ws-stats-not-written to true

           open i-o fd-stats-file

               perform until ws-stats-written
                   write f-stats-record
                   invalid key
                       add 1 to f-stats-seq
                   not invalid key
                       set ws-stats-written to true
                   end-write
               end-perform

           close fd-stats-file

           exit paragraph.


      *> ==================== bracket report ====================

       display-bracket.

           move ws-cup-entrants to ws-count-disp
           move ws-cup-days to ws-days-disp
           display concat(
               "Knockout cup " ws-cup-id " -- "
               trim(ws-count-disp) " players, "
               ws-cup-length "-letter words, "
               trim(ws-days-disp) " days a round")

           if ws-cup-finished then
               move ws-cup-finished-date to ws-work-date
               perform format-work-date
               display concat(
                   "Champion: " trim(ws-cup-champion)
                   " (" ws-date-disp ")")
           end-if

           perform varying ws-round-idx from 1 by 1
               until ws-round-idx > ws-cup-round
               perform display-bracket-round
           end-perform

           exit paragraph.


       display-bracket-round.

           perform name-round

           display space
           move 0 to ws-work-date
           perform varying ws-tie-idx from 1 by 1
               until ws-tie-idx > ws-tie-count
               if ws-ti-round(ws-tie-idx) = ws-round-idx
               and ws-ti-deadline(ws-tie-idx) > ws-work-date then
                   move ws-ti-deadline(ws-tie-idx) to ws-work-date
               end-if
           end-perform
           perform format-work-date

           display concat(
               trim(ws-round-name) " -- play by " ws-date-disp)
           display "==========================================="
               "=========================="

           perform varying ws-tie-idx from 1 by 1
               until ws-tie-idx > ws-tie-count
               if ws-ti-round(ws-tie-idx) = ws-round-idx then
                   perform format-tie
                   display concat(
                       ws-side-a-disp(1:25) ws-result-a-disp(1:10)
                       " v " ws-side-b-disp(1:25)
                       ws-result-b-disp(1:10))
                   display concat("      " trim(ws-outcome-disp))
               end-if
           end-perform

           exit paragraph.


      *> Counting back from the final: Final, Semi-finals,
      *> Quarter-finals, then plain round numbers.
       name-round.

           evaluate ws-cup-rounds - ws-round-idx
               when 0
                   move "Final" to ws-round-name
               when 1
                   move "Semi-finals" to ws-round-name
               when 2
                   move "Quarter-finals" to ws-round-name
               when other
                   move ws-round-idx to ws-count-disp
                   move concat("Round " trim(ws-count-disp))
                       to ws-round-name
           end-evaluate

           exit paragraph.


      *> Both sides of the tie in ws-tie-idx, their results and the
      *> outcome line, ready for the report or the page.
       format-tie.

           move ws-ti-seed-a(ws-tie-idx) to ws-seed-disp
           move concat(
               "(" ws-seed-disp ") " ws-ti-player-a(ws-tie-idx))
               to ws-side-a-disp
           move ws-ti-a-played(ws-tie-idx) to ws-work-played
           move ws-ti-a-solved(ws-tie-idx) to ws-work-solved
           move ws-ti-a-tries(ws-tie-idx) to ws-work-tries
           move ws-ti-a-elapsed(ws-tie-idx) to ws-work-elapsed
           perform format-side-result
           move ws-result-disp to ws-result-a-disp

           if ws-ti-reason(ws-tie-idx) = "BYE" then
               move spaces to ws-result-a-disp
               move "(bye)" to ws-side-b-disp
               move spaces to ws-result-b-disp
           else
               move ws-ti-seed-b(ws-tie-idx) to ws-seed-disp
               move concat(
                   "(" ws-seed-disp ") " ws-ti-player-b(ws-tie-idx))
                   to ws-side-b-disp
               move ws-ti-b-played(ws-tie-idx) to ws-work-played
               move ws-ti-b-solved(ws-tie-idx) to ws-work-solved
               move ws-ti-b-tries(ws-tie-idx) to ws-work-tries
               move ws-ti-b-elapsed(ws-tie-idx) to ws-work-elapsed
               perform format-side-result
               move ws-result-disp to ws-result-b-disp
           end-if

           if ws-ti-status(ws-tie-idx) not = 'D' then
               move "open" to ws-outcome-disp
               exit paragraph
           end-if

           if ws-ti-winner(ws-tie-idx) = 'A' then
               move ws-ti-player-a(ws-tie-idx) to ws-opponent
           else
               move ws-ti-player-b(ws-tie-idx) to ws-opponent
           end-if

           evaluate ws-ti-reason(ws-tie-idx)
               when "BYE"
                   move concat(trim(ws-opponent) " through on a bye")
                       to ws-outcome-disp
               when "TIME"
                   move concat(trim(ws-opponent) " wins on time")
                       to ws-outcome-disp
               when "SEED"
                   move concat(trim(ws-opponent) " wins on seeding")
                       to ws-outcome-disp
               when "NO-SHOW"
                   move concat(trim(ws-opponent) " wins by forfeit")
                       to ws-outcome-disp
               when "NO-SHOWS"
                   move concat(
                       trim(ws-opponent)
                       " through -- neither played")
                       to ws-outcome-disp
               when other
                   move concat(trim(ws-opponent) " wins")
                       to ws-outcome-disp
           end-evaluate

           exit paragraph.


      *> "4 1:02", "X 2:30", or "-" for not played (yet).
       format-side-result.

           if ws-work-played not = 'Y' then
               move "-" to ws-result-disp
               exit paragraph
           end-if

           perform format-work-time

           if ws-work-solved = 'Y' then
               move ws-work-tries to ws-tries-disp
               move concat(trim(ws-tries-disp) " " trim(ws-time-disp))
                   to ws-result-disp
           else
               move concat("X " trim(ws-time-disp))
                   to ws-result-disp
           end-if

           exit paragraph.


       format-work-time.

           divide ws-work-elapsed by 60
               giving ws-minutes remainder ws-seconds
           move ws-minutes to ws-minutes-disp
           move concat(trim(ws-minutes-disp) ":" ws-seconds)
               to ws-time-disp

           exit paragraph.


       format-work-date.

           move concat(
               ws-work-date(1:4) "-" ws-work-date(5:2) "-"
               ws-work-date(7:2))
               to ws-date-disp

           exit paragraph.


       write-html-bracket.

           open output fd-html-file

           move "<!DOCTYPE html>" to f-html-record
           write f-html-record
           move "<html><head><title>COBORDLE knockout cup</title>"
               to f-html-record
           write f-html-record
           move concat(
               "<style>table{border-collapse:collapse}"
               "td,th{border:1px solid #999;padding:4px 8px;"
               "font-family:monospace}</style></head><body>")
               to f-html-record
           write f-html-record

           move ws-cup-entrants to ws-count-disp
           move ws-cup-days to ws-days-disp
           move concat(
               "<h1>COBORDLE knockout cup " ws-cup-id "</h1><p>"
               trim(ws-count-disp) " players, "
               ws-cup-length "-letter words, "
               trim(ws-days-disp) " days a round. Run date: "
               function current-date(1:4) "-"
               function current-date(5:2) "-"
               function current-date(7:2) "</p>")
               to f-html-record
           write f-html-record

           if ws-cup-finished then
               move concat(
                   "<p><b>Champion: " trim(ws-cup-champion)
                   "</b></p>")
                   to f-html-record
               write f-html-record
           end-if

           perform varying ws-round-idx from 1 by 1
               until ws-round-idx > ws-cup-round
               perform write-html-round
           end-perform

           move "</body></html>" to f-html-record
           write f-html-record

           close fd-html-file

           display concat(
               "HTML bracket written to " trim(ws-html-file-name))

           exit paragraph.


       write-html-round.

           perform name-round

           move concat("<h2>" trim(ws-round-name) "</h2>")
               to f-html-record
           write f-html-record

           move concat(
               "<table><tr><th>Player</th><th>Result</th>"
               "<th>Player</th><th>Result</th><th>Play by</th>"
               "<th>Outcome</th></tr>")
               to f-html-record
           write f-html-record

           perform varying ws-tie-idx from 1 by 1
               until ws-tie-idx > ws-tie-count
               if ws-ti-round(ws-tie-idx) = ws-round-idx then
                   perform format-tie
                   move ws-ti-deadline(ws-tie-idx) to ws-work-date
                   perform format-work-date
                   if ws-ti-reason(ws-tie-idx) = "BYE" then
                       move spaces to ws-date-disp
                   end-if
                   move concat(
                       "<tr><td>" trim(ws-side-a-disp)
                       "</td><td>" trim(ws-result-a-disp)
                       "</td><td>" trim(ws-side-b-disp)
                       "</td><td>" trim(ws-result-b-disp)
                       "</td><td>" trim(ws-date-disp)
                       "</td><td>" trim(ws-outcome-disp)
                       "</td></tr>")
                       to f-html-record
                   write f-html-record
               end-if
           end-perform

           move "</table>" to f-html-record
           write f-html-record

           exit paragraph.


      *> ==================== housekeeping ====================

       journal-cup-run.

           move "knockout-cup" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move ws-ties-looked to l-rj-rows-in
           move ws-ties-settled to l-rj-rows-out
           call "run-journal" using l-run-journal

           exit paragraph.


      *> Refuses to deal a round while an administrative run holds
      *> the maintenance lock: a game played now would write its rows
      *> into the middle of a restore or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "knockout-cup" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.


      *> Nobody may record play while this run rewrites the cup file
      *> and the ratings: the maintenance lock is taken first (joined
      *> when nightly-batch already holds it).
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "knockout-cup" to l-ml-program
           move 30 to l-ml-minutes
           call "maint-lock" using l-maint-lock

           if l-ml-refused then
               display concat(
                   "Refusing to run: the maintenance lock is held by "
                   trim(l-ml-holder) " until " l-ml-until-disp ".")
               if l-ml-stale then
                   display "That lock looks stale -- check it with "
                       "maint-window and clear it with maint-window "
                       "--clear."
               end-if
               move 0 to ws-ties-looked
               move 0 to ws-ties-settled
               move "LOCKED" to l-rj-outcome
               perform journal-cup-run
               move 8 to return-code
               stop run
           end-if

           exit paragraph.


       release-maintenance-lock.

           move 'C' to l-ml-action
           call "maint-lock" using l-maint-lock

           exit paragraph.


       check-operator-grant.

           move "knockout-cup" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
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

       end program knockout-cup.
