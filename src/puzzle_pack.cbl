      ******************************************************************
      * Purpose: Curated puzzle packs for training sessions and team
      *          events. A pack is a curator-written file, NAME.pack:
      *
      *              * comment lines start with an asterisk
      *              TITLE=Onboarding week one
      *              LENGTH=5          (optional, 4 to 7; default 5)
      *              CRANE
      *              SLATE
      *              ...               (up to 50 words, in order)
      *
      *          The words are dealt in the order written, one round
      *          each, and every player's place in the pack is kept in
      *          cobordle_pack_progress.dat -- stop after any word and
      *          the next run carries on from the next one. A finished
      *          pack can't be played again. The pack board ranks the
      *          pack's players: finished first, then further along,
      *          then fewer total tries (a miss counts as the try
      *          budget plus one), then less total time.
      *
      *          Before a round is dealt the pack is checked by
      *          word-validate, the same checks the word lists get; a
      *          pack with findings isn't played. Pack rounds are
      *          recorded in the stats file under the "pack" category,
      *          which keeps them off the normal leaderboard and out
      *          of the seasonal race.
      *
      *          Usage: puzzle-pack --pack=NAME [--player=NAME]
      *                             [--text-mode]
      *                 puzzle-pack --pack=NAME --board
      *                 puzzle-pack --list
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. puzzle-pack.

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

               select optional fd-pack-file
               assign to dynamic ws-pack-file-name
               organization is line sequential.

               select optional fd-progress-file
               assign to dynamic ws-progress-file-name
               organization is line sequential.

               select fd-progress-tmp
               assign to dynamic ws-progress-tmp-name
               organization is line sequential.

               select optional fd-ls-file
               assign to dynamic ws-ls-file-name
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

       fd  fd-pack-file.
       01  f-pack-line                 pic x(80).

       fd  fd-progress-file.
       copy "./src/copy/pack_progress_record.cpy".

       fd  fd-progress-tmp.
       01  f-progress-tmp-record       pic x(71).

       fd  fd-ls-file.
       01  f-ls-record                 pic x(80).

       working-storage section.

       copy "./src/copy/game_options.cpy".
       copy "./src/copy/game_result.cpy".

       01  ws-max-words                           constant as 30000.

       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-stage-file-name      pic x(40).
       01  ws-config-file-name     pic x(40) value "cobordle.cfg".
       01  ws-pack-file-name       pic x(40).
       01  ws-progress-file-name   pic x(40)
                                   value "cobordle_pack_progress.dat".
       01  ws-progress-tmp-name    pic x(40)
                                   value "cobordle_pack_progress.tmp".
       01  ws-ls-file-name         pic x(40)
                                   value "cobordle_pack_ls.tmp".
       01  ws-ls-command           pic x(200).
       01  ws-validate-command     pic x(200).
       01  ws-validate-rc          pic s9(9) comp.

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
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-mode-sw              pic a value 'P'.
           88  ws-play-mode        value 'P'.
           88  ws-board-mode       value 'B'.
           88  ws-list-mode        value 'L'.

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-today                pic 9(8).
       01  ws-stats-written-sw     pic a value 'N'.
           88  ws-stats-written    value 'Y'.
           88  ws-stats-not-written value 'N'.
       01  ws-stats-time-seq       pic 9(8).

      *> The pack: its name (the file name less ".pack"), title,
      *> length and words in playing order.
       01  ws-pack-name            pic x(20) value spaces.
       01  ws-pack-title           pic x(60).
       01  ws-pack-length          pic 9 comp.
       01  ws-max-pack-words       constant as 50.
       01  ws-pack-words           pic a(7)
                                   occurs ws-max-pack-words times.
       01  ws-pack-word-count      pic 9(2) comp value 0.
       01  ws-header-key           pic x(20).
       01  ws-header-value         pic x(60).
       01  ws-equals-count         pic 9(2) comp.

       01  ws-name-safe-sw         pic a value 'Y'.
           88  ws-name-safe        value 'Y'.
           88  ws-name-unsafe      value 'N'.
       01  ws-char-idx             pic 9(2) comp.

      *> Every progress row, all packs, so the file can be rewritten
      *> whole after each word.
       01  ws-max-progress         constant as 2000.
       01  ws-progress occurs ws-max-progress times.
           05  ws-pp-player        pic x(20).
           05  ws-pp-pack          pic x(20).
           05  ws-pp-done          pic 9(2).
           05  ws-pp-solved        pic 9(2).
           05  ws-pp-tries         pic 9(4).
           05  ws-pp-elapsed       pic 9(6).
           05  ws-pp-status        pic a.
           05  ws-pp-started       pic 9(8).
           05  ws-pp-finished      pic 9(8).
       01  ws-progress-count       pic 9(4) comp value 0.
       01  ws-prog-idx             pic 9(4) comp.
       01  ws-my-idx               pic 9(4) comp value 0.
       01  ws-next-word            pic 9(2) comp.

      *> The pack board: indexes into ws-progress, ranked.
       01  ws-board-rows           pic 9(4) comp
                                   occurs ws-max-progress times.
       01  ws-board-count          pic 9(4) comp value 0.
       01  ws-board-idx            pic 9(4) comp.
       01  ws-board-a              pic 9(4) comp.
       01  ws-board-b              pic 9(4) comp.
       01  ws-board-tmp            pic 9(4) comp.
       01  ws-sort-idx             pic 9(4) comp.
       01  ws-swapped-sw           pic a value 'N'.
           88  ws-swapped          value 'Y'.
           88  ws-not-swapped      value 'N'.
       01  ws-ahead-sw             pic a value 'N'.
           88  ws-b-ahead          value 'Y'.
           88  ws-b-not-ahead      value 'N'.

       01  ws-continue-sw          pic a value 'Y'.
           88  ws-continue         value 'Y'.
           88  ws-stop-pack        value 'N'.

       01  ws-rank-disp            pic zz9.
       01  ws-count-disp           pic z9.
       01  ws-count-disp-2         pic z9.
       01  ws-solved-disp          pic z9.
       01  ws-tries-disp           pic z(3)9.
       01  ws-minutes              pic 9(4) comp.
       01  ws-seconds              pic 9(2).
       01  ws-minutes-disp         pic z(3)9.
       01  ws-time-disp            pic x(8).
       01  ws-status-disp          pic x(8).

      *> Maintenance-window lock check before any round is dealt
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Sign-in against the registered-player master before any
      *> recorded round (see player-signin).
       copy "./src/copy/player_signin.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Puzzle packs"
           display space

           perform load-config-file

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if ws-list-mode then
               perform list-packs
               stop run
           end-if

           if ws-pack-name = spaces then
               display "Usage: puzzle-pack --pack=NAME "
                   "[--player=NAME] [--text-mode]"
               display "       puzzle-pack --pack=NAME --board"
               display "       puzzle-pack --list"
               stop run
           end-if

           perform check-pack-name
           if ws-name-unsafe then
               display "A pack name is letters, digits, - and _ only."
               move 8 to return-code
               stop run
           end-if

           move concat(trim(ws-pack-name) ".pack")
               to ws-pack-file-name
           perform load-pack

           if ws-pack-word-count = 0 then
               display concat(
                   "No words found in " trim(ws-pack-file-name) ".")
               move 8 to return-code
               stop run
           end-if

           perform load-progress

           if ws-board-mode then
               perform display-pack-board
               stop run
           end-if

           perform check-maintenance-lock

           move l-player-id to l-ps-player
           perform sign-in-player

           perform validate-pack
           if ws-validate-rc not = 0 then
               display concat(
                   "Pack " trim(ws-pack-name) " didn't pass "
                   "word-validate -- see pack_rejects.rpt. It "
                   "can't be played until the curator fixes it.")
               move 8 to return-code
               stop run
           end-if

           perform find-my-progress

           display concat("Pack: " trim(ws-pack-title))

           if ws-pp-status(ws-my-idx) = 'C' then
               display "You have already finished this pack."
               perform display-my-totals
               perform display-pack-board
               stop run
           end-if

           perform until ws-pp-done(ws-my-idx) >= ws-pack-word-count
               or ws-stop-pack

               perform play-pack-word

               if ws-continue
               and ws-pp-done(ws-my-idx) < ws-pack-word-count then
                   display "Next pack word? [Y/N]"
                   accept ws-continue-sw
                   move upper-case(ws-continue-sw)
                       to ws-continue-sw
               end-if
           end-perform

           perform display-my-totals

           if ws-pp-status(ws-my-idx) = 'C' then
               perform display-pack-board
           else
               display "Your place in the pack is saved -- run "
                   "puzzle-pack again to carry on."
           end-if

           call "disable-logger"
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
               for all "--pack="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--pack="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-pack-name
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--text-mode"
           if ws-cmd-found > 0 then
               set l-text-mode to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--board"
           if ws-cmd-found > 0 then
               set ws-board-mode to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--list"
           if ws-cmd-found > 0 then
               set ws-list-mode to true
           end-if

           exit paragraph.


      *> The pack name goes into a file name and the word-validate
      *> command line.
       check-pack-name.

           set ws-name-safe to true

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > 20

               evaluate ws-pack-name(ws-char-idx:1)
                   when space
                   when "A" thru "Z"
                   when "a" thru "z"
                   when "0" thru "9"
                   when "-"
                   when "_"
                       continue
                   when other
                       set ws-name-unsafe to true
               end-evaluate
           end-perform

           exit paragraph.


      *> Header lines set the title and length; every other line that
      *> isn't blank or a comment is the next word. word-validate
      *> has the final say on whether the pack is fit to play.
       load-pack.

           move spaces to ws-pack-title
           move 5 to ws-pack-length
           move 0 to ws-pack-word-count
           set ws-not-eof to true

           open input fd-pack-file

               perform until ws-eof
                   read fd-pack-file
                   at end set ws-eof to true
                   not at end
                       if f-pack-line not = spaces
                       and f-pack-line(1:1) not = "*" then
                           perform take-pack-line
                       end-if
                   end-read
               end-perform

           close fd-pack-file

           set ws-not-eof to true

           if ws-pack-title = spaces then
               move ws-pack-name to ws-pack-title
           end-if

           exit paragraph.


       take-pack-line.

           move 0 to ws-equals-count
           inspect f-pack-line tallying ws-equals-count for all "="

           if ws-equals-count > 0 then
               move spaces to ws-header-key
               move spaces to ws-header-value
               unstring f-pack-line delimited by "="
                   into ws-header-key ws-header-value
               move upper-case(trim(ws-header-key)) to ws-header-key
               evaluate ws-header-key
                   when "TITLE"
                       move trim(ws-header-value) to ws-pack-title
                   when "LENGTH"
                       move trim(ws-header-value) to ws-header-value
                       if ws-header-value(1:1) >= "4"
                       and ws-header-value(1:1) <= "7" then
                           move ws-header-value(1:1)
                               to ws-pack-length
                       end-if
               end-evaluate
               exit paragraph
           end-if

           if ws-pack-word-count < ws-max-pack-words then
               add 1 to ws-pack-word-count
               move upper-case(trim(f-pack-line))
                   to ws-pack-words(ws-pack-word-count)
           end-if

           exit paragraph.


      *> Runs word-validate over the pack; any finding leaves a
      *> nonzero return code and the details in pack_rejects.rpt.
       validate-pack.

           move concat(
               "./word-validate " trim(ws-pack-file-name)
               " > /dev/null 2>&1")
               to ws-validate-command
           call "SYSTEM" using ws-validate-command
           move return-code to ws-validate-rc
           move 0 to return-code

           exit paragraph.


      *> Every pack's progress rows. Should two rows ever name the
      *> same player and pack (a player-rename merge of two ids that
      *> both started it), the one further along is kept.
       load-progress.

           move 0 to ws-progress-count
           set ws-not-eof to true

           open input fd-progress-file

               perform until ws-eof
                   read fd-progress-file
                   at end set ws-eof to true
                   not at end
                       if f-pp-player not = spaces then
                           perform take-progress-row
                       end-if
                   end-read
               end-perform

           close fd-progress-file

           set ws-not-eof to true

           exit paragraph.


       take-progress-row.

           perform varying ws-prog-idx from 1 by 1
               until ws-prog-idx > ws-progress-count
               if ws-pp-player(ws-prog-idx) = f-pp-player
               and ws-pp-pack(ws-prog-idx) = f-pp-pack then
                   exit perform
               end-if
           end-perform

           if ws-prog-idx <= ws-progress-count then
               if f-pp-done <= ws-pp-done(ws-prog-idx) then
                   exit paragraph
               end-if
           else
               if ws-progress-count >= ws-max-progress then
                   exit paragraph
               end-if
               add 1 to ws-progress-count
               move ws-progress-count to ws-prog-idx
           end-if

           move f-pp-player to ws-pp-player(ws-prog-idx)
           move f-pp-pack to ws-pp-pack(ws-prog-idx)
           move f-pp-done to ws-pp-done(ws-prog-idx)
           move f-pp-solved to ws-pp-solved(ws-prog-idx)
           move f-pp-tries to ws-pp-tries(ws-prog-idx)
           move f-pp-elapsed to ws-pp-elapsed(ws-prog-idx)
           move f-pp-status to ws-pp-status(ws-prog-idx)
           move f-pp-started to ws-pp-started(ws-prog-idx)
           move f-pp-finished to ws-pp-finished(ws-prog-idx)

           exit paragraph.


      *> The signed-in player's row for this pack, started fresh the
      *> first time they play it.
       find-my-progress.

           move 0 to ws-my-idx

           perform varying ws-prog-idx from 1 by 1
               until ws-prog-idx > ws-progress-count
               if ws-pp-player(ws-prog-idx) = l-player-id
               and ws-pp-pack(ws-prog-idx) = ws-pack-name then
                   move ws-prog-idx to ws-my-idx
                   exit perform
               end-if
           end-perform

           if ws-my-idx > 0 then
               exit paragraph
           end-if

           if ws-progress-count >= ws-max-progress then
               display "The pack progress file is full."
               move 8 to return-code
               stop run
           end-if

           add 1 to ws-progress-count
           move ws-progress-count to ws-my-idx
           move l-player-id to ws-pp-player(ws-my-idx)
           move ws-pack-name to ws-pp-pack(ws-my-idx)
           move 0 to ws-pp-done(ws-my-idx)
           move 0 to ws-pp-solved(ws-my-idx)
           move 0 to ws-pp-tries(ws-my-idx)
           move 0 to ws-pp-elapsed(ws-my-idx)
           move 'P' to ws-pp-status(ws-my-idx)
           move function current-date(1:8)
               to ws-pp-started(ws-my-idx)
           move 0 to ws-pp-finished(ws-my-idx)

           exit paragraph.


      *> The next word in the pack, dealt the way drill deals a
      *> chosen word: handed to word-loader as the word to resume.
       play-pack-word.

           compute ws-next-word = ws-pp-done(ws-my-idx) + 1

           move ws-pack-length to l-word-length
           move ws-pack-words(ws-next-word) to l-resume-word
           call "word-loader" using ws-word-data l-game-options

           if ws-current-word not = ws-pack-words(ws-next-word) then
               display "Error loading word list. Exiting..."
               set ws-stop-pack to true
               exit paragraph
           end-if

           move ws-next-word to ws-count-disp
           move ws-pack-word-count to ws-count-disp-2
           display space
           display concat(
               "Pack word " trim(ws-count-disp) " of "
               trim(ws-count-disp-2))
           display space

           move concat(
               function current-date(3:12) l-player-id(1:4))
               to l-game-id

           call "run-game" using
               ws-word-data ws-cheat-flag l-game-result
               l-game-options

           perform record-pack-game-stats
           perform note-pack-progress

           exit paragraph.


      *> Same stats row tournament records per round, under the
      *> "pack" category so the normal leaderboard and the seasonal
      *> race leave pack rounds out.
       record-pack-game-stats.

           move function current-date(1:8) to ws-today
           accept ws-stats-time-seq from time

           move l-player-id to f-stats-player
           move ws-today to f-stats-date
           move ws-stats-time-seq to f-stats-seq
           move l-result-word to f-stats-word
           move l-result-tries to f-stats-tries
           move l-result-solved-flag to f-stats-solved

           set f-stats-v2 to true
           move 'N' to f-stats-daily-flag
           move l-hard-mode-flag to f-stats-hard-flag
           move l-word-length to f-stats-length
           move "pack" to f-stats-category
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


       note-pack-progress.

           add 1 to ws-pp-done(ws-my-idx)
           add l-result-elapsed-seconds to ws-pp-elapsed(ws-my-idx)

           if l-result-solved then
               add 1 to ws-pp-solved(ws-my-idx)
               add l-result-tries to ws-pp-tries(ws-my-idx)
           else
               compute ws-pp-tries(ws-my-idx) =
                   ws-pp-tries(ws-my-idx) + l-max-tries + 1
           end-if

           if ws-pp-done(ws-my-idx) >= ws-pack-word-count then
               move 'C' to ws-pp-status(ws-my-idx)
               move function current-date(1:8)
                   to ws-pp-finished(ws-my-idx)
           end-if

           perform rewrite-progress

           exit paragraph.


       rewrite-progress.

           open output fd-progress-tmp

               perform varying ws-prog-idx from 1 by 1
                   until ws-prog-idx > ws-progress-count

                   move ws-pp-player(ws-prog-idx) to f-pp-player
                   move ws-pp-pack(ws-prog-idx) to f-pp-pack
                   move ws-pp-done(ws-prog-idx) to f-pp-done
                   move ws-pp-solved(ws-prog-idx) to f-pp-solved
                   move ws-pp-tries(ws-prog-idx) to f-pp-tries
                   move ws-pp-elapsed(ws-prog-idx) to f-pp-elapsed
                   move ws-pp-status(ws-prog-idx) to f-pp-status
                   move ws-pp-started(ws-prog-idx) to f-pp-started
                   move ws-pp-finished(ws-prog-idx) to f-pp-finished
                   write f-progress-tmp-record
                       from f-pack-progress-record
               end-perform

           close fd-progress-tmp

           call "CBL_DELETE_FILE" using ws-progress-file-name
           call "CBL_RENAME_FILE" using
               ws-progress-tmp-name ws-progress-file-name

           exit paragraph.


       display-my-totals.

           move ws-pp-done(ws-my-idx) to ws-count-disp
           move ws-pack-word-count to ws-count-disp-2
           move ws-pp-tries(ws-my-idx) to ws-tries-disp
           move ws-my-idx to ws-board-a
           perform format-board-time

           display space
           display concat(
               "Words played: " trim(ws-count-disp) " of "
               trim(ws-count-disp-2)
               "   Total tries: " trim(ws-tries-disp)
               "   Total time: " trim(ws-time-disp))

           exit paragraph.


      *> ==================== pack board ====================

       display-pack-board.

           move 0 to ws-board-count

           perform varying ws-prog-idx from 1 by 1
               until ws-prog-idx > ws-progress-count
               if ws-pp-pack(ws-prog-idx) = ws-pack-name
               and ws-pp-done(ws-prog-idx) > 0 then
                   add 1 to ws-board-count
                   move ws-prog-idx to ws-board-rows(ws-board-count)
               end-if
           end-perform

           perform sort-pack-board

           display space
           display concat("Pack board: " trim(ws-pack-title))
           display "==========================================="
               "================="
           display "Rank Player               Words Solved "
               "Tries   Time Status"

           if ws-board-count = 0 then
               display "(nobody has played this pack yet)"
               exit paragraph
           end-if

           move ws-pack-word-count to ws-count-disp-2

           perform varying ws-board-idx from 1 by 1
               until ws-board-idx > ws-board-count
               move ws-board-rows(ws-board-idx) to ws-board-a
               move ws-board-idx to ws-rank-disp
               move ws-pp-done(ws-board-a) to ws-count-disp
               move ws-pp-solved(ws-board-a) to ws-solved-disp
               move ws-pp-tries(ws-board-a) to ws-tries-disp
               perform format-board-time
               if ws-pp-status(ws-board-a) = 'C' then
                   move "finished" to ws-status-disp
               else
                   move "playing" to ws-status-disp
               end-if
               display concat(
                   ws-rank-disp "  " ws-pp-player(ws-board-a) " "
                   ws-count-disp "/" ws-count-disp-2 "     "
                   ws-solved-disp "  "
                   ws-tries-disp ws-time-disp
                   ws-status-disp)
           end-perform

           exit paragraph.


      *> Total seconds of the row in ws-board-a as minutes:seconds.
       format-board-time.

           divide ws-pp-elapsed(ws-board-a) by 60
               giving ws-minutes remainder ws-seconds
           move ws-minutes to ws-minutes-disp
           move concat(ws-minutes-disp ":" ws-seconds)
               to ws-time-disp

           exit paragraph.


      *> Bubble sort, same hand-rolled idiom leaderboard-report uses:
      *> finished ahead of still playing, further along ahead, then
      *> fewer tries, then less time.
       sort-pack-board.

           set ws-swapped to true

           perform until ws-not-swapped
               set ws-not-swapped to true
               perform varying ws-sort-idx from 1 by 1
                   until ws-sort-idx >= ws-board-count
                   move ws-board-rows(ws-sort-idx) to ws-board-a
                   move ws-board-rows(ws-sort-idx + 1) to ws-board-b
                   perform compare-board-rows
                   if ws-b-ahead then
                       move ws-board-a to ws-board-tmp
                       move ws-board-b to ws-board-rows(ws-sort-idx)
                       move ws-board-tmp
                           to ws-board-rows(ws-sort-idx + 1)
                       set ws-swapped to true
                   end-if
               end-perform
           end-perform

           exit paragraph.


       compare-board-rows.

           set ws-b-not-ahead to true

           evaluate true
               when ws-pp-status(ws-board-b) = 'C'
                   and ws-pp-status(ws-board-a) not = 'C'
                   set ws-b-ahead to true
               when ws-pp-status(ws-board-a) = 'C'
                   and ws-pp-status(ws-board-b) not = 'C'
                   continue
               when ws-pp-done(ws-board-b) > ws-pp-done(ws-board-a)
                   set ws-b-ahead to true
               when ws-pp-done(ws-board-b) < ws-pp-done(ws-board-a)
                   continue
               when ws-pp-tries(ws-board-b) < ws-pp-tries(ws-board-a)
                   set ws-b-ahead to true
               when ws-pp-tries(ws-board-b) > ws-pp-tries(ws-board-a)
                   continue
               when ws-pp-elapsed(ws-board-b)
                   < ws-pp-elapsed(ws-board-a)
                   set ws-b-ahead to true
           end-evaluate

           exit paragraph.


      *> ==================== pack list ====================

       list-packs.

           move concat(
               "ls -1 *.pack 2>/dev/null > "
               trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           display "Pack                 Words Title"

           set ws-not-eof to true

           open input fd-ls-file

               perform until ws-eof
                   read fd-ls-file
                   at end set ws-eof to true
                   not at end
                       perform list-one-pack
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           exit paragraph.


       list-one-pack.

           move spaces to ws-pack-name
           unstring f-ls-record delimited by ".pack"
               into ws-pack-name
           move trim(f-ls-record) to ws-pack-file-name

      *>   load-pack reads to its own end of file; the listing is
      *>   still being read, so its switch is put back after.
           perform load-pack
           set ws-not-eof to true

           move ws-pack-word-count to ws-count-disp
           display concat(
               ws-pack-name " " ws-count-disp "    "
               trim(ws-pack-title))

           exit paragraph.


      *> Refuses to deal a round while an administrative run holds
      *> the maintenance lock: a game played now would write its rows
      *> into the middle of a restore or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "puzzle-pack" to l-ml-program
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

       end program puzzle-pack.
