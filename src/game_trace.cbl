      ******************************************************************
      * Purpose: Game-id trace. Every round's game id is stamped into
      *          the stats row, the audit rows, the transcript header,
      *          the scoreboard submission and the bank credit; this
      *          takes one id and shows every place it turns up, so
      *          "what happened to game X" is one inquiry instead of
      *          six files opened by hand:
      *            - the stats row (the indexed file, a player's
      *              staging file not yet collected, or a dated stats
      *              archive);
      *            - the audit rows, with each row's chain status as
      *              audit-verify would see it, and any rows already
      *              moved to the player's audit archives;
      *            - the session-index row and its transcript, loose
      *              or packed, checked against the transcript's
      *              Game-Id header;
      *            - pending and delivered scoreboard queue rows;
      *            - bank movements naming the game;
      *            - badges unlocked and rating history that day;
      *            - any multi-board, tournament, challenge or
      *              knockout-cup row, and any dispute or correction
      *              filed against the game.
      *          Then anything the round should have left behind but
      *          didn't is flagged. What is expected depends on how
      *          the round was played (only the main game writes a
      *          transcript, a bank credit and a submission); where
      *          the files can't say -- a solo round and a head-to-
      *          head round look alike -- the gap is listed to be
      *          checked rather than flagged, as bank-reconcile does.
      *
      *          Usage: game-trace --game=GAMEID [--player=NAME]
      *                     [--print]
      *          Without --player the owner is found from the stats
      *          row, else from the other files that carry the id.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. game-trace.

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

      *>       Staging files and stats archives: the same 100 bytes
      *>       as the stats record, line sequential.
               select optional fd-stats-copy-file
               assign to dynamic ws-copy-file-name
               organization is line sequential.

               select optional fd-player-file
               assign to dynamic ws-player-file-name
               organization is line sequential.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name
               organization is line sequential.

               select optional fd-ls-file
               assign to dynamic ws-ls-file-name
               organization is line sequential.

               select optional fd-config-file
               assign to dynamic ws-config-file-name
               organization is line sequential.

               select optional fd-session-index-file
               assign to dynamic ws-session-index-file-name
               organization is line sequential.

               select optional fd-transcript-file
               assign to dynamic ws-transcript-file-name
               organization is line sequential.

               select optional fd-pending-file
               assign to dynamic ws-pending-file-name
               organization is line sequential.

               select optional fd-delivered-file
               assign to dynamic ws-delivered-file-name
               organization is line sequential.

               select optional fd-bank-file
               assign to dynamic ws-bank-file-name
               organization is line sequential.

               select optional fd-achieve-file
               assign to dynamic ws-achieve-file-name
               organization is line sequential.

               select optional fd-hist-file
               assign to dynamic ws-hist-file-name
               organization is line sequential.

               select optional fd-multi-file
               assign to dynamic ws-multi-file-name
               organization is line sequential.

               select optional fd-tournament-file
               assign to dynamic ws-tournament-file-name
               organization is line sequential.

               select optional fd-state-file
               assign to dynamic ws-state-file-name
               organization is line sequential.

               select optional fd-cup-file
               assign to dynamic ws-cup-file-name
               organization is line sequential.

               select optional fd-dispute-file
               assign to dynamic ws-dispute-file-name
               organization is line sequential.

               select optional fd-correction-file
               assign to dynamic ws-correction-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       fd  fd-stats-copy-file.
       01  f-stats-copy-record         pic x(100).

       fd  fd-player-file.
       copy "./src/copy/player_record.cpy".

       fd  fd-audit-file.
       copy "./src/copy/audit_record.cpy".

       fd  fd-ls-file.
       01  f-ls-record                 pic x(80).

       fd  fd-config-file.
       01  f-config-record             pic x(80).

       fd  fd-session-index-file.
       copy "./src/copy/session_index_record.cpy".

       fd  fd-transcript-file.
       01  f-transcript-record         pic x(80).

       fd  fd-pending-file.
       copy "./src/copy/pending_score_record.cpy".

      *> The delivered log: the queued row's first 54 bytes, then the
      *> delivery date (see score-retry).
       fd  fd-delivered-file.
       01  f-delivered-record.
           05  f-delivered-pending.
               10  f-delivered-player  pic x(20).
               10  f-delivered-word    pic a(7).
               10  f-delivered-tries   pic 9(2).
               10  f-delivered-solved  pic a.
               10  f-delivered-date    pic 9(8).
               10  f-delivered-game-id pic x(16).
           05  f-delivered-on          pic 9(8).
           05  f-delivered-site        pic x(10).
           05  f-delivered-daily       pic a.

       fd  fd-bank-file.
       copy "./src/copy/bank_record.cpy".

       fd  fd-achieve-file.
       copy "./src/copy/achieve_record.cpy".

      *> Rating history rows, as rating-update appends them.
       fd  fd-hist-file.
       01  f-hist-record.
           05  f-hist-date             pic 9(8).
           05  f-hist-player           pic x(20).
           05  f-hist-opponent         pic x(20).
           05  f-hist-old-rating       pic 9(4).
           05  f-hist-new-rating       pic 9(4).
           05  f-hist-source           pic x(4).

       fd  fd-multi-file.
       copy "./src/copy/multi_result_record.cpy".

      *> Tournament rows, as tournament writes them.
       fd  fd-tournament-file.
       01  f-tournament-record.
           05  f-trn-id                pic x(14).
           05  f-trn-round             pic 9(2).
           05  f-trn-player            pic x(20).
           05  f-trn-word              pic a(7).
           05  f-trn-tries             pic 9(2).
           05  f-trn-solved            pic a.
           05  f-trn-elapsed           pic 9(5).
           05  f-trn-points            pic 9(3).

      *> Challenge state rows, as challenge writes them.
       fd  fd-state-file.
       01  f-state-record.
           05  f-state-id              pic x(24).
           05  f-state-role            pic x.
           05  f-state-opponent        pic x(20).
           05  f-state-word            pic a(7).
           05  f-state-tries           pic 9(2).
           05  f-state-solved          pic a.
           05  f-state-date            pic 9(8).

       fd  fd-cup-file.
       copy "./src/copy/cup_record.cpy".

       fd  fd-dispute-file.
       copy "./src/copy/dispute_record.cpy".

       fd  fd-correction-file.
       copy "./src/copy/correction_record.cpy".

       working-storage section.

       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-copy-file-name       pic x(80).
       01  ws-player-file-name     pic x(40)
                                   value "cobordle_players.dat".
       01  ws-audit-file-name      pic x(80).
       01  ws-ls-file-name         pic x(40)
                                   value "cobordle_trace_ls.tmp".
       01  ws-ls-command           pic x(200).
       01  ws-config-file-name     pic x(40) value "cobordle.cfg".
       01  ws-session-index-file-name pic x(40)
                                   value "cobordle_session_index.dat".
       01  ws-transcript-file-name pic x(40).
       01  ws-pending-file-name    pic x(40)
                                   value "cobordle_pending_scores.dat".
       01  ws-delivered-file-name  pic x(40)
                                 value "cobordle_delivered_scores.dat".
       01  ws-bank-file-name       pic x(40).
       01  ws-achieve-file-name    pic x(40).
       01  ws-hist-file-name       pic x(40)
                                   value "cobordle_rating_hist.dat".
       01  ws-multi-file-name      pic x(40)
                                   value "cobordle_multi_results.dat".
       01  ws-tournament-file-name pic x(40)
                                   value "cobordle_tournament.dat".
       01  ws-state-file-name      pic x(40)
                                   value "cobordle_challenges.dat".
       01  ws-cup-file-name        pic x(40) value "cobordle_cup.dat".
       01  ws-dispute-file-name    pic x(40)
                                   value "cobordle_disputes.dat".
       01  ws-correction-file-name pic x(40)
                                   value "cobordle_corrections.dat".

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.
       01  ws-ls-eof-sw            pic a value 'N'.
           88  ws-ls-eof           value 'Y'.
           88  ws-ls-not-eof       value 'N'.

       01  ws-cmd-args             pic x(200).
       01  ws-arg-discard          pic x(200).
       01  ws-arg-remainder        pic x(200).
       01  ws-cmd-found            pic 9(2) comp.
       01  ws-print-sw             pic a value 'N'.
           88  ws-print-active     value 'Y'.
           88  ws-print-off        value 'N'.
       01  ws-print-report-name    pic x(30) value "GAME TRACE".
       01  ws-print-line           pic x(132).

       01  ws-game-id              pic x(16) value spaces.
       01  ws-owner                pic x(20) value spaces.
       01  ws-owner-source         pic x(40) value spaces.
       01  ws-today                pic 9(8).

      *> What the id itself says: a normal id is the start time
      *> (YYMMDDHHMMSS) plus the head of the player id, so it gives
      *> the calendar date and the first letters of the owner; a
      *> knockout-cup id is "KO" + cup id + round + tie + side.
       01  ws-id-date              pic 9(8) value 0.
       01  ws-id-player-head       pic x(4) value spaces.
       01  ws-cup-sw               pic a value 'N'.
           88  ws-cup-game         value 'Y'.
       01  ws-id-cup-id            pic 9(8) value 0.
       01  ws-id-cup-round         pic 9 value 0.
       01  ws-id-cup-tie           pic 9(2) value 0.
       01  ws-id-cup-side          pic a value space.
       01  ws-game-date            pic 9(8) value 0.
       01  ws-game-word            pic a(7) value spaces.

      *> The stats row, wherever it was found.
       01  ws-st-count             pic 9(3) comp value 0.
       01  ws-st-record            pic x(100).
       01  ws-st-where             pic x(80).
       01  ws-st-points            pic 9(5) value 0.
       01  ws-st-category          pic x(20) value spaces.
       01  ws-st-tries             pic 9(2) value 0.
       01  ws-st-v2-sw             pic a value 'N'.
           88  ws-st-v2            value 'Y'.
       01  ws-st-migrated-sw       pic a value 'N'.
           88  ws-st-migrated      value 'Y'.
       01  ws-st-copy-kind         pic x(10).

      *> Owner search through the audit logs when nothing else
      *> names the player.
       01  ws-max-players          constant as 200.
       01  ws-players              pic x(20)
                                   occurs ws-max-players times.
       01  ws-player-count         pic 9(3) comp value 0.
       01  ws-player-idx           pic 9(3) comp.
       01  ws-find-player          pic x(20).

      *> Audit chain walk -- the same position-weighted byte sum
      *> record-audit-entry writes and audit-verify checks.
       01  ws-chain-prev           pic 9(9) comp.
       01  ws-chain-sum            pic 9(9) comp.
       01  ws-chain-idx            pic 9(2) comp.
       01  ws-chain-value          pic 9(8).
       01  ws-anchor-sw            pic a value 'N'.
           88  ws-anchored         value 'Y'.
           88  ws-not-anchored     value 'N'.
       01  ws-broken-sw            pic a value 'N'.
           88  ws-chain-broken     value 'Y'.
           88  ws-chain-intact     value 'N'.
       01  ws-row-num              pic 9(7) comp.
       01  ws-broken-row           pic 9(7) comp.
       01  ws-chain-status         pic x(12).
       01  ws-audit-live-rows      pic 9(3) comp value 0.
       01  ws-audit-arch-rows      pic 9(3) comp value 0.
       01  ws-audit-play-rows      pic 9(3) comp value 0.
       01  ws-audit-practice-rows  pic 9(3) comp value 0.
       01  ws-audit-bad-rows       pic 9(3) comp value 0.
       01  ws-audit-file-shown-sw  pic a value 'N'.
           88  ws-audit-file-shown value 'Y'.
           88  ws-audit-file-not-shown value 'N'.

      *> Session index rows that may be this game's, and what their
      *> transcripts said.
       01  ws-max-sidx             constant as 10.
       01  ws-sidx occurs ws-max-sidx times.
           05  ws-sx-timestamp     pic x(14).
           05  ws-sx-file-name     pic x(40).
       01  ws-sidx-count           pic 9(2) comp value 0.
       01  ws-sidx-idx             pic 9(2) comp.
       01  ws-ts-status            pic a.
           88  ws-ts-confirmed     value 'C'.
           88  ws-ts-differs       value 'D'.
           88  ws-ts-missing       value 'M'.
           88  ws-ts-no-header     value 'N'.
       01  ws-ts-game-id           pic x(16).
       01  ws-ts-lines             pic 9(5) comp.
       01  ws-ts-in-section-sw     pic a value 'N'.
           88  ws-ts-in-section    value 'Y'.
           88  ws-ts-not-in-section value 'N'.
       01  ws-ts-timestamp         pic x(14).
       01  ws-ts-packed-sw         pic a value 'N'.
           88  ws-ts-packed        value 'Y'.
           88  ws-ts-loose         value 'N'.
       01  ws-transcript-sw        pic a value 'N'.
           88  ws-transcript-confirmed value 'Y'.
       01  ws-transcript-bad-sw    pic a value 'N'.
           88  ws-transcript-bad   value 'Y'.

      *> What turned up elsewhere.
       01  ws-pending-count        pic 9(3) comp value 0.
       01  ws-delivered-count      pic 9(3) comp value 0.
       01  ws-credit-count         pic 9(3) comp value 0.
       01  ws-multi-count          pic 9(3) comp value 0.
       01  ws-tournament-count     pic 9(3) comp value 0.
       01  ws-challenge-count      pic 9(3) comp value 0.
       01  ws-cup-tie-count        pic 9(3) comp value 0.
       01  ws-cup-played           pic a value space.
       01  ws-submit-sw            pic a value 'N'.
           88  ws-submit-configured value 'Y'.
       01  ws-origin               pic x(40) value spaces.
       01  ws-origin-known-sw      pic a value 'N'.
           88  ws-origin-known     value 'Y'.
           88  ws-origin-unknown   value 'N'.
       01  ws-main-game-sw         pic a value 'N'.
           88  ws-main-game        value 'Y'.

      *> Expected but missing (flags) and gaps worth a look (checks).
       01  ws-max-notes            constant as 20.
       01  ws-flags                pic x(120)
                                   occurs ws-max-notes times.
       01  ws-flag-count           pic 9(2) comp value 0.
       01  ws-checks               pic x(120)
                                   occurs ws-max-notes times.
       01  ws-check-count          pic 9(2) comp value 0.
       01  ws-note-idx             pic 9(2) comp.
       01  ws-note-text            pic x(120).

       01  ws-config-key           pic x(20).
       01  ws-config-value         pic x(40).

       01  ws-section-found        pic 9(5) comp.
       01  ws-tally                pic 9(3) comp.
       01  ws-tries-disp           pic z9.
       01  ws-amount-disp          pic z(4)9.
       01  ws-count-disp           pic z(6)9.
       01  ws-row-disp             pic z(6)9.
       01  ws-mode-desc            pic x(30).
       01  ws-board-idx            pic 9 comp.

       procedure division.

       main-procedure.

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if ws-game-id = spaces then
               display "Usage: game-trace --game=GAMEID "
                   "[--player=NAME] [--print]"
               stop run
           end-if

           if ws-print-active then
               call "print-open" using ws-print-report-name
           end-if

           call "game-day" using ws-today

           perform decode-game-id
           perform load-config-file

           perform find-stats-row

           if ws-owner = spaces then
               perform find-owner-elsewhere
           end-if

           if ws-game-date = 0 then
               move ws-id-date to ws-game-date
           end-if

           perform show-trace-heading

           perform show-stats-section
           perform trace-audit-rows
           perform trace-multi-board
           perform trace-tournament
           perform trace-challenge
           if ws-cup-game then
               perform trace-cup-tie
           end-if
           perform trace-session-index
           perform trace-score-queue
           perform trace-bank
           perform trace-badges
           perform trace-rating-history
           perform trace-disputes
           perform trace-corrections

           perform judge-expectations
           perform show-findings

           if ws-print-active then
               call "print-close"
           end-if

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--game="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--game="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-game-id
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--player="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--player="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-owner
               move upper-case(ws-owner) to ws-owner
               move "--player" to ws-owner-source
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--print"
           if ws-cmd-found > 0 then
               set ws-print-active to true
           end-if

           exit paragraph.


       decode-game-id.

           if ws-game-id(1:2) = "KO" then
               if ws-game-id(3:11) is numeric then
                   set ws-cup-game to true
                   move ws-game-id(3:8) to ws-id-cup-id
                   move ws-game-id(11:1) to ws-id-cup-round
                   move ws-game-id(12:2) to ws-id-cup-tie
                   move ws-game-id(14:1) to ws-id-cup-side
               end-if
               exit paragraph
           end-if

           if ws-game-id(1:12) is numeric then
               move concat("20" ws-game-id(1:6)) to ws-id-date
               move ws-game-id(13:4) to ws-id-player-head
           end-if

           exit paragraph.


      *> Only SUBMIT-SCORES matters here: with it on in cobordle.cfg
      *> every main-game round leaves a pending or delivered row.
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
                           if ws-config-key = "SUBMIT-SCORES"
                           and upper-case(trim(ws-config-value))
                               = "Y" then
                               set ws-submit-configured to true
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-config-file

           set ws-not-eof to true

           exit paragraph.


      *> The indexed file first, then the staging files (a round
      *> played from the shared directory and not yet collected),
      *> then the dated archives. The indexed file is read by its
      *> game-id key, so every row carrying the id comes back
      *> together.
       find-stats-row.

           set ws-not-eof to true

           move ws-game-id to f-stats-game-id

           open input fd-stats-file

               start fd-stats-file key = f-stats-game-id
               invalid key set ws-eof to true
               end-start

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       if f-stats-game-id not = ws-game-id then
                           set ws-eof to true
                       else
                           if f-stats-v2 then
                               move ws-stats-file-name
                                   to ws-st-where
                               perform note-stats-row
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           set ws-not-eof to true

           if ws-st-count = 0 then
               move "staging" to ws-st-copy-kind
               move concat(
                   "ls -1 cobordle_stage_*.dat 2>/dev/null > "
                   trim(ws-ls-file-name))
                   to ws-ls-command
               perform scan-stats-copies
           end-if

           if ws-st-count = 0 then
               move "archive" to ws-st-copy-kind
               move concat(
                   "ls -1 cobordle_stats_archive_*.dat "
                   "2>/dev/null > " trim(ws-ls-file-name))
                   to ws-ls-command
               perform scan-stats-copies
           end-if

           exit paragraph.


       scan-stats-copies.

           call "SYSTEM" using ws-ls-command

           set ws-ls-not-eof to true

           open input fd-ls-file

               perform until ws-ls-eof
                   read fd-ls-file
                   at end set ws-ls-eof to true
                   not at end
                       if f-ls-record not = spaces then
                           move f-ls-record to ws-copy-file-name
                           perform scan-one-stats-copy
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           exit paragraph.


       scan-one-stats-copy.

           set ws-not-eof to true

           open input fd-stats-copy-file

               perform until ws-eof
                   read fd-stats-copy-file into f-stats-record
                   at end set ws-eof to true
                   not at end
                       if f-stats-v2
                       and f-stats-game-id = ws-game-id then
                           move ws-copy-file-name to ws-st-where
                           perform note-stats-row
                       end-if
                   end-read
               end-perform

           close fd-stats-copy-file

           set ws-not-eof to true

           exit paragraph.


      *> The first row found is the one shown; any further row with
      *> the same id is a double recording and is flagged.
       note-stats-row.

           add 1 to ws-st-count

           if ws-st-count > 1 then
               move concat(
                   "Game id recorded more than once -- another "
                   "stats row in " trim(ws-st-where))
                   to ws-note-text
               perform add-flag
               exit paragraph
           end-if

           move f-stats-record to ws-st-record
           move f-stats-points to ws-st-points
           move f-stats-category to ws-st-category
           move f-stats-tries to ws-st-tries
           move f-stats-date to ws-game-date
           move f-stats-word to ws-game-word
           set ws-st-v2 to true
           if f-stats-migrated-flag = 'Y' then
               set ws-st-migrated to true
           end-if

           if ws-owner = spaces then
               move f-stats-player to ws-owner
               move "the stats row" to ws-owner-source
           end-if

           exit paragraph.


      *> No stats row: the multi-board file or the cup bracket may
      *> name the player, and failing those the audit logs are
      *> searched (narrowed to ids starting with the head the game id
      *> carries).
       find-owner-elsewhere.

           set ws-not-eof to true

           open input fd-multi-file

               perform until ws-eof
                   read fd-multi-file
                   at end set ws-eof to true
                   not at end
                       if f-multi-game-id = ws-game-id then
                           move f-multi-player to ws-owner
                           move f-multi-date to ws-game-date
                           move "the multi-board results"
                               to ws-owner-source
                           set ws-eof to true
                       end-if
                   end-read
               end-perform

           close fd-multi-file

           set ws-not-eof to true

           if ws-owner not = spaces then
               exit paragraph
           end-if

           if ws-cup-game then
               perform find-cup-owner
               if ws-owner not = spaces then
                   exit paragraph
               end-if
           end-if

           perform load-player-master
           perform note-stats-players

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count
               or ws-owner not = spaces
               if ws-id-player-head = spaces
               or ws-players(ws-player-idx)(1:4)
                   = ws-id-player-head then
                   move concat(
                       "cobordle_audit_"
                       trim(ws-players(ws-player-idx)) ".log")
                       to ws-audit-file-name
                   perform probe-audit-for-game
               end-if
           end-perform

           exit paragraph.


       find-cup-owner.

           set ws-not-eof to true

           open input fd-cup-file

               perform until ws-eof
                   read fd-cup-file
                   at end set ws-eof to true
                   not at end
                       if f-cupt-is-tie
                       and f-cupt-cup-id = ws-id-cup-id
                       and f-cupt-round = ws-id-cup-round
                       and f-cupt-tie = ws-id-cup-tie then
                           if ws-id-cup-side = "A" then
                               move f-cupt-player-a to ws-owner
                           else
                               move f-cupt-player-b to ws-owner
                           end-if
                           move f-cupt-word to ws-game-word
                           move "the knockout-cup bracket"
                               to ws-owner-source
                           set ws-eof to true
                       end-if
                   end-read
               end-perform

           close fd-cup-file

           set ws-not-eof to true

           exit paragraph.


       load-player-master.

           set ws-not-eof to true

           open input fd-player-file

               perform until ws-eof
                   read fd-player-file
                   at end set ws-eof to true
                   not at end
                       if f-plyr-id not = spaces then
                           move f-plyr-id to ws-find-player
                           perform find-or-add-player
                       end-if
                   end-read
               end-perform

           close fd-player-file

           set ws-not-eof to true

           exit paragraph.


       note-stats-players.

           set ws-not-eof to true

           open input fd-stats-file

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       if f-stats-player not = ws-find-player then
                           move f-stats-player to ws-find-player
                           perform find-or-add-player
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           set ws-not-eof to true

           exit paragraph.


       find-or-add-player.

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count
               if ws-players(ws-player-idx) = ws-find-player then
                   exit paragraph
               end-if
           end-perform

           if ws-player-count < ws-max-players then
               add 1 to ws-player-count
               move ws-find-player to ws-players(ws-player-count)
           end-if

           exit paragraph.


       probe-audit-for-game.

           set ws-not-eof to true

           open input fd-audit-file

               perform until ws-eof
                   read fd-audit-file
                   at end set ws-eof to true
                   not at end
                       if f-audit-game-id = ws-game-id then
                           move ws-players(ws-player-idx)
                               to ws-owner
                           move f-audit-date to ws-game-date
                           move f-audit-word to ws-game-word
                           move "the audit trail" to ws-owner-source
                           set ws-eof to true
                       end-if
                   end-read
               end-perform

           close fd-audit-file

           set ws-not-eof to true

           exit paragraph.


       show-trace-heading.

           move "COBORDLE - Game trace" to ws-print-line
           perform emit-line
           move spaces to ws-print-line
           perform emit-line

           move concat("Game id: " trim(ws-game-id))
               to ws-print-line
           perform emit-line

           if ws-owner = spaces then
               move "Player:  not found in any file that carries "
                   & "the id" to ws-print-line
           else
               move concat(
                   "Player:  " trim(ws-owner)
                   "  (from " trim(ws-owner-source) ")")
                   to ws-print-line
           end-if
           perform emit-line

           if ws-game-date > 0 then
               move concat("Date:    " ws-game-date)
                   to ws-print-line
               if ws-game-word not = spaces then
                   move concat(
                       trim(ws-print-line) "   Word: "
                       trim(ws-game-word))
                       to ws-print-line
               end-if
               perform emit-line
           end-if

           exit paragraph.


       show-stats-section.

           perform start-section
           move "Stats row" to ws-print-line
           perform emit-line

           if ws-st-count = 0 then
               move "  none found (stats file, staging files or "
                   & "stats archives)" to ws-print-line
               perform emit-line
               exit paragraph
           end-if

           move ws-st-record to f-stats-record

           move concat("  In " trim(ws-st-where))
               to ws-print-line
           perform emit-line

           perform set-stats-mode-desc
           move f-stats-tries to ws-tries-disp
           move f-stats-points to ws-amount-disp
           move concat(
               "  " f-stats-date " " f-stats-player " "
               f-stats-word " tries " ws-tries-disp
               " solved " f-stats-solved
               " points " trim(ws-amount-disp)
               "  " trim(ws-mode-desc))
               to ws-print-line
           perform emit-line

           if f-stats-category not = spaces then
               move concat(
                   "  Category: " trim(f-stats-category))
                   to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


       set-stats-mode-desc.

           move spaces to ws-mode-desc

           if f-stats-daily-flag = 'Y' then
               move "daily" to ws-mode-desc
           end-if
           if f-stats-hard-flag = 'Y' then
               move concat(trim(ws-mode-desc) " hard")
                   to ws-mode-desc
           end-if
           if f-stats-blitz-flag = 'Y' then
               move concat(trim(ws-mode-desc) " blitz")
                   to ws-mode-desc
           end-if
           if f-stats-migrated-flag = 'Y' then
               move concat(trim(ws-mode-desc) " imported")
                   to ws-mode-desc
           end-if
           if ws-mode-desc = spaces then
               move "free play" to ws-mode-desc
           end-if
           move trim(ws-mode-desc) to ws-mode-desc

           exit paragraph.


      *> The owner's live log is walked from its first row so each of
      *> this game's rows gets the chain status audit-verify would
      *> give it; rows already moved to the owner's audit archives
      *> are listed after, unchecked (an archive is a copy, not a
      *> chain).
       trace-audit-rows.

           perform start-section
           move "Audit rows" to ws-print-line
           perform emit-line

           if ws-owner = spaces then
               move "  not searched -- the player is unknown"
                   to ws-print-line
               perform emit-line
               exit paragraph
           end-if

           move concat(
               "cobordle_audit_" trim(ws-owner) ".log")
               to ws-audit-file-name

           set ws-audit-file-not-shown to true
           set ws-not-anchored to true
           set ws-chain-intact to true
           move 0 to ws-row-num
           move 0 to ws-chain-prev
           set ws-not-eof to true

           open input fd-audit-file

               perform until ws-eof
                   move spaces to f-audit-record
                   read fd-audit-file
                   at end set ws-eof to true
                   not at end
                       add 1 to ws-row-num
                       perform walk-audit-chain
                       if f-audit-game-id = ws-game-id then
                           add 1 to ws-audit-live-rows
                           perform show-audit-row
                       end-if
                   end-read
               end-perform

           close fd-audit-file

           set ws-not-eof to true

           move concat(
               "ls -1 cobordle_audit_" trim(ws-owner)
               "_archive_*.log 2>/dev/null > "
               trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-ls-not-eof to true

           open input fd-ls-file

               perform until ws-ls-eof
                   read fd-ls-file
                   at end set ws-ls-eof to true
                   not at end
                       if f-ls-record not = spaces then
                           move f-ls-record to ws-audit-file-name
                           perform scan-audit-archive
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           if ws-audit-live-rows + ws-audit-arch-rows = 0 then
               move "  none found (live log or audit archives)"
                   to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


      *> Sets ws-chain-status for the row just read.
       walk-audit-chain.

           if ws-chain-broken then
               move "after break" to ws-chain-status
               exit paragraph
           end-if

           if f-audit-chain is not numeric then
               set ws-not-anchored to true
               move "pre-chain" to ws-chain-status
               exit paragraph
           end-if

           if ws-not-anchored then
               move numval(f-audit-chain) to ws-chain-prev
               set ws-anchored to true
               move "anchor" to ws-chain-status
               exit paragraph
           end-if

           move 0 to ws-chain-sum
           perform varying ws-chain-idx from 1 by 1
               until ws-chain-idx > 48
               compute ws-chain-sum = ws-chain-sum +
                   ord(f-audit-body(ws-chain-idx:1))
                   * ws-chain-idx
           end-perform
           add ws-chain-prev to ws-chain-sum
           compute ws-chain-value = mod(ws-chain-sum, 100000000)

           if ws-chain-value not = numval(f-audit-chain) then
               set ws-chain-broken to true
               move ws-row-num to ws-broken-row
               move "BROKEN" to ws-chain-status
               exit paragraph
           end-if

           move numval(f-audit-chain) to ws-chain-prev
           move "ok" to ws-chain-status

           exit paragraph.


       scan-audit-archive.

           set ws-audit-file-not-shown to true
           set ws-not-eof to true

           open input fd-audit-file

               perform until ws-eof
                   move spaces to f-audit-record
                   read fd-audit-file
                   at end set ws-eof to true
                   not at end
                       if f-audit-game-id = ws-game-id then
                           add 1 to ws-audit-arch-rows
                           move "archived" to ws-chain-status
                           perform show-audit-row
                       end-if
                   end-read
               end-perform

           close fd-audit-file

           set ws-not-eof to true

           exit paragraph.


      *> audit-report's row layout plus the chain status.
       show-audit-row.

           if ws-audit-file-not-shown then
               move concat("  In " trim(ws-audit-file-name))
                   to ws-print-line
               perform emit-line
               move "  Date      Word    Try Guess   Colors  Chain"
                   to ws-print-line
               perform emit-line
               set ws-audit-file-shown to true
           end-if

           if f-audit-practice-flag = 'Y' then
               add 1 to ws-audit-practice-rows
           else
               add 1 to ws-audit-play-rows
           end-if

           if ws-chain-status = "BROKEN"
           or ws-chain-status = "after break" then
               add 1 to ws-audit-bad-rows
           end-if

           if ws-game-word = spaces then
               move f-audit-word to ws-game-word
           end-if
           if ws-game-date = 0 then
               move f-audit-date to ws-game-date
           end-if

           move concat(
               "  " f-audit-date " "
               f-audit-word "  "
               f-audit-try "  "
               f-audit-guess "  "
               f-audit-colors "  "
               ws-chain-status)
               to ws-print-line
           if f-audit-practice-flag = 'Y' then
               move concat(trim(ws-print-line) "  (practice)")
                   to ws-print-line
           end-if
           perform emit-line

           exit paragraph.


       trace-multi-board.

           perform start-section
           move "Multi-board results" to ws-print-line
           perform emit-line

           set ws-not-eof to true

           open input fd-multi-file

               perform until ws-eof
                   read fd-multi-file
                   at end set ws-eof to true
                   not at end
                       if f-multi-game-id = ws-game-id then
                           add 1 to ws-multi-count
                           perform show-multi-row
                       end-if
                   end-read
               end-perform

           close fd-multi-file

           set ws-not-eof to true

           if ws-multi-count = 0 then
               move "  none" to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


       show-multi-row.

           move f-multi-total-tries to ws-tries-disp
           move concat(
               "  " f-multi-date " " f-multi-player " "
               f-multi-boards " boards, tries " ws-tries-disp
               ", all solved " f-multi-solved-all)
               to ws-print-line
           perform emit-line

           move "  Boards:" to ws-print-line
           perform varying ws-board-idx from 1 by 1
               until ws-board-idx > f-multi-boards
               or ws-board-idx > 4
               move concat(
                   trim(ws-print-line) " "
                   trim(f-multi-word(ws-board-idx)) "/"
                   f-multi-solved(ws-board-idx)
                   f-multi-try(ws-board-idx))
                   to ws-print-line
           end-perform
           move concat("  " ws-print-line) to ws-print-line
           perform emit-line

           exit paragraph.


      *> Tournament rows carry no game id: a row for the owner with
      *> the game's word in a tournament started that day is it.
       trace-tournament.

           perform start-section
           move "Tournament rows" to ws-print-line
           perform emit-line

           if ws-owner not = spaces
           and ws-game-word not = spaces
           and ws-id-date > 0 then
               set ws-not-eof to true

               open input fd-tournament-file

                   perform until ws-eof
                       read fd-tournament-file
                       at end set ws-eof to true
                       not at end
                           if f-trn-player = ws-owner
                           and f-trn-word = ws-game-word
                           and f-trn-id(1:8) = ws-id-date then
                               add 1 to ws-tournament-count
                               move f-trn-tries to ws-tries-disp
                               move f-trn-points to ws-amount-disp
                               move concat(
                                   "  Tournament " f-trn-id
                                   " round " f-trn-round
                                   " tries " ws-tries-disp
                                   " solved " f-trn-solved
                                   " points " trim(ws-amount-disp))
                                   to ws-print-line
                               perform emit-line
                           end-if
                       end-read
                   end-perform

               close fd-tournament-file

               set ws-not-eof to true
           end-if

           if ws-tournament-count = 0 then
               move "  none" to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


      *> This machine's challenge state rows: the same word, date
      *> and result as the game.
       trace-challenge.

           perform start-section
           move "Challenge rows" to ws-print-line
           perform emit-line

           if ws-st-count > 0
           and ws-id-date > 0 then
               set ws-not-eof to true

               open input fd-state-file

                   perform until ws-eof
                       read fd-state-file
                       at end set ws-eof to true
                       not at end
                           if f-state-word = ws-game-word
                           and f-state-date = ws-id-date
                           and f-state-tries = ws-st-tries then
                               add 1 to ws-challenge-count
                               move concat(
                                   "  Challenge " trim(f-state-id)
                                   " role " f-state-role
                                   " opponent "
                                   trim(f-state-opponent)
                                   " solved " f-state-solved)
                                   to ws-print-line
                               perform emit-line
                           end-if
                       end-read
                   end-perform

               close fd-state-file

               set ws-not-eof to true
           end-if

           if ws-challenge-count = 0 then
               move "  none" to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


       trace-cup-tie.

           perform start-section
           move "Knockout cup tie" to ws-print-line
           perform emit-line

           set ws-not-eof to true

           open input fd-cup-file

               perform until ws-eof
                   read fd-cup-file
                   at end set ws-eof to true
                   not at end
                       if f-cupt-is-tie
                       and f-cupt-cup-id = ws-id-cup-id
                       and f-cupt-round = ws-id-cup-round
                       and f-cupt-tie = ws-id-cup-tie then
                           add 1 to ws-cup-tie-count
                           perform show-cup-tie
                       end-if
                   end-read
               end-perform

           close fd-cup-file

           set ws-not-eof to true

           if ws-cup-tie-count = 0 then
               move "  none" to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


       show-cup-tie.

           move concat(
               "  Cup " f-cupt-cup-id " round " f-cupt-round
               " tie " f-cupt-tie ": " trim(f-cupt-player-a)
               " v " trim(f-cupt-player-b) ", word "
               trim(f-cupt-word) ", status " f-cupt-status)
               to ws-print-line
           perform emit-line

           if ws-id-cup-side = "A" then
               move f-cupt-a-played to ws-cup-played
               move f-cupt-a-tries to ws-tries-disp
               move concat(
                   "  Side A: played " f-cupt-a-played
                   " solved " f-cupt-a-solved
                   " tries " ws-tries-disp)
                   to ws-print-line
           else
               move f-cupt-b-played to ws-cup-played
               move f-cupt-b-tries to ws-tries-disp
               move concat(
                   "  Side B: played " f-cupt-b-played
                   " solved " f-cupt-b-solved
                   " tries " ws-tries-disp)
                   to ws-print-line
           end-if
           perform emit-line

           exit paragraph.


      *> The index row has no game id: the owner's row stamped in the
      *> same second as the id, else one for the same word on the
      *> same day, is opened and its Game-Id header settles it.
       trace-session-index.

           perform start-section
           move "Session index and transcript" to ws-print-line
           perform emit-line

           if ws-owner = spaces or ws-id-date = 0 then
               move "  not searched -- no player or no start time "
                   & "in the id" to ws-print-line
               perform emit-line
               exit paragraph
           end-if

           set ws-not-eof to true

           open input fd-session-index-file

               perform until ws-eof
                   read fd-session-index-file
                   at end set ws-eof to true
                   not at end
                       if f-sidx-player = ws-owner
                       and (f-sidx-timestamp(3:12)
                               = ws-game-id(1:12)
                           or (f-sidx-word = ws-game-word
                               and f-sidx-timestamp(1:8)
                                   = ws-id-date))
                       and ws-sidx-count < ws-max-sidx then
                           add 1 to ws-sidx-count
                           move f-sidx-timestamp
                               to ws-sx-timestamp(ws-sidx-count)
                           move f-sidx-file-name
                               to ws-sx-file-name(ws-sidx-count)
                       end-if
                   end-read
               end-perform

           close fd-session-index-file

           set ws-not-eof to true

           perform varying ws-sidx-idx from 1 by 1
               until ws-sidx-idx > ws-sidx-count
               or ws-transcript-confirmed
               move ws-sx-timestamp(ws-sidx-idx) to ws-ts-timestamp
               move ws-sx-file-name(ws-sidx-idx)
                   to ws-transcript-file-name
               perform check-transcript
               perform show-transcript-result
           end-perform

      *>   No index row at all: the loose transcript the round would
      *>   have written is tried directly, in case only the index
      *>   write was lost.
           if ws-sidx-count = 0 then
               move concat("20" ws-game-id(1:12)) to ws-ts-timestamp
               move concat(
                   "cobordle_session_" ws-ts-timestamp ".log")
                   to ws-transcript-file-name
               perform check-transcript
               if ws-ts-missing then
                   move "  no index row and no transcript"
                       to ws-print-line
                   perform emit-line
               else
                   move "  no index row, but a transcript:"
                       to ws-print-line
                   perform emit-line
                   perform show-transcript-result
                   if ws-transcript-confirmed then
                       move concat(
                           "Session index row missing for "
                           "transcript "
                           trim(ws-transcript-file-name))
                           to ws-note-text
                       perform add-flag
                   end-if
               end-if
           end-if

           exit paragraph.


      *> Reads the transcript's Game-Id header, from the loose file
      *> or from its "@@ <timestamp>" section of a monthly pack.
       check-transcript.

           move 0 to ws-ts-lines
           move spaces to ws-ts-game-id
           set ws-ts-not-in-section to true

           move 0 to ws-tally
           inspect ws-transcript-file-name tallying ws-tally
               for all ".pak"
           if ws-tally > 0 then
               set ws-ts-packed to true
           else
               set ws-ts-loose to true
               set ws-ts-in-section to true
           end-if

           set ws-not-eof to true

           open input fd-transcript-file

               perform until ws-eof
                   read fd-transcript-file
                   at end set ws-eof to true
                   not at end
                       perform check-transcript-line
                   end-read
               end-perform

           close fd-transcript-file

           set ws-not-eof to true

           evaluate true
               when ws-ts-lines = 0
                   set ws-ts-missing to true
               when ws-ts-game-id = spaces
                   set ws-ts-no-header to true
               when ws-ts-game-id = ws-game-id
                   set ws-ts-confirmed to true
                   set ws-transcript-confirmed to true
               when other
                   set ws-ts-differs to true
           end-evaluate

           exit paragraph.


       check-transcript-line.

           if ws-ts-packed then
               if f-transcript-record(1:3) = "@@ " then
                   if ws-ts-in-section then
                       set ws-eof to true
                       exit paragraph
                   end-if
                   if f-transcript-record(4:14) = ws-ts-timestamp
                   then
                       set ws-ts-in-section to true
                   end-if
                   exit paragraph
               end-if
           end-if

           if ws-ts-not-in-section then
               exit paragraph
           end-if

           add 1 to ws-ts-lines

           if f-transcript-record(1:9) = "Game-Id: "
           and ws-ts-game-id = spaces then
               move f-transcript-record(10:16) to ws-ts-game-id
           end-if

           exit paragraph.


       show-transcript-result.

           move concat(
               "  Index row " ws-ts-timestamp "  "
               trim(ws-transcript-file-name))
               to ws-print-line
           perform emit-line

           evaluate true
               when ws-ts-confirmed
                   move "  Transcript Game-Id matches"
                       to ws-print-line
               when ws-ts-missing
                   move "  Transcript missing" to ws-print-line
               when ws-ts-no-header
                   move "  Transcript has no Game-Id header"
                       to ws-print-line
               when ws-ts-differs
                   move concat(
                       "  Transcript belongs to game "
                       trim(ws-ts-game-id))
                       to ws-print-line
           end-evaluate
           perform emit-line

      *>   An index row stamped in the game's own second must open
      *>   onto this game.
           if ws-ts-timestamp(3:12) = ws-game-id(1:12) then
               if ws-ts-missing then
                   move concat(
                       "Transcript missing: "
                       trim(ws-transcript-file-name)
                       " (index row " ws-ts-timestamp ")")
                       to ws-note-text
                   perform add-flag
                   set ws-transcript-bad to true
               end-if
               if ws-ts-differs then
                   move concat(
                       "Transcript " trim(ws-transcript-file-name)
                       " names game " trim(ws-ts-game-id))
                       to ws-note-text
                   perform add-flag
                   set ws-transcript-bad to true
               end-if
           end-if

           exit paragraph.


       trace-score-queue.

           perform start-section
           move "Scoreboard queue" to ws-print-line
           perform emit-line

           set ws-not-eof to true

           open input fd-pending-file

               perform until ws-eof
                   read fd-pending-file
                   at end set ws-eof to true
                   not at end
                       if f-pending-game-id = ws-game-id then
                           add 1 to ws-pending-count
                           move f-pending-tries to ws-tries-disp
                           move concat(
                               "  Pending:   " f-pending-date " "
                               trim(f-pending-player) " "
                               trim(f-pending-word) " tries "
                               ws-tries-disp " solved "
                               f-pending-solved)
                               to ws-print-line
                           perform emit-line
                       end-if
                   end-read
               end-perform

           close fd-pending-file

           set ws-not-eof to true

           open input fd-delivered-file

               perform until ws-eof
                   read fd-delivered-file
                   at end set ws-eof to true
                   not at end
                       if f-delivered-game-id = ws-game-id then
                           add 1 to ws-delivered-count
                           move concat(
                               "  Delivered: " f-delivered-on
                               " (played " f-delivered-date ")")
                               to ws-print-line
                           perform emit-line
                       end-if
                   end-read
               end-perform

           close fd-delivered-file

           set ws-not-eof to true

           if ws-pending-count + ws-delivered-count = 0 then
               move "  none" to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


      *> Any ledger row whose note names the game: the round's own
      *> credit ("round <id>") and any correction or reconcile entry
      *> posted against it since.
       trace-bank.

           perform start-section
           move "Points bank" to ws-print-line
           perform emit-line

           if ws-owner = spaces then
               move "  not searched -- the player is unknown"
                   to ws-print-line
               perform emit-line
               exit paragraph
           end-if

           move concat("cobordle_bank_" trim(ws-owner) ".dat")
               to ws-bank-file-name

           move 0 to ws-section-found
           set ws-not-eof to true

           open input fd-bank-file

               perform until ws-eof
                   read fd-bank-file
                   at end set ws-eof to true
                   not at end
                       move 0 to ws-tally
                       inspect f-bank-note tallying ws-tally
                           for all trim(ws-game-id)
                       if ws-tally > 0 then
                           add 1 to ws-section-found
                           if f-bank-type = 'C'
                           and f-bank-note(1:6) = "round " then
                               add 1 to ws-credit-count
                           end-if
                           move f-bank-amount to ws-amount-disp
                           move concat(
                               "  " f-bank-date " " f-bank-type " "
                               ws-amount-disp "  " trim(f-bank-note))
                               to ws-print-line
                           perform emit-line
                       end-if
                   end-read
               end-perform

           close fd-bank-file

           set ws-not-eof to true

           if ws-section-found = 0 then
               move "  none" to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


       trace-badges.

           perform start-section
           move "Badges unlocked that day" to ws-print-line
           perform emit-line

           if ws-owner = spaces or ws-game-date = 0 then
               move "  not searched -- no player or no date"
                   to ws-print-line
               perform emit-line
               exit paragraph
           end-if

           move concat("cobordle_achieve_" trim(ws-owner) ".dat")
               to ws-achieve-file-name

           move 0 to ws-section-found
           set ws-not-eof to true

           open input fd-achieve-file

               perform until ws-eof
                   read fd-achieve-file
                   at end set ws-eof to true
                   not at end
                       if f-achieve-date = ws-game-date then
                           add 1 to ws-section-found
                           move concat(
                               "  " f-achieve-date " "
                               trim(f-achieve-code))
                               to ws-print-line
                           perform emit-line
                       end-if
                   end-read
               end-perform

           close fd-achieve-file

           set ws-not-eof to true

           if ws-section-found = 0 then
               move "  none" to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


       trace-rating-history.

           perform start-section
           move "Rating history that day" to ws-print-line
           perform emit-line

           if ws-owner = spaces or ws-game-date = 0 then
               move "  not searched -- no player or no date"
                   to ws-print-line
               perform emit-line
               exit paragraph
           end-if

           move 0 to ws-section-found
           set ws-not-eof to true

           open input fd-hist-file

               perform until ws-eof
                   read fd-hist-file
                   at end set ws-eof to true
                   not at end
                       if f-hist-player = ws-owner
                       and (f-hist-date = ws-game-date
                           or f-hist-date = ws-id-date) then
                           add 1 to ws-section-found
                           move concat(
                               "  " f-hist-date " "
                               trim(f-hist-source) " v "
                               trim(f-hist-opponent) ": "
                               f-hist-old-rating " -> "
                               f-hist-new-rating)
                               to ws-print-line
                           perform emit-line
                       end-if
                   end-read
               end-perform

           close fd-hist-file

           set ws-not-eof to true

           if ws-section-found = 0 then
               move "  none" to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


       trace-disputes.

           perform start-section
           move "Word disputes" to ws-print-line
           perform emit-line

           move 0 to ws-section-found
           set ws-not-eof to true

           open input fd-dispute-file

               perform until ws-eof
                   read fd-dispute-file
                   at end set ws-eof to true
                   not at end
                       if f-disp-game-id = ws-game-id then
                           add 1 to ws-section-found
                           move concat(
                               "  " f-disp-stamp " "
                               trim(f-disp-word) " reason "
                               f-disp-reason " status "
                               f-disp-status)
                               to ws-print-line
                           perform emit-line
                       end-if
                   end-read
               end-perform

           close fd-dispute-file

           set ws-not-eof to true

           if ws-section-found = 0 then
               move "  none" to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


       trace-corrections.

           perform start-section
           move "Corrections" to ws-print-line
           perform emit-line

           move 0 to ws-section-found
           set ws-not-eof to true

           open input fd-correction-file

               perform until ws-eof
                   read fd-correction-file
                   at end set ws-eof to true
                   not at end
                       if f-corr-game-id = ws-game-id
                       and f-corr-after then
                           add 1 to ws-section-found
                           move concat(
                               "  " f-corr-stamp " "
                               trim(f-corr-action) " by "
                               trim(f-corr-user) " ("
                               trim(f-corr-reason) ")")
                               to ws-print-line
                           perform emit-line
                       end-if
                   end-read
               end-perform

           close fd-correction-file

           set ws-not-eof to true

           if ws-section-found = 0 then
               move "  none" to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


      *> How the round was played decides what it should have left
      *> behind. Only evidence settles it; a solo round and a
      *> head-to-head round leave the same stats row.
       judge-expectations.

           evaluate true
               when ws-cup-game
                   move "knockout cup" to ws-origin
                   set ws-origin-known to true
               when ws-multi-count > 0
                   move "multi-board" to ws-origin
                   set ws-origin-known to true
               when ws-st-category = "co-op"
                   move "co-op" to ws-origin
                   set ws-origin-known to true
               when ws-st-category = "pack"
                   move "puzzle pack" to ws-origin
                   set ws-origin-known to true
               when ws-tournament-count > 0
                   move "tournament" to ws-origin
                   set ws-origin-known to true
               when ws-challenge-count > 0
                   move "challenge" to ws-origin
                   set ws-origin-known to true
               when ws-st-migrated
                   move "imported from a share block" to ws-origin
                   set ws-origin-known to true
               when ws-transcript-confirmed
               and ws-audit-practice-rows > 0
               and ws-audit-play-rows = 0
                   move "practice (main game)" to ws-origin
                   set ws-origin-known to true
               when ws-transcript-confirmed
                   move "main game" to ws-origin
                   set ws-origin-known to true
                   set ws-main-game to true
               when other
                   move "not settled (main game or head-to-head)"
                       to ws-origin
           end-evaluate

      *>   A played round with no stats row: abandoned, or lost
      *>   before it was written -- unless it is still today's.
           if ws-st-count = 0
           and ws-audit-play-rows > 0
           and ws-multi-count = 0 then
               if ws-game-date >= ws-today then
                   move "No stats row yet -- the game is from today "
                       & "and may still be in play" to ws-note-text
                   perform add-check
               else
                   move "No stats row for a game with audit rows "
                       & "(abandoned, or lost before it was recorded)"
                       to ws-note-text
                   perform add-flag
               end-if
           end-if

      *>   A recorded round (not imported) always wrote audit rows.
           if ws-st-count > 0
           and not ws-st-migrated
           and ws-audit-live-rows + ws-audit-arch-rows = 0
           and ws-owner not = spaces then
               move "No audit rows for a recorded game (live log "
                   & "or archives)" to ws-note-text
               perform add-flag
           end-if

           if ws-audit-bad-rows > 0 then
               move ws-broken-row to ws-row-disp
               move concat(
                   "Audit chain broken at row " trim(ws-row-disp)
                   " of cobordle_audit_" trim(ws-owner)
                   ".log -- this game's rows are at or after it")
                   to ws-note-text
               perform add-flag
           end-if

           if ws-cup-game then
               if ws-cup-tie-count = 0 then
                   move "No knockout-cup tie for this cup game id"
                       to ws-note-text
                   perform add-flag
               else
                   if ws-cup-played = 'Y' and ws-st-count = 0 then
                       move "Cup tie marks this side played but "
                           & "there is no stats row" to ws-note-text
                       perform add-flag
                   end-if
               end-if
           end-if

           if ws-tournament-count > 0 and ws-st-count = 0 then
               move "Tournament row with no stats row"
                   to ws-note-text
               perform add-flag
           end-if

      *>   The main game's own round-end work.
           if ws-main-game then
               if ws-st-count > 0 and ws-st-points > 0
               and ws-credit-count = 0 then
                   move "No bank credit for the round's points"
                       to ws-note-text
                   perform add-flag
               end-if
               if ws-st-count > 0
               and ws-pending-count + ws-delivered-count = 0 then
                   if ws-submit-configured then
                       move "No scoreboard submission (pending or "
                           & "delivered) with SUBMIT-SCORES on"
                           to ws-note-text
                       perform add-flag
                   end-if
               end-if
           end-if

      *>   Not settled: the same gaps are only worth a look --
      *>   head-to-head rounds write no transcript and get no credit.
           if ws-origin-unknown and ws-st-count > 0 then
               if ws-st-points > 0 and ws-credit-count = 0 then
                   move "No bank credit for the round's points "
                       & "(expected unless it was head-to-head)"
                       to ws-note-text
                   perform add-check
               end-if
               if ws-sidx-count = 0 and not ws-transcript-confirmed
               then
                   move "No transcript (expected unless it was "
                       & "head-to-head)" to ws-note-text
                   perform add-check
               end-if
           end-if

           if ws-pending-count > 0 and ws-delivered-count > 0 then
               move "Queued again after delivery -- score-retry "
                   & "will drop the pending row" to ws-note-text
               perform add-check
           end-if

           exit paragraph.


       show-findings.

           perform start-section
           move concat("Round:   " trim(ws-origin)) to ws-print-line
           perform emit-line

           perform start-section
           if ws-flag-count = 0 then
               move "Nothing expected is missing." to ws-print-line
               perform emit-line
           else
               move "Expected but missing:" to ws-print-line
               perform emit-line
               perform varying ws-note-idx from 1 by 1
                   until ws-note-idx > ws-flag-count
                   move concat("  ** " ws-flags(ws-note-idx))
                       to ws-print-line
                   perform emit-line
               end-perform
           end-if

           if ws-check-count > 0 then
               perform start-section
               move "To check:" to ws-print-line
               perform emit-line
               perform varying ws-note-idx from 1 by 1
                   until ws-note-idx > ws-check-count
                   move concat("  -- " ws-checks(ws-note-idx))
                       to ws-print-line
                   perform emit-line
               end-perform
           end-if

           exit paragraph.


       add-flag.

           if ws-flag-count < ws-max-notes then
               add 1 to ws-flag-count
               move ws-note-text to ws-flags(ws-flag-count)
           end-if

           exit paragraph.


       add-check.

           if ws-check-count < ws-max-notes then
               add 1 to ws-check-count
               move ws-note-text to ws-checks(ws-check-count)
           end-if

           exit paragraph.


       start-section.

           move spaces to ws-print-line
           perform emit-line

           exit paragraph.


      *> Every line goes to the terminal, and to the spool with
      *> --print.
       emit-line.

           display trim(ws-print-line, trailing)

           if ws-print-active then
               call "print-line" using ws-print-line
           end-if

           exit paragraph.

       end program game-trace.
