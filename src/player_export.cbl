      ******************************************************************
      * Purpose: Player data export for access requests. Walks the
      *          same file families player-purge knows about -- stats
      *          rows, achievements, checkpoint saves, staging files,
      *          drill progress, the audit log, the points-bank
      *          ledger, the preference profile, the rating row and
      *          rating history, multi-board / absurdle / bot-race /
      *          ghost-race results, pick-em picks and scores,
      *          replay credits, word suggestions and disputes,
      *          puzzle-pack progress, personal goals and their
      *          history, session-index entries with their
      *          transcripts (loose files, or the player's
      *          sections of a monthly pack), pending and
      *          delivered scoreboard submissions, and the
      *          player-master registration -- and copies
      *          everything held on the player into one readable,
      *          sectioned document, with a manifest of every family
      *          looked at and how many rows it gave.
      *
      *          Nothing is moved or deleted: this is player-purge's
      *          extract for someone who is staying. Each export is
      *          noted in the run journal.
      *
      *          Output: cobordle_export_<player>_<stamp>.txt and
      *                  cobordle_export_<player>_<stamp>.mft
      *
      *          Usage: player-export PLAYER
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. player-export.

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

               select optional fd-line-file
               assign to dynamic ws-line-file-name
               organization is line sequential.

               select optional fd-session-index-file
               assign to dynamic ws-session-index-file-name
               organization is line sequential.

               select fd-document-file
               assign to dynamic ws-document-file-name
               organization is line sequential.

               select fd-manifest-file
               assign to dynamic ws-manifest-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

      *> Generic line handle for every other family, wide enough for
      *> the widest of them (the 185-byte multi-board checkpoint).
       fd  fd-line-file.
       01  f-line-record               pic x(200).

       fd  fd-session-index-file.
       copy "./src/copy/session_index_record.cpy".

       fd  fd-document-file.
       01  f-document-record           pic x(200).

       fd  fd-manifest-file.
       01  f-manifest-record           pic x(120).

       working-storage section.

       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-line-file-name       pic x(60).
       01  ws-session-index-file-name pic x(40)
                                   value "cobordle_session_index.dat".
       01  ws-document-file-name   pic x(60).
       01  ws-manifest-file-name   pic x(60).

       01  ws-cmd-args             pic x(2024).
       01  ws-player-arg           pic x(20).

       01  ws-player-id            pic x(20).
       01  ws-run-stamp            pic x(14).
       01  ws-user-name            pic x(12).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

      *> The family being copied: its label, its file, where the
      *> player id sits in a shared file's row, and what it gave.
       01  ws-family-label         pic x(30).
       01  ws-player-col           pic 9(3) comp.
       01  ws-file-rows            pic 9(7) comp value 0.
       01  ws-total-rows           pic 9(7) comp value 0.
       01  ws-section-open-sw      pic a value 'N'.
           88  ws-section-open     value 'Y'.
           88  ws-section-closed   value 'N'.

       01  ws-ckpt-length-digit    pic 9.
       01  ws-ckpt-probe-length    pic 9 comp.
       01  ws-pak-found            pic 9(2) comp.

      *> Manifest: one row per family and file looked at.
       01  ws-max-manifest         constant as 80.
       01  ws-manifest occurs ws-max-manifest times.
           05  ws-mf-label         pic x(30).
           05  ws-mf-file          pic x(60).
           05  ws-mf-rows          pic 9(7).
       01  ws-manifest-count       pic 9(3) comp value 0.
       01  ws-manifest-idx         pic 9(3) comp.

      *> Transcripts named by the player's session-index rows, and
      *> the timestamp that finds a packed one's section.
       01  ws-max-transcripts      constant as 500.
       01  ws-transcripts occurs ws-max-transcripts times.
           05  ws-tr-file-name     pic x(40).
           05  ws-tr-timestamp     pic x(14).
       01  ws-transcript-count     pic 9(3) comp value 0.
       01  ws-transcript-idx       pic 9(3) comp.
       01  ws-pack-marker          pic x(17).
       01  ws-in-section-sw        pic a value 'N'.
           88  ws-in-section       value 'Y'.
           88  ws-not-in-section   value 'N'.

       01  ws-doc-line             pic x(200).
       01  ws-rows-disp            pic z(6)9.
       01  ws-solved-text          pic x(10).
       01  ws-mode-text            pic x(20).

      *> One administrative run-journal row per export: what we
      *> hold on a person went out, and the journal remembers that.
       copy "./src/copy/run_journal.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Player data export"
           display space

           accept ws-cmd-args from command-line

           move spaces to ws-player-arg
           if ws-cmd-args not = spaces
           and ws-cmd-args(1:2) not = "--" then
               unstring ws-cmd-args delimited by space
                   into ws-player-arg
           end-if

           if ws-player-arg = spaces then
               display "Usage: player-export PLAYER"
               stop run
           end-if

           move upper-case(ws-player-arg) to ws-player-id

           perform check-operator-grant

           move function current-date(1:14) to ws-run-stamp
           move concat(
               "cobordle_export_" trim(ws-player-id)
               "_" ws-run-stamp ".txt")
               to ws-document-file-name
           move concat(
               "cobordle_export_" trim(ws-player-id)
               "_" ws-run-stamp ".mft")
               to ws-manifest-file-name

           move spaces to ws-user-name
           accept ws-user-name from environment "USER"
           if ws-user-name = spaces then
               move "(unknown)" to ws-user-name
           end-if

           open output fd-document-file

           perform write-document-heading

           perform export-master-row
           perform export-stats-rows
           perform export-achieve-file
           perform export-audit-file
           perform export-checkpoint-files
           perform export-stage-files
           perform export-drill-file
           perform export-bank-file
           perform export-profile-file
           perform export-rating-rows
           perform export-result-rows
           perform export-pickem-rows
           perform export-credit-rows
           perform export-suggestion-rows
           perform export-dispute-rows
           perform export-pack-rows
           perform export-goal-rows
           perform export-session-index
           perform export-transcripts
           perform export-score-rows

           move spaces to ws-doc-line
           perform put-document-line
           move ws-total-rows to ws-rows-disp
           move concat(
               "End of export: " trim(ws-rows-disp)
               " row(s) in all.")
               to ws-doc-line
           perform put-document-line

           close fd-document-file

           perform write-manifest

           display concat(
               "Export for " trim(ws-player-id) ": "
               trim(ws-document-file-name))
           display concat(
               "Manifest:          " trim(ws-manifest-file-name))
           move ws-total-rows to ws-rows-disp
           display concat(
               trim(ws-rows-disp) " row(s) copied. Nothing was "
               "changed.")

           move "player-export" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move ws-total-rows to l-rj-rows-in
           move ws-total-rows to l-rj-rows-out
           move "OK" to l-rj-outcome
           call "run-journal" using l-run-journal

           stop run.


       write-document-heading.

           move concat(
               "COBORDLE -- data held on player " trim(ws-player-id))
               to ws-doc-line
           perform put-document-line
           move concat(
               "Produced " ws-run-stamp(1:4) "-" ws-run-stamp(5:2)
               "-" ws-run-stamp(7:2) " " ws-run-stamp(9:2) ":"
               ws-run-stamp(11:2) " by " trim(ws-user-name)
               " with player-export.")
               to ws-doc-line
           perform put-document-line
           move "This is a copy. Nothing was moved or deleted."
               to ws-doc-line
           perform put-document-line
           move concat(
               "Every file looked at is listed in "
               trim(ws-manifest-file-name) ".")
               to ws-doc-line
           perform put-document-line

           exit paragraph.


      *> The registration, shown field by field; the PIN only as set
      *> or unset -- the hash is of no use to anyone.
       export-master-row.

           move "PLAYER-MASTER" to ws-family-label
           move "cobordle_players.dat" to ws-line-file-name
           move 0 to ws-file-rows
           set ws-section-closed to true
           set ws-not-eof to true

           open input fd-line-file

               perform until ws-eof
                   read fd-line-file
                   at end set ws-eof to true
                   not at end
                       if f-line-record(1:20) = ws-player-id then
                           perform open-section
                           add 1 to ws-file-rows
                           move concat(
                               "  Name:   " f-line-record(21:30))
                               to ws-doc-line
                           perform put-document-line
                           move concat(
                               "  Team:   " f-line-record(51:20))
                               to ws-doc-line
                           perform put-document-line
                           if f-line-record(71:1) = 'A' then
                               move "  Status: active" to ws-doc-line
                           else
                               move "  Status: inactive"
                                   to ws-doc-line
                           end-if
                           perform put-document-line
                           if f-line-record(72:9) = "000000000" then
                               move "  PIN:    not set" to ws-doc-line
                           else
                               move "  PIN:    set (held as a hash)"
                                   to ws-doc-line
                           end-if
                           perform put-document-line
                           move concat(
                               "  Joined: " f-line-record(81:8))
                               to ws-doc-line
                           perform put-document-line
                       end-if
                   end-read
               end-perform

           close fd-line-file

           perform close-section

           exit paragraph.


      *> The keyed walk compute-streaks uses, one readable line per
      *> recorded game.
       export-stats-rows.

           move "STATS" to ws-family-label
           move ws-stats-file-name to ws-line-file-name
           move 0 to ws-file-rows
           set ws-section-closed to true
           set ws-not-eof to true

           move ws-player-id to f-stats-player
           move 0 to f-stats-date
           move 0 to f-stats-seq

           open input fd-stats-file

               start fd-stats-file key >= f-stats-key
               invalid key set ws-eof to true
               end-start

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       if f-stats-player not = ws-player-id then
                           set ws-eof to true
                       else
                           perform open-section
                           add 1 to ws-file-rows
                           perform format-stats-row
                           perform put-document-line
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           perform close-section

           exit paragraph.


       format-stats-row.

           if f-stats-solved = 'Y' then
               move "solved in" to ws-solved-text
           else
               move "missed at" to ws-solved-text
           end-if

           move spaces to ws-mode-text
           if f-stats-v2 then
               if f-stats-daily-flag = 'Y' then
                   move "daily" to ws-mode-text
               else
                   move "random" to ws-mode-text
               end-if
               if f-stats-hard-flag = 'Y' then
                   move concat(trim(ws-mode-text) " hard")
                       to ws-mode-text
               end-if
               if f-stats-migrated-flag = 'Y' then
                   move concat(trim(ws-mode-text) " imported")
                       to ws-mode-text
               end-if
           end-if

           move concat(
               "  " f-stats-date(1:4) "-" f-stats-date(5:2) "-"
               f-stats-date(7:2) "  " f-stats-word "  "
               trim(ws-solved-text) " " f-stats-tries "  "
               trim(ws-mode-text) "  points " f-stats-points
               "  game " f-stats-game-id)
               to ws-doc-line

           exit paragraph.


       export-achieve-file.

           move concat(
               "cobordle_achieve_" trim(ws-player-id) ".dat")
               to ws-line-file-name
           move "ACHIEVE" to ws-family-label
           perform export-whole-file

           exit paragraph.


       export-audit-file.

           move concat(
               "cobordle_audit_" trim(ws-player-id) ".log")
               to ws-line-file-name
           move "AUDIT" to ws-family-label
           perform export-whole-file

           move "AUDIT-HEAD" to ws-family-label
           move "cobordle_audit_heads.dat" to ws-line-file-name
           move 1 to ws-player-col
           perform export-shared-rows

           exit paragraph.


      *> The same save names player-purge probes: one per word
      *> length, the legacy name and the multi-board save, each with
      *> its .bad quarantine twin.
       export-checkpoint-files.

           move "CHECKPOINT" to ws-family-label

           move concat(
               "cobordle_checkpoint_" trim(ws-player-id) ".dat")
               to ws-line-file-name
           perform export-checkpoint-pair

           move concat(
               "cobordle_checkpoint_multi_"
               trim(ws-player-id) ".dat")
               to ws-line-file-name
           perform export-checkpoint-pair

           perform varying ws-ckpt-probe-length from 4 by 1
               until ws-ckpt-probe-length > 7

               move ws-ckpt-probe-length to ws-ckpt-length-digit
               move concat(
                   "cobordle_checkpoint_" trim(ws-player-id)
                   "_" ws-ckpt-length-digit ".dat")
                   to ws-line-file-name
               perform export-checkpoint-pair
           end-perform

           exit paragraph.


       export-checkpoint-pair.

           perform export-whole-file

           move concat(
               trim(ws-line-file-name) ".bad")
               to ws-line-file-name
           perform export-whole-file

           exit paragraph.


       export-stage-files.

           move "STAGE" to ws-family-label

           move concat(
               "cobordle_stage_" trim(ws-player-id) ".dat")
               to ws-line-file-name
           perform export-whole-file

           move concat(
               "cobordle_stage_word_" trim(ws-player-id) ".dat")
               to ws-line-file-name
           perform export-whole-file

           exit paragraph.


       export-drill-file.

           move concat(
               "cobordle_drill_" trim(ws-player-id) ".dat")
               to ws-line-file-name
           move "DRILL" to ws-family-label
           perform export-whole-file

           exit paragraph.


       export-bank-file.

           move concat(
               "cobordle_bank_" trim(ws-player-id) ".dat")
               to ws-line-file-name
           move "BANK" to ws-family-label
           perform export-whole-file

           exit paragraph.


       export-profile-file.

           move concat(
               "cobordle_profile_" trim(ws-player-id) ".dat")
               to ws-line-file-name
           move "PROFILE" to ws-family-label
           perform export-whole-file

           exit paragraph.


      *> The player's rating row and their own history rows; rows in
      *> other players' histories naming them as the opponent are
      *> those players' data, as player-purge treats them.
       export-rating-rows.

           move "RATING" to ws-family-label
           move "cobordle_ratings.dat" to ws-line-file-name
           move 1 to ws-player-col
           perform export-shared-rows

           move "RATING-HIST" to ws-family-label
           move "cobordle_rating_hist.dat" to ws-line-file-name
           move 9 to ws-player-col
           perform export-shared-rows

           exit paragraph.


       export-result-rows.

           move "MULTI" to ws-family-label
           move "cobordle_multi_results.dat" to ws-line-file-name
           move 1 to ws-player-col
           perform export-shared-rows

           move "ABSURDLE" to ws-family-label
           move "cobordle_absurdle_results.dat"
               to ws-line-file-name
           move 9 to ws-player-col
           perform export-shared-rows

           move "BOT-RACE" to ws-family-label
           move "cobordle_bot_races.dat" to ws-line-file-name
           move 9 to ws-player-col
           perform export-shared-rows

           move "GHOST-RACE" to ws-family-label
           move "cobordle_ghost_races.dat" to ws-line-file-name
           move 9 to ws-player-col
           perform export-shared-rows

           exit paragraph.


       export-pickem-rows.

           move "PICKS" to ws-family-label
           move "cobordle_picks.dat" to ws-line-file-name
           move 9 to ws-player-col
           perform export-shared-rows

           move "PICKEM" to ws-family-label
           move "cobordle_pickem_scores.dat" to ws-line-file-name
           move 9 to ws-player-col
           perform export-shared-rows

           exit paragraph.


       export-credit-rows.

           move "REPLAY-CREDIT" to ws-family-label
           move "cobordle_replay_credits.dat" to ws-line-file-name
           move 9 to ws-player-col
           perform export-shared-rows

           exit paragraph.


       export-suggestion-rows.

           move "SUGGESTION" to ws-family-label
           move "cobordle_suggestions.dat" to ws-line-file-name
           move 21 to ws-player-col
           perform export-shared-rows

           exit paragraph.


       export-dispute-rows.

           move "DISPUTE" to ws-family-label
           move "cobordle_disputes.dat" to ws-line-file-name
           move 31 to ws-player-col
           perform export-shared-rows

           exit paragraph.


       export-pack-rows.

           move "PACK-PROGRESS" to ws-family-label
           move "cobordle_pack_progress.dat" to ws-line-file-name
           move 1 to ws-player-col
           perform export-shared-rows

           exit paragraph.


       export-goal-rows.

           move "GOALS" to ws-family-label
           move "cobordle_goals.dat" to ws-line-file-name
           move 1 to ws-player-col
           perform export-shared-rows

           move "GOAL-HISTORY" to ws-family-label
           move "cobordle_goals_history.dat" to ws-line-file-name
           move 9 to ws-player-col
           perform export-shared-rows

           exit paragraph.


      *> Scoreboard submissions still queued and those already
      *> delivered (the delivered log starts with the queued row).
       export-score-rows.

           move "PENDING" to ws-family-label
           move "cobordle_pending_scores.dat" to ws-line-file-name
           move 1 to ws-player-col
           perform export-shared-rows

           move "DELIVERED" to ws-family-label
           move "cobordle_delivered_scores.dat" to ws-line-file-name
           move 1 to ws-player-col
           perform export-shared-rows

           exit paragraph.


       export-session-index.

           move "SESSION-INDEX" to ws-family-label
           move ws-session-index-file-name to ws-line-file-name
           move 0 to ws-file-rows
           set ws-section-closed to true
           set ws-not-eof to true

           open input fd-session-index-file

               perform until ws-eof
                   read fd-session-index-file
                   at end set ws-eof to true
                   not at end
                       if f-sidx-player = ws-player-id then
                           perform open-section
                           add 1 to ws-file-rows
                           move concat("  " f-session-index-record)
                               to ws-doc-line
                           perform put-document-line
                           if ws-transcript-count
                               < ws-max-transcripts then
                               add 1 to ws-transcript-count
                               move f-sidx-file-name to
                                   ws-tr-file-name(ws-transcript-count)
                               move f-sidx-timestamp to
                                   ws-tr-timestamp(ws-transcript-count)
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-session-index-file

           perform close-section

           exit paragraph.


      *> A loose transcript is copied whole. A packed one is the
      *> "@@ <timestamp>" section of the monthly pack the index row
      *> names, up to the next marker -- the rest of the pack is
      *> other players' games.
       export-transcripts.

           move "TRANSCRIPT" to ws-family-label

           perform varying ws-transcript-idx from 1 by 1
               until ws-transcript-idx > ws-transcript-count

               move ws-tr-file-name(ws-transcript-idx)
                   to ws-line-file-name

               move 0 to ws-pak-found
               inspect ws-line-file-name
                   tallying ws-pak-found for all ".pak"

               if ws-pak-found = 0 then
                   perform export-whole-file
               else
                   perform export-pack-section
               end-if
           end-perform

           exit paragraph.


       export-pack-section.

           move concat("@@ " ws-tr-timestamp(ws-transcript-idx))
               to ws-pack-marker
           move 0 to ws-file-rows
           set ws-section-closed to true
           set ws-not-in-section to true
           set ws-not-eof to true

           open input fd-line-file

               perform until ws-eof
                   read fd-line-file
                   at end set ws-eof to true
                   not at end
                       if f-line-record(1:3) = "@@ " then
                           if f-line-record(1:17) = ws-pack-marker
                           then
                               set ws-in-section to true
                           else
                               if ws-in-section then
                                   set ws-eof to true
                               end-if
                           end-if
                       else
                           if ws-in-section then
                               perform open-section
                               add 1 to ws-file-rows
                               move concat("  " f-line-record)
                                   to ws-doc-line
                               perform put-document-line
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-line-file

           move concat(
               trim(ws-line-file-name) " "
               ws-tr-timestamp(ws-transcript-idx))
               to ws-line-file-name
           perform close-section

           exit paragraph.


      *> Copies every row of one per-player file into its section.
       export-whole-file.

           move 0 to ws-file-rows
           set ws-section-closed to true
           set ws-not-eof to true

           open input fd-line-file

               perform until ws-eof
                   read fd-line-file
                   at end set ws-eof to true
                   not at end
                       perform open-section
                       add 1 to ws-file-rows
                       move concat("  " f-line-record)
                           to ws-doc-line
                       perform put-document-line
                   end-read
               end-perform

           close fd-line-file

           perform close-section

           exit paragraph.


      *> Copies this player's rows of one shared file; ws-player-col
      *> says where the player id sits in that family's row.
       export-shared-rows.

           move 0 to ws-file-rows
           set ws-section-closed to true
           set ws-not-eof to true

           open input fd-line-file

               perform until ws-eof
                   read fd-line-file
                   at end set ws-eof to true
                   not at end
                       if f-line-record(ws-player-col:20)
                           = ws-player-id then
                           perform open-section
                           add 1 to ws-file-rows
                           move concat("  " f-line-record)
                               to ws-doc-line
                           perform put-document-line
                       end-if
                   end-read
               end-perform

           close fd-line-file

           perform close-section

           exit paragraph.


      *> A section heading goes out with the first row, so families
      *> that hold nothing on the player appear only in the manifest.
       open-section.

           if ws-section-open then
               exit paragraph
           end-if
           set ws-section-open to true

           move spaces to ws-doc-line
           perform put-document-line
           move concat(
               "== " trim(ws-family-label) " -- "
               trim(ws-line-file-name) " ==")
               to ws-doc-line
           perform put-document-line

           exit paragraph.


       close-section.

           if ws-section-open then
               move ws-file-rows to ws-rows-disp
               move concat("  (" trim(ws-rows-disp) " row(s))")
                   to ws-doc-line
               perform put-document-line
           end-if

           add ws-file-rows to ws-total-rows

           if ws-manifest-count < ws-max-manifest then
               add 1 to ws-manifest-count
               move ws-family-label to ws-mf-label(ws-manifest-count)
               move ws-line-file-name to ws-mf-file(ws-manifest-count)
               move ws-file-rows to ws-mf-rows(ws-manifest-count)
           end-if

           exit paragraph.


       write-manifest.

           open output fd-manifest-file

           move concat(
               "EXPORT|" trim(ws-player-id) "|" ws-run-stamp "|"
               trim(ws-user-name) "|" trim(ws-document-file-name))
               to f-manifest-record
           write f-manifest-record

           perform varying ws-manifest-idx from 1 by 1
               until ws-manifest-idx > ws-manifest-count
               move concat(
                   trim(ws-mf-label(ws-manifest-idx)) "|"
                   trim(ws-mf-file(ws-manifest-idx)) "|"
                   ws-mf-rows(ws-manifest-idx))
                   to f-manifest-record
               write f-manifest-record
           end-perform

           move ws-total-rows to ws-rows-disp
           move concat("TOTAL|" trim(ws-rows-disp))
               to f-manifest-record
           write f-manifest-record

           close fd-manifest-file

           exit paragraph.


       put-document-line.

           move ws-doc-line to f-document-record
           write f-document-record

           exit paragraph.


       check-operator-grant.

           move "player-export" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program player-export.
