      *          multi-board), the session index, drill progress and
      *          staging files, the points-bank ledger, the
      *          preference profile, the rating ladder and history,
      *          multi-board / absurdle / bot-race / ghost-race
      *          results (racer and ghost), pick-em picks and
      *          scores, replay credits, word suggestions, word
      *          disputes, puzzle-pack progress, the knockout cup
      *          bracket, personal goals and their history and the
      *          player-master
      *          registration -- then recomputes the merged player's
      *          streaks the way cobordle's compute-streaks does.
      *          A registration carried across to the new id loses
      *          its PIN (the hash is salted with the old id), and
      *          the summary tells the commissioner to issue a fresh
      *          one with player-master --reset-pin.
      *
      *          Refuses to run when both ids hold an in-progress
      *          checkpoint for the same word length (or both hold a
      *          into one and neither should be silently discarded.
      *
      *          Usage: player-rename --from=OLD --to=NEW [--confirm]
      *                 player-rename --rollback | --rollforward
      *          Without --confirm nothing is changed.
      *
      *          A confirmed run keeps a before-image of every file
      *          it is about to change (see rollback-journal). If a
      *          run of this program or of player-purge was cut off
      *          halfway, the next start of either says so and asks
      *          whether to roll it back (every file as it was before
      *          that run) or forward (back, then run it again to
      *          completion); --rollback / --rollforward answer
      *          without asking.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-line-file
               assign to dynamic ws-line-file-name
      *> Generic line pair for appending one per-player file onto
      *> another (audit, achieve, drill, stage).
       fd  fd-line-file.
       01  f-line-record               pic x(200).

       fd  fd-line-out.
       01  f-line-out-record           pic x(200).

       fd  fd-session-index-file.
       copy "./src/copy/session_index_record.cpy".
       01  ws-player-col2          pic 9(3) comp.
       01  ws-file-rekeyed         pic 9(5) comp.

      *> Player-master registration: the old id's row becomes the new
      *> id's, unless the new id is already registered -- then that
      *> registration (and its PIN) stands and the old row is dropped.
       01  ws-to-registered-sw     pic a value 'N'.
           88  ws-to-registered    value 'Y'.
           88  ws-to-not-registered value 'N'.
       01  ws-pin-reset-sw         pic a value 'N'.
           88  ws-pin-reset        value 'Y'.
           88  ws-pin-not-reset    value 'N'.
       01  ws-master-rows-merged   pic 9(2) comp value 0.

       01  ws-from-prof-name       pic x(60).
       01  ws-to-prof-name         pic x(60).

       01  ws-current-streak       pic 9(5) comp value 0.
       01  ws-best-streak          pic 9(5) comp value 0.

      *> The maintenance-window lock held while the files are being
      *> rewritten (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

      *> Before-images of every file a confirmed run changes, so a
      *> run cut off halfway can be undone (see rollback-journal).
       copy "./src/copy/rollback_journal.cpy".
       01  ws-rb-id                pic x(20).

      *> Recovery of a run left unfinished: B back, F forward, and
      *> the command line that runs it again.
       01  ws-recovery-choice      pic a.
       01  ws-rerun-command        pic x(100).
       01  ws-entries-disp         pic z(3)9.

       procedure division.

       main-procedure.
           display space

           accept ws-cmd-args from command-line

           perform check-unfinished-run

           perform parse-cmd-args

           if ws-from-id = spaces or ws-to-id = spaces then
               stop run
           end-if

           perform check-operator-grant

           perform check-checkpoint-conflicts
           if ws-ckpt-conflict then
               display "Refusing to run: both ids hold an "
               stop run
           end-if

           if ws-confirmed then
               perform take-maintenance-lock
               perform begin-rollback-journal
           end-if

           if ws-preview-only then
               display "Preview only -- nothing will be changed. "
                   "Rerun with --confirm to rekey."
           perform rekey-picks
           perform rename-checkpoint-files
           perform rekey-session-index
           perform merge-master-row

           perform display-summary

           if ws-confirmed then
               perform recompute-streaks
               move 'C' to l-rb-action
               call "rollback-journal" using l-rollback-journal
               perform release-maintenance-lock
           end-if

           move "player-rename" to l-rj-program
               ws-stats-rows-moved + ws-achieve-rows-merged
               + ws-audit-rows-moved + ws-sidx-rows-rekeyed
               + ws-bank-rows-appended + ws-shared-rows-rekeyed
               + ws-master-rows-merged
           if ws-confirmed then
               move "OK" to l-rj-outcome
           else

      *> The shared row files that carry the player id inside the
      *> row: rating history (player and opponent columns),
      *> multi-board results, absurdle, bot-race and ghost-race
      *> results (racer and ghost columns), pick-em
      *> scores, replay credits, the word-suggestion box, the word
      *> disputes, puzzle-pack progress, the knockout cup's
      *> bracket (both players' columns) and the personal goals
      *> with their history. Each is rewritten with
      *> the old id replaced (picks get their own pass: they're one
      *> per player per date and need the duplicate check; a pack
      *> both ids started is settled by puzzle-pack, which keeps the
      *> row further along).
       rekey-shared-files.

           move "cobordle_rating_hist.dat" to ws-line-file-name
           move 0 to ws-player-col2
           perform rekey-shared-rows

           move "cobordle_ghost_races.dat" to ws-line-file-name
           move 9 to ws-player-col
           move 38 to ws-player-col2
           perform rekey-shared-rows

           move "cobordle_pickem_scores.dat" to ws-line-file-name
           move 9 to ws-player-col
           move 0 to ws-player-col2
           move 0 to ws-player-col2
           perform rekey-shared-rows

           move "cobordle_suggestions.dat" to ws-line-file-name
           move 21 to ws-player-col
           move 0 to ws-player-col2
           perform rekey-shared-rows

           move "cobordle_disputes.dat" to ws-line-file-name
           move 31 to ws-player-col
           move 0 to ws-player-col2
           perform rekey-shared-rows

           move "cobordle_pack_progress.dat" to ws-line-file-name
           move 1 to ws-player-col
           move 0 to ws-player-col2
           perform rekey-shared-rows

           move "cobordle_cup.dat" to ws-line-file-name
           move 15 to ws-player-col
           move 37 to ws-player-col2
           perform rekey-shared-rows

           move "cobordle_goals.dat" to ws-line-file-name
           move 1 to ws-player-col
           move 0 to ws-player-col2
           perform rekey-shared-rows

           move "cobordle_goals_history.dat" to ws-line-file-name
           move 9 to ws-player-col
           move 0 to ws-player-col2
           perform rekey-shared-rows

           exit paragraph.


           exit paragraph.


       merge-master-row.

           move "cobordle_players.dat" to ws-line-file-name
           move concat(trim(ws-line-file-name) ".tmp")
               to ws-line-out-name

           set ws-to-not-registered to true
           set ws-not-eof to true

           open input fd-line-file
               perform until ws-eof
                   read fd-line-file
                   at end set ws-eof to true
                   not at end
                       if f-line-record(1:20) = ws-to-id then
                           set ws-to-registered to true
                       end-if
                   end-read
               end-perform
           close fd-line-file

           move 0 to ws-master-rows-merged
           set ws-not-eof to true

           open input fd-line-file
           open output fd-line-out

               perform until ws-eof
                   read fd-line-file
                   at end set ws-eof to true
                   not at end
                       if f-line-record(1:20) = ws-from-id then
                           add 1 to ws-master-rows-merged
                           if ws-to-not-registered then
                               move ws-to-id to f-line-record(1:20)
      *>                       The PIN hash is salted with the id, so
      *>                       it can't match under the new one.
                               move zeros to f-line-record(72:9)
                               move 'M' to f-line-record(89:1)
                               set ws-pin-reset to true
                               write f-line-out-record
                                   from f-line-record
                           end-if
                       else
                           write f-line-out-record
                               from f-line-record
                       end-if
                   end-read
               end-perform

           close fd-line-file
           close fd-line-out

           if ws-confirmed and ws-master-rows-merged > 0 then
               call "CBL_DELETE_FILE" using ws-line-file-name
               call "CBL_RENAME_FILE" using
                   ws-line-out-name ws-line-file-name
           else
               call "CBL_DELETE_FILE" using ws-line-out-name
           end-if

           set ws-not-eof to true

           exit paragraph.


      *> Pick-em picks are one per player per date. The old id's
      *> rows rekey across unless the new id already locked a pick
      *> for that date -- then the new id's own pick stands and the
           move ws-picks-dropped to ws-count-disp
           display concat(
               "  Duplicate picks dropped:" trim(ws-count-disp))
           move ws-master-rows-merged to ws-count-disp
           display concat(
               "  Registrations merged:   " trim(ws-count-disp))

           if ws-pin-reset then
               display space
               display concat(
                   "PIN reset: " trim(ws-to-id) " has no PIN until "
                   "the commissioner issues one with player-master "
                   "--reset-pin=" trim(ws-to-id) ".")
           end-if

           if ws-preview-only then
               display space

           exit paragraph.


      *> Nobody may record play while this run rewrites the files
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "player-rename" to l-ml-program
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
               move "player-rename" to l-rj-program
               move ws-cmd-args(1:60) to l-rj-args
               move 0 to l-rj-rows-in
               move 0 to l-rj-rows-out
               move "LOCKED" to l-rj-outcome
               call "run-journal" using l-run-journal
               move 8 to return-code
               stop run
           end-if

           exit paragraph.


       release-maintenance-lock.

           move 'C' to l-ml-action
           call "maint-lock" using l-maint-lock

           exit paragraph.


      *> Opens this run's before-image journal and notes, before
      *> anything is touched, every file either id's merge can
      *> rewrite, create, append to or remove, and both ids' stats
      *> rows.
       begin-rollback-journal.

           move 'B' to l-rb-action
           move "player-rename" to l-rb-program
           move ws-cmd-args(1:60) to l-rb-args
           call "rollback-journal" using l-rollback-journal

           move ws-from-id to ws-rb-id
           perform keep-id-file-images
           move ws-to-id to ws-rb-id
           perform keep-id-file-images

           move "cobordle_audit_heads.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_ratings.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_rating_hist.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_multi_results.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_absurdle_results.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_bot_races.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_ghost_races.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_pickem_scores.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_replay_credits.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_suggestions.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_disputes.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_pack_progress.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_cup.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_goals.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_goals_history.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_picks.dat" to l-rb-file-name
           perform keep-before-image
           move "cobordle_players.dat" to l-rb-file-name
           perform keep-before-image
           move ws-session-index-file-name to l-rb-file-name
           perform keep-before-image

           move 'S' to l-rb-action
           move ws-from-id to l-rb-player
           call "rollback-journal" using l-rollback-journal
           move ws-to-id to l-rb-player
           call "rollback-journal" using l-rollback-journal

           exit paragraph.


      *> The per-player files of the id in ws-rb-id.
       keep-id-file-images.

           move concat("cobordle_achieve_" trim(ws-rb-id) ".dat")
               to l-rb-file-name
           perform keep-before-image
           move concat("cobordle_audit_" trim(ws-rb-id) ".log")
               to l-rb-file-name
           perform keep-before-image
           move concat("cobordle_drill_" trim(ws-rb-id) ".dat")
               to l-rb-file-name
           perform keep-before-image
           move concat("cobordle_stage_" trim(ws-rb-id) ".dat")
               to l-rb-file-name
           perform keep-before-image
           move concat(
               "cobordle_stage_word_" trim(ws-rb-id) ".dat")
               to l-rb-file-name
           perform keep-before-image
           move concat("cobordle_bank_" trim(ws-rb-id) ".dat")
               to l-rb-file-name
           perform keep-before-image
           move concat("cobordle_profile_" trim(ws-rb-id) ".dat")
               to l-rb-file-name
           perform keep-before-image

           perform varying ws-ckpt-probe-length from 4 by 1
               until ws-ckpt-probe-length > 7
               move ws-ckpt-probe-length to ws-ckpt-length-digit
               move concat(
                   "cobordle_checkpoint_" trim(ws-rb-id)
                   "_" ws-ckpt-length-digit ".dat")
                   to l-rb-file-name
               perform keep-before-image
           end-perform

           move concat(
               "cobordle_checkpoint_multi_" trim(ws-rb-id) ".dat")
               to l-rb-file-name
           perform keep-before-image

           exit paragraph.


      *> l-rb-file-name is about to be rewritten, created or removed.
       keep-before-image.

           move 'F' to l-rb-action
           call "rollback-journal" using l-rollback-journal

           exit paragraph.


      *> A confirmed run of this program or of player-purge that
      *> never reached its end -- killed, or the machine went down --
      *> leaves its before-image journal behind. Nothing more may run
      *> over a half-moved player, so the operator decides here:
      *> roll that run back, or roll it back and run it again to
      *> completion.
       check-unfinished-run.

           move 'Q' to l-rb-action
           call "rollback-journal" using l-rollback-journal

           if l-rb-none then
               move 0 to ws-cmd-found
               inspect ws-cmd-args tallying ws-cmd-found
                   for all "--roll"
               if ws-cmd-found > 0 then
                   display "No unfinished run was found -- nothing "
                       "to roll back or forward."
                   stop run
               end-if
               exit paragraph
           end-if

           perform check-run-in-progress

           move l-rb-entries to ws-entries-disp
           display "An unfinished run was found:"
           display concat(
               "  " trim(l-rb-program) " " trim(l-rb-args))
           display concat(
               "  started " l-rb-stamp(1:4) "-" l-rb-stamp(5:2)
               "-" l-rb-stamp(7:2) " " l-rb-stamp(9:2) ":"
               l-rb-stamp(11:2) " by " trim(l-rb-user) ", "
               trim(ws-entries-disp) " before-image(s) kept")
           display space

           move space to ws-recovery-choice
           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--rollback"
           if ws-cmd-found > 0 then
               move 'B' to ws-recovery-choice
           end-if
           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--rollforward"
           if ws-cmd-found > 0 then
               move 'F' to ws-recovery-choice
           end-if

           if ws-recovery-choice = space then
               display "B)ack it out, roll it F)orward (back out, "
                   "then run it again), or Q)uit: "
                   with no advancing
               accept ws-recovery-choice
               move upper-case(ws-recovery-choice)
                   to ws-recovery-choice
           end-if

           if ws-recovery-choice not = 'B'
           and ws-recovery-choice not = 'F' then
               display "Nothing changed. That run must be rolled "
                   "back or forward before this one can start."
               move 8 to return-code
               stop run
           end-if

           perform check-operator-grant
           perform recover-unfinished-run

           stop run.


      *> A journal left behind by a run that still holds its own
      *> maintenance lock, not yet past its expected finish, is a run
      *> that is still going -- not a crashed one -- and it must not
      *> be rolled back underneath itself.
       check-run-in-progress.

           move 'Q' to l-ml-action
           call "maint-lock" using l-maint-lock
           if l-ml-held and l-ml-holder = l-rb-program
           and not l-ml-stale then
               display concat(
                   "A " trim(l-rb-program) " run is still in progress "
                   "(maintenance lock held until " l-ml-until-disp
                   ") -- nothing changed.")
               move 8 to return-code
               stop run
           end-if

           exit paragraph.


      *> The crashed run's own maintenance lock is cleared first --
      *> it is stale, its holder is gone -- then the lock is taken for
      *> the roll back like any other rewrite.
       recover-unfinished-run.

           move 'Q' to l-ml-action
           call "maint-lock" using l-maint-lock
           if l-ml-held and l-ml-holder = l-rb-program
           and l-ml-stale then
               move 'F' to l-ml-action
               call "maint-lock" using l-maint-lock
           end-if

           perform take-maintenance-lock

           move l-rb-entries to l-rj-rows-in
           move 'R' to l-rb-action
           call "rollback-journal" using l-rollback-journal

           perform release-maintenance-lock

           display concat(
               "Rolled back: every file that run had changed is as "
               "it was before it started.")

           move "player-rename" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move 0 to l-rj-rows-out
           move "ROLLBACK" to l-rj-outcome
           call "run-journal" using l-run-journal

           if ws-recovery-choice = 'F' then
               move concat(
                   "./" trim(l-rb-program) " " trim(l-rb-args))
                   to ws-rerun-command
               display concat(
                   "Running it again: " trim(ws-rerun-command))
               display space
               call "SYSTEM" using ws-rerun-command
           end-if

           exit paragraph.


       check-operator-grant.

           move "player-rename" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program player-rename.
