      *          staging files, drill progress, the audit log, the
      *          points-bank ledger, the preference profile, the
      *          skill-rating row and rating history, multi-board /
      *          absurdle / bot-race / ghost-race results, pick-em
      *          picks and scores, replay credits, word suggestions and
      *          disputes, puzzle-pack progress, personal goals and
      *          their history, session-index
      *          entries with their loose transcript files, queued
      *          pending scores and the player-master
      *          registration -- moves that
      *          player's data into one dated, signed-off extract
      *          file, and prints a manifest of everything it
      *          touched. stats-archive only ages data by date; this
      *          is the "someone left the company" tool.
      *
      *          Usage: player-purge PLAYER [--confirm]
      *                 player-purge --rollback | --rollforward
      *          Without --confirm nothing is changed; the manifest
      *          shows what a confirmed run would remove.
      *
      *          A confirmed run keeps a before-image of every file
      *          it is about to change (see rollback-journal). If a
      *          run of this program or of player-rename was cut off
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
       copy "./src/copy/pending_score_record.cpy".

       fd  fd-pending-tmp.
       01  f-pending-tmp-record        pic x(65).

       working-storage section.

       01  ws-result-rows-moved    pic 9(5) comp value 0.
       01  ws-pickem-rows-moved    pic 9(5) comp value 0.
       01  ws-credit-rows-moved    pic 9(5) comp value 0.
       01  ws-suggest-rows-moved   pic 9(5) comp value 0.
       01  ws-dispute-rows-moved   pic 9(5) comp value 0.
       01  ws-pack-rows-moved      pic 9(5) comp value 0.
       01  ws-goal-rows-moved      pic 9(5) comp value 0.
       01  ws-sidx-rows-moved      pic 9(5) comp value 0.
       01  ws-transcripts-moved    pic 9(5) comp value 0.
       01  ws-pending-rows-moved   pic 9(5) comp value 0.
       01  ws-master-rows-moved    pic 9(5) comp value 0.
       01  ws-count-disp           pic z(6)9.

      *> Recovery of a run left unfinished: B back, F forward, and
      *> the command line that runs it again.
       01  ws-recovery-choice      pic a.
       01  ws-rerun-command        pic x(100).

      *> Per-file sweep work fields: the rows found in the file being
      *> absorbed, and whether the file existed at all.
       01  ws-family-label         pic x(30).
       01  ws-transcript-count     pic 9(3) comp value 0.
       01  ws-transcript-idx       pic 9(3) comp.

      *> The maintenance-window lock held while the files are being
      *> rewritten (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

      *> Before-images of every file a confirmed run changes, so a
      *> run cut off halfway can be undone (see rollback-journal).
       copy "./src/copy/rollback_journal.cpy".

       procedure division.

       main-procedure.

           accept ws-cmd-args from command-line

           perform check-unfinished-run

           move spaces to ws-player-arg
           if ws-cmd-args not = spaces
           and ws-cmd-args(1:2) not = "--" then
               set ws-confirmed to true
           end-if

           perform check-operator-grant

           move function current-date(1:14) to ws-run-stamp
           move concat(
               "cobordle_purge_" trim(ws-player-id)
               display "Preview only -- nothing will be changed. "
                   "Rerun with --confirm to purge."
               display space
           else
               perform take-maintenance-lock
               perform begin-rollback-journal
           end-if

           perform purge-stats-rows
           perform purge-result-rows
           perform purge-pickem-rows
           perform purge-credit-rows
           perform purge-suggestion-rows
           perform purge-dispute-rows
           perform purge-pack-rows
           perform purge-goal-rows
           perform purge-session-index
           perform purge-pending-rows
           perform purge-master-row

           if ws-confirmed then
               move 'C' to l-rb-action
               call "rollback-journal" using l-rollback-journal
               perform release-maintenance-lock
           end-if

           perform display-manifest

               + ws-drill-rows-moved + ws-bank-rows-moved
               + ws-rating-rows-moved + ws-hist-rows-moved
               + ws-result-rows-moved + ws-pickem-rows-moved
               + ws-credit-rows-moved + ws-suggest-rows-moved
               + ws-dispute-rows-moved + ws-pack-rows-moved
               + ws-goal-rows-moved
               + ws-sidx-rows-moved
               + ws-pending-rows-moved + ws-master-rows-moved
           if ws-confirmed then
               move "OK" to l-rj-outcome
           else
           exit paragraph.


      *> The registration itself (name, team, PIN hash): with it gone
      *> the id can't sign in for recorded play again.
       purge-master-row.

           move "PLAYER-MASTER" to ws-family-label
           move "cobordle_players.dat" to ws-line-file-name
           move 1 to ws-player-col
           perform purge-shared-rows
           move ws-file-rows to ws-master-rows-moved

           exit paragraph.


      *> The player's row on the rating ladder and their rating
      *> history. Other players' history rows naming this player as
      *> the opponent stay -- they belong to those players' careers.


      *> Per-mode results the player accumulated: multi-board
      *> rounds, daily absurdle challenges, bot races and ghost
      *> races.
       purge-result-rows.

           move "MULTI" to ws-family-label
           perform purge-shared-rows
           add ws-file-rows to ws-result-rows-moved

           move "GHOST-RACE" to ws-family-label
           move "cobordle_ghost_races.dat" to ws-line-file-name
           move 9 to ws-player-col
           perform purge-shared-rows
           add ws-file-rows to ws-result-rows-moved

           exit paragraph.


           exit paragraph.


      *> The player's word suggestions. One already scheduled only
      *> loses its credit in the digest; the schedule row stays.
       purge-suggestion-rows.

           move "SUGGESTION" to ws-family-label
           move "cobordle_suggestions.dat" to ws-line-file-name
           move 21 to ws-player-col
           perform purge-shared-rows
           move ws-file-rows to ws-suggest-rows-moved

           exit paragraph.


      *> The word disputes the player raised. A decision already
      *> logged against the word stays in the decision log.
       purge-dispute-rows.

           move "DISPUTE" to ws-family-label
           move "cobordle_disputes.dat" to ws-line-file-name
           move 31 to ws-player-col
           perform purge-shared-rows
           move ws-file-rows to ws-dispute-rows-moved

           exit paragraph.


      *> The player's place in each puzzle pack. Their pack rounds
      *> are stats rows and go with those.
       purge-pack-rows.

           move "PACK-PROGRESS" to ws-family-label
           move "cobordle_pack_progress.dat" to ws-line-file-name
           move 1 to ws-player-col
           perform purge-shared-rows
           move ws-file-rows to ws-pack-rows-moved

           exit paragraph.


      *> The player's personal goals and the history of the ones
      *> met or missed.
       purge-goal-rows.

           move "GOALS" to ws-family-label
           move "cobordle_goals.dat" to ws-line-file-name
           move 1 to ws-player-col
           perform purge-shared-rows
           move ws-file-rows to ws-goal-rows-moved

           move "GOAL-HISTORY" to ws-family-label
           move "cobordle_goals_history.dat" to ws-line-file-name
           move 9 to ws-player-col
           perform purge-shared-rows
           add ws-file-rows to ws-goal-rows-moved

           exit paragraph.


      *> Rewrites one shared multi-player file without this
      *> player's rows (the same tmp-and-rename the session-index
      *> rewrite uses), extracting each removed row under its
           close fd-line-tmp

           if ws-confirmed and ws-file-rows > 0 then
               move ws-line-file-name to l-rb-file-name
               perform keep-before-image
               call "CBL_DELETE_FILE" using ws-line-file-name
               call "CBL_RENAME_FILE" using
                   ws-line-tmp-name ws-line-file-name
           close fd-line-file

           if ws-file-found and ws-confirmed then
               move ws-line-file-name to l-rb-file-name
               perform keep-before-image
               call "CBL_DELETE_FILE" using ws-line-file-name
           end-if

           close fd-session-index-tmp

           if ws-confirmed and ws-sidx-rows-moved > 0 then
               move ws-session-index-file-name to l-rb-file-name
               perform keep-before-image
               call "CBL_DELETE_FILE"
                   using ws-session-index-file-name
               call "CBL_RENAME_FILE" using
           close fd-pending-tmp

           if ws-confirmed and ws-pending-rows-moved > 0 then
               move ws-pending-file-name to l-rb-file-name
               perform keep-before-image
               call "CBL_DELETE_FILE" using ws-pending-file-name
               call "CBL_RENAME_FILE" using
                   ws-pending-tmp-name ws-pending-file-name
           move ws-credit-rows-moved to ws-count-disp
           display concat(
               "  Replay-credit rows:  " trim(ws-count-disp))
           move ws-suggest-rows-moved to ws-count-disp
           display concat(
               "  Suggestion rows:     " trim(ws-count-disp))
           move ws-dispute-rows-moved to ws-count-disp
           display concat(
               "  Dispute rows:        " trim(ws-count-disp))
           move ws-pack-rows-moved to ws-count-disp
           display concat(
               "  Pack-progress rows:  " trim(ws-count-disp))
           move ws-goal-rows-moved to ws-count-disp
           display concat(
               "  Goal rows:           " trim(ws-count-disp))
           move ws-sidx-rows-moved to ws-count-disp
           display concat(
               "  Session-index rows:  " trim(ws-count-disp))
           move ws-pending-rows-moved to ws-count-disp
           display concat(
               "  Pending-score rows:  " trim(ws-count-disp))
           move ws-master-rows-moved to ws-count-disp
           display concat(
               "  Player-master rows:  " trim(ws-count-disp))

           display space
           if ws-confirmed then

           exit paragraph.


      *> Nobody may record play while this run rewrites the files
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "player-purge" to l-ml-program
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
               move "player-purge" to l-rj-program
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


      *> Opens this run's before-image journal. The extract does not
      *> exist yet, so a roll back removes it; the player's stats
      *> rows are kept up front because they are deleted in place.
       begin-rollback-journal.

           move 'B' to l-rb-action
           move "player-purge" to l-rb-program
           move ws-cmd-args(1:60) to l-rb-args
           call "rollback-journal" using l-rollback-journal

           move ws-extract-file-name to l-rb-file-name
           perform keep-before-image

           move 'S' to l-rb-action
           move ws-player-id to l-rb-player
           call "rollback-journal" using l-rollback-journal

           exit paragraph.


      *> l-rb-file-name is about to be rewritten or deleted.
       keep-before-image.

           move 'F' to l-rb-action
           call "rollback-journal" using l-rollback-journal

           exit paragraph.


      *> A confirmed run of this program or of player-rename that
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

           move l-rb-entries to ws-count-disp
           display "An unfinished run was found:"
           display concat(
               "  " trim(l-rb-program) " " trim(l-rb-args))
           display concat(
               "  started " l-rb-stamp(1:4) "-" l-rb-stamp(5:2)
               "-" l-rb-stamp(7:2) " " l-rb-stamp(9:2) ":"
               l-rb-stamp(11:2) " by " trim(l-rb-user) ", "
               trim(ws-count-disp) " before-image(s) kept")
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

           move "player-purge" to l-rj-program
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

           move "player-purge" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program player-purge.
