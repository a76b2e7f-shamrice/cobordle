      ******************************************************************
      * Purpose: Single-game correction. void-day can only throw out
      *          a whole day's dailies; this fixes one game, found by
      *          the game id stamped on its stats row: a terminal
      *          crash recorded as a loss, a blitz clock that
      *          misfired, a game played under the wrong id. The game
      *          can be voided, have its solved flag or its tries
      *          changed, or be moved to another player.
      *
      *          Every correction carries a reason code and leaves
      *          the row's before and after images in
      *          cobordle_corrections.dat. The knock-on effects are
      *          put right with it: the word summary's games, solves
      *          and tries; the points the game was credited in the
      *          bank ledger (a balancing C or D row, never an edit
      *          of the original); the achievements that depended on
      *          the game (withdrawn when no longer earned, awarded
      *          when now earned); and the streaks, recomputed the
      *          way cobordle's compute-streaks derives them.
      *
      *          Reason codes: CRASH    terminal or session crash
      *                        CLOCK    blitz or timer misfire
      *                        WRONG-ID played under the wrong id
      *                        DISPUTE  upheld player dispute
      *                        ENTRY    recorded wrongly otherwise
      *
      *          Usage: correct-game --game=ID --reason=CODE
      *                 --void | --solved=Y|N | --tries=N | --to=PLAYER
      *                 [--confirm]
      *          Without --confirm nothing is changed.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. correct-game.

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

               select optional fd-word-summary-file
               assign to dynamic ws-word-summary-file-name
               organization is indexed
               access mode is dynamic
               record key is f-wsum-word.

               select optional fd-correction-file
               assign to dynamic ws-correction-file-name
               organization is line sequential.

               select optional fd-bank-file
               assign to dynamic ws-bank-file-name
               organization is line sequential.

               select optional fd-achieve-file
               assign to dynamic ws-achieve-file-name
               organization is line sequential.

               select fd-achieve-tmp
               assign to dynamic ws-achieve-tmp-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       fd  fd-word-summary-file.
       copy "./src/copy/word_summary_record.cpy".

       fd  fd-correction-file.
       copy "./src/copy/correction_record.cpy".

       fd  fd-bank-file.
       copy "./src/copy/bank_record.cpy".

       fd  fd-achieve-file.
       copy "./src/copy/achieve_record.cpy".

       fd  fd-achieve-tmp.
       01  f-achieve-tmp-record        pic x(24).

       working-storage section.

       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-word-summary-file-name pic x(40)
                                   value "cobordle_word_summary.idx".
       01  ws-correction-file-name pic x(40)
                                   value "cobordle_corrections.dat".
       01  ws-bank-file-name       pic x(40).
       01  ws-achieve-file-name    pic x(40).
       01  ws-achieve-tmp-name     pic x(44).

       01  ws-cmd-args             pic x(2024).
       01  ws-arg-discard          pic x(2024).
       01  ws-arg-remainder        pic x(2024).
       01  ws-cmd-found            pic 9(2) comp.
       01  ws-tries-arg            pic x(4).

       01  ws-game-id              pic x(16) value spaces.
       01  ws-reason-code          pic x(8) value spaces.
           88  ws-reason-valid     values "CRASH" "CLOCK" "WRONG-ID"
                                          "DISPUTE" "ENTRY".
       01  ws-action               pic x(8) value spaces.
           88  ws-action-void      value "VOID".
           88  ws-action-solved    value "SOLVED".
           88  ws-action-tries     value "TRIES".
           88  ws-action-move      value "MOVE".
       01  ws-action-count         pic 9 comp value 0.
       01  ws-new-solved           pic a value space.
       01  ws-new-tries            pic 9(2) value 0.
       01  ws-new-player           pic x(20) value spaces.

       01  ws-confirm-sw           pic a value 'N'.
           88  ws-confirmed        value 'Y'.
           88  ws-preview-only     value 'N'.

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-found-sw             pic a value 'N'.
           88  ws-game-found       value 'Y'.
           88  ws-game-not-found   value 'N'.

      *> The game's stats row as found, and as it is to become.
       01  ws-before-row           pic x(100).
       01  ws-after-row            pic x(100).
       01  ws-before-key.
           05  ws-before-player    pic x(20).
           05  ws-before-date      pic 9(8).
           05  ws-before-seq       pic 9(8).
       01  ws-before-word          pic a(7).
       01  ws-before-tries         pic 9(2).
       01  ws-before-solved        pic a.
       01  ws-after-tries          pic 9(2).
       01  ws-after-solved         pic a.

      *> Points: what the game was credited, and what it would have
      *> scored as corrected -- run-game's compute-game-points over
      *> the row's own tries, limit, time and hard flag. The hints
      *> taken aren't on the row; the deduction they made is read
      *> back out of the points originally credited, so it carries
      *> over unchanged.
       01  ws-old-points           pic 9(5) value 0.
       01  ws-new-points           pic 9(5) value 0.
       01  ws-max-tries            pic 9(2).
       01  ws-base-points          pic s9(6) comp.
       01  ws-speed-points         pic s9(6) comp.
       01  ws-raw-points           pic s9(6) comp.
       01  ws-hint-penalty         pic s9(6) comp value 0.
       01  ws-calc-points          pic s9(6) comp.

       01  ws-today                pic 9(8).
       01  ws-run-stamp            pic x(14).
       01  ws-user-name            pic x(12).
       01  ws-count-disp           pic z(4)9.
       01  ws-tries-disp           pic z9.

      *> Per-player recompute: the player in hand, their spent
      *> streak-freeze dates, and the totals and streaks the walk
      *> over their rows derives.
       01  ws-check-player         pic x(20).
       01  ws-max-frozen           constant as 50.
       01  ws-frozen-dates         pic 9(8)
                                   occurs ws-max-frozen times.
       01  ws-frozen-count         pic 9(2) comp value 0.
       01  ws-frozen-idx           pic 9(2) comp.
       01  ws-date-frozen-sw       pic a value 'N'.
           88  ws-date-frozen      value 'Y'.
           88  ws-date-not-frozen  value 'N'.
       01  ws-player-games         pic 9(5) comp value 0.
       01  ws-player-wins          pic 9(5) comp value 0.
       01  ws-current-streak       pic 9(5) comp value 0.
       01  ws-best-streak          pic 9(5) comp value 0.
       01  ws-one-try-sw           pic a value 'N'.
           88  ws-has-one-try-win  value 'Y'.
           88  ws-no-one-try-win   value 'N'.
       01  ws-hard7-sw             pic a value 'N'.
           88  ws-has-hard7-win    value 'Y'.
           88  ws-no-hard7-win     value 'N'.

      *> Office holidays, bridged for everyone's streak the way
      *> compute-streaks bridges them (see holiday-check).
       copy "./src/copy/holiday_check.cpy".

      *> The badges evaluate-achievements hands out and whether the
      *> player's rows, as corrected, still earn each one.
       01  ws-badge-table.
           05  ws-badge occurs 5 times.
               10  ws-badge-code   pic x(16).
               10  ws-badge-earned pic a.
               10  ws-badge-held   pic a.
       01  ws-badge-idx            pic 9 comp.
       01  ws-achieve-rows-kept    pic 9(3) comp.
       01  ws-badges-changed       pic 9(3) comp value 0.
       01  ws-known-badge-sw       pic a value 'N'.
           88  ws-known-badge      value 'Y'.
           88  ws-unknown-badge    value 'N'.

       01  ws-wsum-found-sw        pic a value 'N'.
           88  ws-wsum-found       value 'Y'.
           88  ws-wsum-not-found   value 'N'.

      *> One administrative run-journal row per run: a correction
      *> rewrites the stats master.
       copy "./src/copy/run_journal.cpy".

      *> The maintenance-window lock held while the files are being
      *> rewritten (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Single-game correction"
           display space

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if ws-game-id = spaces or ws-action-count not = 1 then
               display "Usage: correct-game --game=ID --reason=CODE"
               display "         --void | --solved=Y|N | --tries=N "
                   "| --to=PLAYER  [--confirm]"
               display "Reason codes: CRASH CLOCK WRONG-ID DISPUTE "
                   "ENTRY"
               stop run
           end-if

           if not ws-reason-valid then
               display "A correction needs a reason code: --reason="
                   "CRASH, CLOCK, WRONG-ID, DISPUTE or ENTRY."
               move 8 to return-code
               stop run
           end-if

           perform check-operator-grant

           perform find-game
           if ws-game-not-found then
               display concat(
                   "No recorded game has id " trim(ws-game-id) ".")
               move 0 to l-rj-rows-in
               move "NOTFOUND" to l-rj-outcome
               perform write-journal-row
               move 8 to return-code
               stop run
           end-if

           perform build-after-image
           perform display-correction

           if ws-preview-only then
               display space
               display "Preview only -- nothing will be changed. "
                   "Rerun with --confirm."
               move 1 to l-rj-rows-in
               move "PREVIEW" to l-rj-outcome
               perform write-journal-row
               stop run
           end-if

           perform take-maintenance-lock

           perform apply-stats-change
           perform write-correction-rows
           perform adjust-word-summary
           perform adjust-bank-ledger

           display space
           move ws-before-player to ws-check-player
           perform recompute-player
           if ws-action-move then
               move ws-new-player to ws-check-player
               perform recompute-player
           end-if

           perform release-maintenance-lock

           display space
           display concat(
               "Correction recorded in "
               trim(ws-correction-file-name))

           move 1 to l-rj-rows-in
           move "OK" to l-rj-outcome
           perform write-journal-row

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
               for all "--reason="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--reason="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-reason-code
               move upper-case(ws-reason-code) to ws-reason-code
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--void"
           if ws-cmd-found > 0 then
               set ws-action-void to true
               add 1 to ws-action-count
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--solved="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--solved="
                   into ws-arg-discard ws-arg-remainder
               move upper-case(ws-arg-remainder(1:1))
                   to ws-new-solved
               if ws-new-solved = 'Y' or ws-new-solved = 'N' then
                   set ws-action-solved to true
                   add 1 to ws-action-count
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--tries="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--tries="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-tries-arg
               move function numval(ws-tries-arg) to ws-new-tries
               if ws-new-tries > 0 then
                   set ws-action-tries to true
                   add 1 to ws-action-count
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--to="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--to="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-new-player
               move upper-case(ws-new-player) to ws-new-player
               if ws-new-player not = spaces then
                   set ws-action-move to true
                   add 1 to ws-action-count
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--confirm"
           if ws-cmd-found > 0 then
               set ws-confirmed to true
           end-if

           exit paragraph.


      *> Straight to the game through the game-id key. Rows from
      *> before game ids existed carry none and can't be corrected
      *> this way.
       find-game.

           set ws-game-not-found to true
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
                       set ws-eof to true
                       if f-stats-game-id = ws-game-id then
                           set ws-game-found to true
                           move f-stats-record to ws-before-row
                           move f-stats-key to ws-before-key
                           move f-stats-word to ws-before-word
                           move f-stats-tries to ws-before-tries
                           move f-stats-solved to ws-before-solved
                           move f-stats-points to ws-old-points
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           set ws-not-eof to true

           exit paragraph.


       build-after-image.

           move ws-before-row to f-stats-record
           move f-stats-max-tries to ws-max-tries
           if ws-max-tries = 0 then
               move 6 to ws-max-tries
           end-if

           move ws-before-tries to ws-after-tries
           move ws-before-solved to ws-after-solved

           evaluate true
               when ws-action-void
                   move spaces to ws-after-row
                   move 0 to ws-new-points
                   exit paragraph
               when ws-action-move
                   if ws-new-player = ws-before-player then
                       display "That game is already recorded under "
                           "that id. Nothing to change."
                       stop run
                   end-if
                   move ws-old-points to ws-new-points
                   move f-stats-record to ws-after-row
                   move ws-new-player to ws-after-row(1:20)
                   exit paragraph
               when ws-action-solved
                   move ws-new-solved to ws-after-solved
               when ws-action-tries
                   if ws-new-tries > ws-max-tries then
                       move ws-max-tries to ws-tries-disp
                       display concat(
                           "That game allowed only "
                           trim(ws-tries-disp) " tries.")
                       move 8 to return-code
                       stop run
                   end-if
                   move ws-new-tries to ws-after-tries
           end-evaluate

           if ws-after-tries = ws-before-tries
           and ws-after-solved = ws-before-solved then
               display "The game already reads that way. Nothing to "
                   "change."
               stop run
           end-if

           perform compute-corrected-points

           move ws-after-tries to f-stats-tries
           move ws-after-solved to f-stats-solved
           move ws-new-points to f-stats-points
           move f-stats-record to ws-after-row

           exit paragraph.


      *> run-game's compute-game-points: 100 a try left on the table
      *> plus the solving try, the seconds under five minutes, less
      *> the hint deduction, half again in hard mode, zero for a
      *> loss. Only rows stamped with the extension fields know
      *> their limit and time; older rows were never credited points
      *> and stay at zero.
       compute-corrected-points.

           move 0 to ws-new-points

           if not f-stats-v2 or ws-after-solved not = 'Y' then
               exit paragraph
           end-if

           move 0 to ws-speed-points
           if f-stats-elapsed < 300 then
               compute ws-speed-points = 300 - f-stats-elapsed
           end-if

           move 0 to ws-hint-penalty
           if ws-before-solved = 'Y' and ws-old-points > 0 then
               compute ws-base-points =
                   (ws-max-tries - ws-before-tries + 1) * 100
               if f-stats-hard-flag = 'Y' then
                   compute ws-raw-points rounded =
                       ws-old-points / 1.5
               else
                   move ws-old-points to ws-raw-points
               end-if
               compute ws-hint-penalty =
                   ws-base-points + ws-speed-points - ws-raw-points
               if ws-hint-penalty < 0 then
                   move 0 to ws-hint-penalty
               end-if
           end-if

           compute ws-calc-points =
               (ws-max-tries - ws-after-tries + 1) * 100
               + ws-speed-points - ws-hint-penalty
           if ws-calc-points < 0 then
               move 0 to ws-calc-points
           end-if
           if f-stats-hard-flag = 'Y' then
               compute ws-calc-points rounded = ws-calc-points * 1.5
           end-if

           move ws-calc-points to ws-new-points

           exit paragraph.


       display-correction.

           display concat(
               "Game " trim(ws-game-id) ": " trim(ws-before-player)
               " on " ws-before-date " -- " trim(ws-before-word))
           move ws-before-tries to ws-tries-disp
           move ws-old-points to ws-count-disp
           display concat(
               "  as recorded:  solved " ws-before-solved
               ", tries " trim(ws-tries-disp)
               ", points " trim(ws-count-disp))

           evaluate true
               when ws-action-void
                   display "  corrected:    VOID -- removed from the "
                       "stats"
               when ws-action-move
                   display concat(
                       "  corrected:    moved to "
                       trim(ws-new-player))
               when other
                   move ws-after-tries to ws-tries-disp
                   move ws-new-points to ws-count-disp
                   display concat(
                       "  corrected:    solved " ws-after-solved
                       ", tries " trim(ws-tries-disp)
                       ", points " trim(ws-count-disp))
           end-evaluate

           display concat("  reason:       " trim(ws-reason-code))

           exit paragraph.


      *> The row is read back by its key (the find pass closed the
      *> file) and deleted, rewritten, or deleted and written under
      *> the new player with the same sequence bump record-game-stats
      *> uses on a key collision.
       apply-stats-change.

           open i-o fd-stats-file

               move ws-before-key to f-stats-key
               read fd-stats-file key is f-stats-key
               invalid key
                   display "The game's row vanished before it could "
                       "be corrected. Nothing changed."
                   close fd-stats-file
                   perform release-maintenance-lock
                   move 8 to return-code
                   stop run
               end-read

               evaluate true
                   when ws-action-void
                       delete fd-stats-file
                   when ws-action-move
                       delete fd-stats-file
                       move ws-after-row to f-stats-record
                       perform until ws-eof
                           write f-stats-record
                           invalid key
                               add 1 to f-stats-seq
                           not invalid key
                               set ws-eof to true
                           end-write
                       end-perform
                       move f-stats-record to ws-after-row
                       set ws-not-eof to true
                   when other
                       move ws-after-row to f-stats-record
                       rewrite f-stats-record
                   end-evaluate

           close fd-stats-file

           exit paragraph.


       write-correction-rows.

           call "game-day" using ws-today
           move function current-date(1:14) to ws-run-stamp

           move spaces to ws-user-name
           accept ws-user-name from environment "USER"
           if ws-user-name = spaces then
               move "(unknown)" to ws-user-name
           end-if

           move ws-run-stamp to f-corr-stamp
           move ws-user-name to f-corr-user
           move ws-reason-code to f-corr-reason
           move ws-action to f-corr-action
           move ws-game-id to f-corr-game-id

           open extend fd-correction-file

               set f-corr-before to true
               move ws-before-row to f-corr-image
               write f-correction-record

               set f-corr-after to true
               move ws-after-row to f-corr-image
               write f-correction-record

           close fd-correction-file

           exit paragraph.


      *> The word summary counts a game once and a solve's tries
      *> only when solved: the row as recorded comes out, the row as
      *> corrected goes in. A move leaves the word's figures as
      *> they were.
       adjust-word-summary.

           if ws-action-move then
               exit paragraph
           end-if

           set ws-wsum-not-found to true

           open i-o fd-word-summary-file

               move ws-before-word to f-wsum-word
               read fd-word-summary-file
               invalid key
                   continue
               not invalid key
                   set ws-wsum-found to true
               end-read

               if ws-wsum-found then
                   if f-wsum-games > 0 then
                       subtract 1 from f-wsum-games
                   end-if
                   if ws-before-solved = 'Y' then
                       if f-wsum-solves > 0 then
                           subtract 1 from f-wsum-solves
                       end-if
                       if f-wsum-total-tries >= ws-before-tries then
                           subtract ws-before-tries
                               from f-wsum-total-tries
                       end-if
                   end-if

                   if not ws-action-void then
                       add 1 to f-wsum-games
                       if ws-after-solved = 'Y' then
                           add 1 to f-wsum-solves
                           add ws-after-tries to f-wsum-total-tries
                       end-if
                   end-if

                   rewrite f-word-summary-record
               end-if

           close fd-word-summary-file

           exit paragraph.


      *> The original credit row stays where it is; the difference
      *> goes in as a balancing row dated today. A moved game's
      *> points leave one ledger and arrive in the other.
       adjust-bank-ledger.

           move spaces to f-bank-note
           move concat("correction " trim(ws-game-id))
               to f-bank-note
           move ws-today to f-bank-date

           if ws-action-move then
               if ws-old-points > 0 then
                   move ws-before-player to ws-check-player
                   move 'D' to f-bank-type
                   move ws-old-points to f-bank-amount
                   perform append-bank-row
                   move ws-new-player to ws-check-player
                   move 'C' to f-bank-type
                   perform append-bank-row
               end-if
               exit paragraph
           end-if

           move ws-before-player to ws-check-player

           evaluate true
               when ws-new-points > ws-old-points
                   move 'C' to f-bank-type
                   compute f-bank-amount =
                       ws-new-points - ws-old-points
                   perform append-bank-row
               when ws-new-points < ws-old-points
                   move 'D' to f-bank-type
                   compute f-bank-amount =
                       ws-old-points - ws-new-points
                   perform append-bank-row
               when other
                   continue
           end-evaluate

           exit paragraph.


       append-bank-row.

           move concat(
               "cobordle_bank_" trim(ws-check-player) ".dat")
               to ws-bank-file-name

           open extend fd-bank-file
           write f-bank-record
           close fd-bank-file

           move f-bank-amount to ws-count-disp
           display concat(
               "Bank " f-bank-type " " trim(ws-count-disp)
               " points for " trim(ws-check-player))

           exit paragraph.


      *> compute-streaks' walk over one player's rows -- a loss on a
      *> date a spent streak freeze protects doesn't break the run,
      *> and a round on an office holiday neither adds to nor breaks
      *> it -- collecting on the way what each badge needs, then the
      *> achievements file brought into line with it.
       recompute-player.

           perform load-frozen-dates

           move 0 to ws-player-games
           move 0 to ws-player-wins
           move 0 to ws-current-streak
           move 0 to ws-best-streak
           set ws-no-one-try-win to true
           set ws-no-hard7-win to true
           set ws-not-eof to true

           move ws-check-player to f-stats-player
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
                       if f-stats-player not = ws-check-player then
                           set ws-eof to true
                       else
                           perform tally-one-row
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           set ws-not-eof to true

           move ws-current-streak to ws-count-disp
           display concat(
               trim(ws-check-player) ": current streak "
               trim(ws-count-disp))
           move ws-best-streak to ws-count-disp
           display concat(
               trim(ws-check-player) ": best streak    "
               trim(ws-count-disp))

           perform reconcile-achievements

           exit paragraph.


       tally-one-row.

           add 1 to ws-player-games

           move f-stats-date to l-hc-date
           call "holiday-check" using l-holiday-check

           if f-stats-solved = 'Y' then
               add 1 to ws-player-wins
               if l-hc-open then
                   add 1 to ws-current-streak
               end-if
               if ws-current-streak > ws-best-streak then
                   move ws-current-streak to ws-best-streak
               end-if
               if f-stats-tries = 1 then
                   set ws-has-one-try-win to true
               end-if
      *>       A row from before the hard flag existed can't say
      *>       either way; a 7-letter win there keeps the badge.
               if (f-stats-v2 and f-stats-hard-flag = 'Y'
                   and f-stats-length = 7)
               or (not f-stats-v2
                   and length(trim(f-stats-word)) = 7) then
                   set ws-has-hard7-win to true
               end-if
           else
               perform check-date-frozen
               if ws-date-not-frozen then
                   move 0 to ws-current-streak
               end-if
           end-if

           exit paragraph.


       load-frozen-dates.

           move concat(
               "cobordle_bank_" trim(ws-check-player) ".dat")
               to ws-bank-file-name

           move 0 to ws-frozen-count
           set ws-not-eof to true

           open input fd-bank-file

               perform until ws-eof
                   read fd-bank-file
                   at end set ws-eof to true
                   not at end
                       if f-bank-type = 'U'
                       and ws-frozen-count < ws-max-frozen then
                           add 1 to ws-frozen-count
                           move f-bank-date
                               to ws-frozen-dates(ws-frozen-count)
                       end-if
                   end-read
               end-perform

           close fd-bank-file

           set ws-not-eof to true

           exit paragraph.


       check-date-frozen.

           set ws-date-not-frozen to true

           perform varying ws-frozen-idx from 1 by 1
               until ws-frozen-idx > ws-frozen-count
               if ws-frozen-dates(ws-frozen-idx) = f-stats-date then
                   set ws-date-frozen to true
                   exit perform
               end-if
           end-perform

           if l-hc-holiday then
               set ws-date-frozen to true
           end-if

           exit paragraph.


      *> evaluate-achievements' five badges against the corrected
      *> history: a held badge no row earns any more is withdrawn, an
      *> earned badge not yet held is awarded today. Rows for any
      *> other code are carried over untouched.
       reconcile-achievements.

           move "FIRST-WIN" to ws-badge-code(1)
           move "SOLVED-IN-1" to ws-badge-code(2)
           move "GAMES-100" to ws-badge-code(3)
           move "STREAK-10" to ws-badge-code(4)
           move "HARD7-WIN" to ws-badge-code(5)

           perform varying ws-badge-idx from 1 by 1
               until ws-badge-idx > 5
               move 'N' to ws-badge-earned(ws-badge-idx)
               move 'N' to ws-badge-held(ws-badge-idx)
           end-perform

           if ws-player-wins >= 1 then
               move 'Y' to ws-badge-earned(1)
           end-if
           if ws-has-one-try-win then
               move 'Y' to ws-badge-earned(2)
           end-if
           if ws-player-games >= 100 then
               move 'Y' to ws-badge-earned(3)
           end-if
           if ws-best-streak >= 10 then
               move 'Y' to ws-badge-earned(4)
           end-if
           if ws-has-hard7-win then
               move 'Y' to ws-badge-earned(5)
           end-if

           move concat(
               "cobordle_achieve_" trim(ws-check-player) ".dat")
               to ws-achieve-file-name
           move concat(trim(ws-achieve-file-name) ".tmp")
               to ws-achieve-tmp-name

           move 0 to ws-achieve-rows-kept
           move 0 to ws-badges-changed
           set ws-not-eof to true

           open input fd-achieve-file
           open output fd-achieve-tmp

               perform until ws-eof
                   read fd-achieve-file
                   at end set ws-eof to true
                   not at end
                       perform judge-held-badge
                   end-read
               end-perform

               perform varying ws-badge-idx from 1 by 1
                   until ws-badge-idx > 5
                   if ws-badge-earned(ws-badge-idx) = 'Y'
                   and ws-badge-held(ws-badge-idx) = 'N' then
                       move ws-badge-code(ws-badge-idx)
                           to f-achieve-code
                       move ws-today to f-achieve-date
                       write f-achieve-tmp-record
                           from f-achieve-record
                       add 1 to ws-achieve-rows-kept
                       add 1 to ws-badges-changed
                       display concat(
                           trim(ws-check-player) ": badge awarded "
                           trim(f-achieve-code))
                   end-if
               end-perform

           close fd-achieve-file
           close fd-achieve-tmp

           set ws-not-eof to true

           if ws-badges-changed > 0 then
               call "CBL_DELETE_FILE" using ws-achieve-file-name
               call "CBL_RENAME_FILE" using
                   ws-achieve-tmp-name ws-achieve-file-name
           else
               call "CBL_DELETE_FILE" using ws-achieve-tmp-name
           end-if

           exit paragraph.


       judge-held-badge.

           set ws-unknown-badge to true

           perform varying ws-badge-idx from 1 by 1
               until ws-badge-idx > 5
               if ws-badge-code(ws-badge-idx) = f-achieve-code then
                   set ws-known-badge to true
                   exit perform
               end-if
           end-perform

           if ws-known-badge then
               if ws-badge-earned(ws-badge-idx) = 'N' then
                   add 1 to ws-badges-changed
                   display concat(
                       trim(ws-check-player) ": badge withdrawn "
                       trim(f-achieve-code))
                   exit paragraph
               end-if
               move 'Y' to ws-badge-held(ws-badge-idx)
           end-if

           write f-achieve-tmp-record from f-achieve-record
           add 1 to ws-achieve-rows-kept

           exit paragraph.


       write-journal-row.

           move "correct-game" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move l-rj-rows-in to l-rj-rows-out
           call "run-journal" using l-run-journal

           exit paragraph.


      *> Nobody may record play while this run rewrites the files
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "correct-game" to l-ml-program
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
               move 0 to l-rj-rows-in
               move "LOCKED" to l-rj-outcome
               perform write-journal-row
               move 8 to return-code
               stop run
           end-if

           exit paragraph.


       release-maintenance-lock.

           move 'C' to l-ml-action
           call "maint-lock" using l-maint-lock

           exit paragraph.


       check-operator-grant.

           move "correct-game" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program correct-game.
