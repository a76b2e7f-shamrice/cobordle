      ******************************************************************
      * Purpose: Nightly reconciliation of the points-bank ledgers
      *          (cobordle_bank_<player>.dat) against the stats file.
      *          update-points-bank credits a game's points as a C row
      *          noted "round <game id>" at the same moment
      *          record-game-stats stores them in f-stats-points; a
      *          killed process, a void-day or a hand edit can leave
      *          the two apart, and stats-reconcile never looks at the
      *          bank. Per player:
      *            - every game credit is matched to its stats row by
      *              game id (netting any correct-game or earlier
      *              reconcile adjustment for that game), else by date
      *              and amount; a credit with no game behind it or
      *              a credit of the wrong amount is a difference.
      *              A pointed game with no credit is listed to be
      *              checked rather than corrected: head-to-head and
      *              challenge rounds store points but are never
      *              credited, and the row can't say which it was;
      *            - every U row (streak freeze used) must sit on a
      *              lost daily -- the loss compute-streaks bridges
      *              with it; a U row with no such loss is a
      *              difference (its token is refunded);
      *            - the points balance and the token counts must
      *              never be below zero.
      *          Differences go to cobordle_bank_reconcile.rpt. A
      *          --confirm run also posts the correcting entries the
      *          report lists -- balancing C/D rows and token refunds
      *          noted "reconcile ...", never an edit of a posted row
      *          -- so the next night balances. A negative balance is
      *          reported only; it needs a person to look at it.
      *
      *          Usage: bank-reconcile [--confirm]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. bank-reconcile.

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

               select optional fd-bank-file
               assign to dynamic ws-bank-file-name
               organization is line sequential.

               select optional fd-ls-file
               assign to dynamic ws-ls-file-name
               organization is line sequential.

               select fd-report-file
               assign to dynamic ws-report-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       fd  fd-bank-file.
       copy "./src/copy/bank_record.cpy".

       fd  fd-ls-file.
       01  f-ls-record                 pic x(120).

       fd  fd-report-file.
       01  f-report-record             pic x(100).

       working-storage section.

       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-bank-file-name       pic x(40).
       01  ws-ls-file-name         pic x(40)
                                   value "cobordle_bankrec_ls.tmp".
       01  ws-report-file-name     pic x(40)
                                   value "cobordle_bank_reconcile.rpt".
       01  ws-ls-command           pic x(200).
       01  ws-ls-name              pic x(120).

       01  ws-cmd-args             pic x(2024).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-confirm-sw           pic a value 'N'.
           88  ws-confirmed        value 'Y'.
           88  ws-preview-only     value 'N'.

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-today                pic 9(8).

      *> Every player with a ledger file, and whether the stats pass
      *> already reconciled them; the rest are reconciled afterwards
      *> against no games at all.
       01  ws-max-ledgers          constant as 500.
       01  ws-ledgers occurs ws-max-ledgers times.
           05  ws-lg-player        pic x(20).
           05  ws-lg-seen          pic a.
       01  ws-ledger-count         pic 9(3) comp value 0.
       01  ws-lg-idx               pic 9(3) comp.
       01  ws-seen-idx             pic 9(3) comp.

       01  ws-player               pic x(20) value spaces.

      *> The player's pointed games and lost dailies from the stats
      *> file.
       01  ws-max-games            constant as 3000.
       01  ws-games occurs ws-max-games times.
           05  ws-gm-date          pic 9(8).
           05  ws-gm-game-id       pic x(16).
           05  ws-gm-points        pic 9(5).
           05  ws-gm-matched       pic a.
       01  ws-game-count           pic 9(4) comp value 0.
       01  ws-gm-idx               pic 9(4) comp.
       01  ws-max-losses           constant as 500.
       01  ws-loss-dates           pic 9(8)
                                   occurs ws-max-losses times.
       01  ws-loss-count           pic 9(3) comp value 0.
       01  ws-loss-idx             pic 9(3) comp.

      *> The player's game credits, one per game id (or per date for
      *> a credit noted without one), netted over every row that
      *> names the same game.
       01  ws-max-credits          constant as 3000.
       01  ws-credits occurs ws-max-credits times.
           05  ws-cr-key           pic x(16).
           05  ws-cr-date          pic 9(8).
           05  ws-cr-net           pic s9(7) comp.
           05  ws-cr-matched       pic a.
       01  ws-credit-count         pic 9(4) comp value 0.
       01  ws-cr-idx               pic 9(4) comp.
       01  ws-find-key             pic x(16).
       01  ws-note-word            pic x(30).
       01  ws-note-rest            pic x(30).

      *> Streak freezes used, and those already refunded by an
      *> earlier reconcile.
       01  ws-max-freezes          constant as 100.
       01  ws-freeze-dates         pic 9(8)
                                   occurs ws-max-freezes times.
       01  ws-freeze-count         pic 9(3) comp value 0.
       01  ws-refund-dates         pic 9(8)
                                   occurs ws-max-freezes times.
       01  ws-refund-count         pic 9(3) comp value 0.
       01  ws-fz-idx               pic 9(3) comp.
       01  ws-date-text            pic x(8).

       01  ws-balance              pic s9(7) comp.
       01  ws-freeze-tokens        pic s9(5) comp.
       01  ws-hint-tokens          pic s9(5) comp.

       01  ws-hit-sw               pic a value 'N'.
           88  ws-hit              value 'Y'.
           88  ws-no-hit           value 'N'.

      *> One-time warnings when a work table fills.
       01  ws-full-warned-sw       pic a value 'N'.
           88  ws-full-warned      value 'Y'.

       01  ws-diff                 pic s9(7) comp.
       01  ws-amount-disp          pic z(6)9.
       01  ws-amount-disp-2        pic z(6)9.
       01  ws-balance-disp         pic -(6)9.
       01  ws-count-disp           pic z(4)9.
       01  ws-report-line          pic x(100).

       01  ws-players-checked      pic 9(5) comp value 0.
       01  ws-discrepancy-count    pic 9(5) comp value 0.
       01  ws-entries-posted       pic 9(5) comp value 0.
       01  ws-check-count          pic 9(5) comp value 0.

      *> A confirmed run posts to the ledgers: the journal row, the
      *> maintenance lock and the operator grant every rewriting
      *> utility carries.
       copy "./src/copy/run_journal.cpy".

       copy "./src/copy/maint_lock.cpy".

       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Points-bank reconciliation"
           display space

           accept ws-cmd-args from command-line

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--confirm"
           if ws-cmd-found > 0 then
               set ws-confirmed to true
               perform check-operator-grant
               perform take-maintenance-lock
           end-if

           call "game-day" using ws-today

           perform collect-ledger-players

           open output fd-report-file

           perform walk-stats-file

           perform varying ws-lg-idx from 1 by 1
               until ws-lg-idx > ws-ledger-count
               if ws-lg-seen(ws-lg-idx) = 'N' then
                   move ws-lg-player(ws-lg-idx) to ws-player
                   move 0 to ws-game-count
                   move 0 to ws-loss-count
                   perform reconcile-player
               end-if
           end-perform

           close fd-report-file

           if ws-confirmed then
               perform release-maintenance-lock
           end-if

           display space
           move ws-players-checked to ws-count-disp
           display concat(
               "Ledgers checked:       " trim(ws-count-disp))
           move ws-discrepancy-count to ws-count-disp
           display concat(
               "Differences found:     " trim(ws-count-disp))
           move ws-check-count to ws-count-disp
           display concat(
               "Uncredited games to check: " trim(ws-count-disp))
           if ws-confirmed then
               move ws-entries-posted to ws-count-disp
               display concat(
                   "Correcting entries posted: " trim(ws-count-disp))
           else
               if ws-discrepancy-count > 0 then
                   display "Nothing posted. Rerun with --confirm to "
                       "post the correcting entries listed."
               end-if
           end-if
           if ws-discrepancy-count = 0 and ws-check-count = 0 then
               display "Every ledger balances. Nothing to report."
           else
               display concat(
                   "See " trim(ws-report-file-name) " for details.")
           end-if

           if ws-confirmed then
               move "bank-reconcile" to l-rj-program
               move ws-cmd-args(1:60) to l-rj-args
               move ws-players-checked to l-rj-rows-in
               move ws-entries-posted to l-rj-rows-out
               move "OK" to l-rj-outcome
               call "run-journal" using l-run-journal
           end-if

           stop run.


       collect-ledger-players.

           move concat(
               "ls -1 cobordle_bank_*.dat 2>/dev/null > "
               trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-not-eof to true

           open input fd-ls-file

               perform until ws-eof
                   read fd-ls-file
                   at end set ws-eof to true
                   not at end
                       if ws-ledger-count < ws-max-ledgers then
                           add 1 to ws-ledger-count
                           move spaces to ws-ls-name
                           move f-ls-record(15:) to ws-ls-name
                           unstring ws-ls-name delimited by ".dat"
                               into ws-lg-player(ws-ledger-count)
                           move 'N' to ws-lg-seen(ws-ledger-count)
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           set ws-not-eof to true

           exit paragraph.


      *> Key order brings each player's rows together, so one pass
      *> reconciles player by player as the id changes.
       walk-stats-file.

           move spaces to ws-player
           move 0 to ws-game-count
           move 0 to ws-loss-count
           set ws-not-eof to true

           open input fd-stats-file

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       if f-stats-player not = ws-player then
                           if ws-player not = spaces then
                               perform reconcile-player
                           end-if
                           move f-stats-player to ws-player
                           move 0 to ws-game-count
                           move 0 to ws-loss-count
                       end-if
                       perform note-stats-row
                   end-read
               end-perform

           close fd-stats-file

           if ws-player not = spaces then
               perform reconcile-player
           end-if

           set ws-not-eof to true

           exit paragraph.


       note-stats-row.

           if f-stats-points > 0 then
               if ws-game-count < ws-max-games then
                   add 1 to ws-game-count
                   move f-stats-date to ws-gm-date(ws-game-count)
                   move f-stats-game-id
                       to ws-gm-game-id(ws-game-count)
                   move f-stats-points to ws-gm-points(ws-game-count)
                   move 'N' to ws-gm-matched(ws-game-count)
               else
                   perform warn-table-full
               end-if
           end-if

      *>   The losses a freeze can be spent on: a lost daily, or on
      *>   a row from before the daily flag existed, any loss.
           if f-stats-solved not = 'Y'
           and (f-stats-daily-flag = 'Y' or not f-stats-v2) then
               if ws-loss-count < ws-max-losses then
                   add 1 to ws-loss-count
                   move f-stats-date to ws-loss-dates(ws-loss-count)
               end-if
           end-if

           exit paragraph.


       reconcile-player.

           add 1 to ws-players-checked

           perform varying ws-seen-idx from 1 by 1
               until ws-seen-idx > ws-ledger-count
               if ws-lg-player(ws-seen-idx) = ws-player then
                   move 'Y' to ws-lg-seen(ws-seen-idx)
               end-if
           end-perform

           perform load-ledger
           perform match-credits-by-game
           perform match-credits-by-date
           perform report-unmatched-credits
           perform report-uncredited-games
           perform check-freezes-used
           perform check-balances

           exit paragraph.


      *> C/D rows that name a game (round, correction, reconcile)
      *> net into that game's credit; a game credit noted without an
      *> id keys on its date. Purchases and token movements only
      *> count toward the balances.
       load-ledger.

           move concat("cobordle_bank_" trim(ws-player) ".dat")
               to ws-bank-file-name

           move 0 to ws-credit-count
           move 0 to ws-freeze-count
           move 0 to ws-refund-count
           move 0 to ws-balance
           move 0 to ws-freeze-tokens
           move 0 to ws-hint-tokens
           set ws-not-eof to true

           open input fd-bank-file

               perform until ws-eof
                   read fd-bank-file
                   at end set ws-eof to true
                   not at end
                       perform note-ledger-row
                   end-read
               end-perform

           close fd-bank-file

           set ws-not-eof to true

           exit paragraph.


       note-ledger-row.

           move spaces to ws-note-word
           move spaces to ws-note-rest
           unstring f-bank-note delimited by space
               into ws-note-word ws-note-rest

           evaluate f-bank-type
               when 'C'
                   add f-bank-amount to ws-balance
               when 'D'
                   subtract f-bank-amount from ws-balance
               when 'F'
                   add 1 to ws-freeze-tokens
               when 'U'
                   subtract 1 from ws-freeze-tokens
               when 'H'
                   add 1 to ws-hint-tokens
               when 'X'
                   subtract 1 from ws-hint-tokens
           end-evaluate

           evaluate true
               when f-bank-type = 'U'
                   if ws-freeze-count < ws-max-freezes then
                       add 1 to ws-freeze-count
                       move f-bank-date
                           to ws-freeze-dates(ws-freeze-count)
                   end-if
               when f-bank-type = 'F' and ws-note-word = "reconcile"
                   if ws-refund-count < ws-max-freezes then
                       add 1 to ws-refund-count
                       move function numval(ws-note-rest(1:8))
                           to ws-refund-dates(ws-refund-count)
                   end-if
               when f-bank-type = 'C' and ws-note-word = "round"
               when f-bank-type = 'C' and ws-note-word = "correction"
               when f-bank-type = 'C' and ws-note-word = "reconcile"
                   move ws-note-rest to ws-find-key
                   if ws-find-key = spaces then
                       move f-bank-date to ws-find-key
                   end-if
                   perform find-or-add-credit
                   if ws-cr-idx > 0 then
                       add f-bank-amount to ws-cr-net(ws-cr-idx)
                   end-if
               when f-bank-type = 'D' and ws-note-word = "correction"
               when f-bank-type = 'D' and ws-note-word = "reconcile"
                   move ws-note-rest to ws-find-key
                   perform find-or-add-credit
                   if ws-cr-idx > 0 then
                       subtract f-bank-amount
                           from ws-cr-net(ws-cr-idx)
                   end-if
               when other
                   continue
           end-evaluate

           exit paragraph.


       find-or-add-credit.

           perform varying ws-cr-idx from 1 by 1
               until ws-cr-idx > ws-credit-count
               if ws-cr-key(ws-cr-idx) = ws-find-key then
                   exit paragraph
               end-if
           end-perform

           if ws-credit-count >= ws-max-credits then
               perform warn-table-full
               move 0 to ws-cr-idx
               exit paragraph
           end-if

           add 1 to ws-credit-count
           move ws-credit-count to ws-cr-idx
           move ws-find-key to ws-cr-key(ws-cr-idx)
           move f-bank-date to ws-cr-date(ws-cr-idx)
           move 0 to ws-cr-net(ws-cr-idx)
           move 'N' to ws-cr-matched(ws-cr-idx)

           exit paragraph.


      *> The credit that names the game is that game's credit,
      *> whatever it was paid on; only its amount can disagree.
       match-credits-by-game.

           perform varying ws-gm-idx from 1 by 1
               until ws-gm-idx > ws-game-count

               if ws-gm-game-id(ws-gm-idx) not = spaces then
                   move ws-gm-game-id(ws-gm-idx) to ws-find-key
                   perform varying ws-cr-idx from 1 by 1
                       until ws-cr-idx > ws-credit-count
                       if ws-cr-key(ws-cr-idx) = ws-find-key
                       and ws-cr-matched(ws-cr-idx) = 'N' then
                           move 'Y' to ws-cr-matched(ws-cr-idx)
                           move 'Y' to ws-gm-matched(ws-gm-idx)
                           perform compare-credit-amount
                           exit perform
                       end-if
                   end-perform
               end-if
           end-perform

           exit paragraph.


       compare-credit-amount.

           compute ws-diff =
               ws-gm-points(ws-gm-idx) - ws-cr-net(ws-cr-idx)

           if ws-diff = 0 then
               exit paragraph
           end-if

           move ws-gm-points(ws-gm-idx) to ws-amount-disp
           move ws-cr-net(ws-cr-idx) to ws-balance-disp
           move concat(
               trim(ws-player) " " ws-gm-date(ws-gm-idx)
               " game " trim(ws-find-key)
               " AMOUNT: stats " trim(ws-amount-disp)
               " bank " trim(ws-balance-disp))
               to ws-report-line
           perform write-discrepancy

           if ws-diff > 0 then
               move 'C' to f-bank-type
               move ws-diff to f-bank-amount
           else
               move 'D' to f-bank-type
               compute f-bank-amount = 0 - ws-diff
           end-if
           perform post-correcting-entry

           exit paragraph.


      *> A credit whose id matches no game left (or that never had
      *> one) may still be a game's on the same date for the same
      *> amount.
       match-credits-by-date.

           perform varying ws-cr-idx from 1 by 1
               until ws-cr-idx > ws-credit-count

               if ws-cr-matched(ws-cr-idx) = 'N'
               and ws-cr-net(ws-cr-idx) > 0 then
                   perform varying ws-gm-idx from 1 by 1
                       until ws-gm-idx > ws-game-count
                       if ws-gm-matched(ws-gm-idx) = 'N'
                       and ws-gm-date(ws-gm-idx) = ws-cr-date(ws-cr-idx)
                       and ws-gm-points(ws-gm-idx)
                           = ws-cr-net(ws-cr-idx) then
                           move 'Y' to ws-cr-matched(ws-cr-idx)
                           move 'Y' to ws-gm-matched(ws-gm-idx)
                           exit perform
                       end-if
                   end-perform
               end-if
           end-perform

           exit paragraph.


      *> The bank paying for a game that no longer exists. A credit
      *> netted to nothing (reversed already) is settled.
       report-unmatched-credits.

           perform varying ws-cr-idx from 1 by 1
               until ws-cr-idx > ws-credit-count

               if ws-cr-matched(ws-cr-idx) = 'N'
               and ws-cr-net(ws-cr-idx) not = 0 then
                   move ws-cr-net(ws-cr-idx) to ws-balance-disp
                   move ws-cr-key(ws-cr-idx) to ws-find-key
                   move concat(
                       trim(ws-player) " " ws-cr-date(ws-cr-idx)
                       " game " trim(ws-find-key)
                       " NO GAME: bank credited "
                       trim(ws-balance-disp) " for no stats row")
                       to ws-report-line
                   perform write-discrepancy

                   if ws-cr-net(ws-cr-idx) > 0 then
                       move 'D' to f-bank-type
                       move ws-cr-net(ws-cr-idx) to f-bank-amount
                   else
                       move 'C' to f-bank-type
                       compute f-bank-amount =
                           0 - ws-cr-net(ws-cr-idx)
                   end-if
                   perform post-correcting-entry
               end-if
           end-perform

           exit paragraph.


      *> Only cobordle's solo rounds are credited, so a game with
      *> points and no credit is either a killed round-end or a
      *> head-to-head / challenge round; a person tells which (and
      *> correct-game or points-bank puts it right).
       report-uncredited-games.

           perform varying ws-gm-idx from 1 by 1
               until ws-gm-idx > ws-game-count

               if ws-gm-matched(ws-gm-idx) = 'N' then
                   move ws-gm-points(ws-gm-idx) to ws-amount-disp
                   move ws-gm-game-id(ws-gm-idx) to ws-find-key
                   if ws-find-key = spaces then
                       move ws-gm-date(ws-gm-idx) to ws-find-key
                   end-if
                   move concat(
                       trim(ws-player) " " ws-gm-date(ws-gm-idx)
                       " game " trim(ws-find-key)
                       " CHECK: stats " trim(ws-amount-disp)
                       " points, no bank credit")
                       to ws-report-line
                   move ws-report-line to f-report-record
                   write f-report-record
                   add 1 to ws-check-count
               end-if
           end-perform

           exit paragraph.


      *> update-points-bank spends a freeze only on a lost daily, and
      *> compute-streaks bridges only a loss on a freeze's date: a U
      *> row with no such loss protected nothing, so the token comes
      *> back (an F row noted with the date, which settles it).
       check-freezes-used.

           perform varying ws-fz-idx from 1 by 1
               until ws-fz-idx > ws-freeze-count

               set ws-no-hit to true
               perform varying ws-loss-idx from 1 by 1
                   until ws-loss-idx > ws-loss-count
                   if ws-loss-dates(ws-loss-idx)
                       = ws-freeze-dates(ws-fz-idx) then
                       set ws-hit to true
                       exit perform
                   end-if
               end-perform

               if ws-no-hit then
                   perform varying ws-loss-idx from 1 by 1
                       until ws-loss-idx > ws-refund-count
                       if ws-refund-dates(ws-loss-idx)
                           = ws-freeze-dates(ws-fz-idx) then
                           set ws-hit to true
                           exit perform
                       end-if
                   end-perform
               end-if

               if ws-no-hit then
                   move concat(
                       trim(ws-player) " "
                       ws-freeze-dates(ws-fz-idx)
                       " FREEZE: used on a day with no lost daily")
                       to ws-report-line
                   perform write-discrepancy

                   move ws-freeze-dates(ws-fz-idx) to ws-date-text
                   move 'F' to f-bank-type
                   move 1 to f-bank-amount
                   move ws-date-text to ws-find-key
                   perform post-correcting-entry
               end-if
           end-perform

           exit paragraph.


       check-balances.

           if ws-balance < 0 then
               move ws-balance to ws-balance-disp
               move concat(
                   trim(ws-player) " NEGATIVE BALANCE: "
                   trim(ws-balance-disp) " points")
                   to ws-report-line
               perform write-discrepancy
           end-if

           if ws-freeze-tokens < 0 then
               move ws-freeze-tokens to ws-balance-disp
               move concat(
                   trim(ws-player) " NEGATIVE TOKENS: "
                   trim(ws-balance-disp) " streak freezes")
                   to ws-report-line
               perform write-discrepancy
           end-if

           if ws-hint-tokens < 0 then
               move ws-hint-tokens to ws-balance-disp
               move concat(
                   trim(ws-player) " NEGATIVE TOKENS: "
                   trim(ws-balance-disp) " prepaid hints")
                   to ws-report-line
               perform write-discrepancy
           end-if

           exit paragraph.


      *> f-bank-type and f-bank-amount set by the caller, the game
      *> (or date) it settles in ws-find-key.
       post-correcting-entry.

           move ws-today to f-bank-date
           move spaces to f-bank-note
           move concat("reconcile " trim(ws-find-key)) to f-bank-note

           move f-bank-amount to ws-amount-disp-2
           move concat(
               "    correcting entry: " f-bank-type " "
               trim(ws-amount-disp-2) " " trim(f-bank-note))
               to ws-report-line
           move ws-report-line to f-report-record
           write f-report-record
           display ws-report-line

           if ws-preview-only then
               exit paragraph
           end-if

           open extend fd-bank-file
           write f-bank-record
           close fd-bank-file

           add 1 to ws-entries-posted

           exit paragraph.


       write-discrepancy.

           add 1 to ws-discrepancy-count
           move ws-report-line to f-report-record
           write f-report-record
           display ws-report-line

           exit paragraph.


       warn-table-full.

           if not ws-full-warned then
               display concat(
                   "Work table full at " trim(ws-player)
                   " -- rows past the limit are not reconciled.")
               set ws-full-warned to true
           end-if

           exit paragraph.


      *> Nobody may record play while this run posts to the ledgers
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "bank-reconcile" to l-ml-program
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
               move "bank-reconcile" to l-rj-program
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


       check-operator-grant.

           move "bank-reconcile" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program bank-reconcile.
