      ******************************************************************
      * Purpose: Curators' queue for disputed words. run-game lets a
      *          player flag the word just played as obscure,
      *          offensive or misspelled (cobordle_disputes.dat);
      *          this ranks the words with open disputes by how many
      *          they have drawn, with the reasons given and the
      *          word's games and solve rate from the keyed word
      *          summary, and carries out the curator's decision on
      *          one word:
      *
      *            --blackout  add it to word_blackout.list, so it is
      *                        never dealt again but stays a guess
      *            --remove    take it off the list it was dealt from
      *                        through word-maint (which keeps its
      *                        own backup; its operator grant applies)
      *            --dismiss   leave the word alone
      *
      *          The decision closes every open dispute on the word
      *          and is logged, with who made it and the note given,
      *          in cobordle_dispute_decisions.dat -- a removal that
      *          word-maint did not carry out is logged as FAILED and
      *          leaves the disputes open. A word disputed on more
      *          than one list needs --file=LIST ahead of --remove.
      *
      *          Usage: dispute-review
      *                 dispute-review --blackout WORD [NOTE...]
      *                 dispute-review [--file=LIST] --remove WORD
      *                                [NOTE...]
      *                 dispute-review --dismiss WORD [NOTE...]
      *                 dispute-review --log
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. dispute-review.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-dispute-file
               assign to dynamic ws-dispute-file-name
               organization is line sequential.

               select fd-dispute-tmp
               assign to dynamic ws-dispute-tmp-name
               organization is line sequential.

               select optional fd-decision-file
               assign to dynamic ws-decision-file-name
               organization is line sequential.

               select optional fd-list-file
               assign to dynamic ws-list-file-name
               organization is line sequential.

               select optional fd-summary-file
               assign to dynamic ws-summary-file-name
               organization is indexed
               access mode is dynamic
               record key is f-wsum-word.

       data division.

       file section.

       fd  fd-dispute-file.
       copy "./src/copy/dispute_record.cpy".

       fd  fd-dispute-tmp.
       01  f-dispute-tmp-record        pic x(126).

       fd  fd-decision-file.
       copy "./src/copy/dispute_decision_record.cpy".

      *> The blackout list, or the list a removal was made from.
       fd  fd-list-file.
       01  f-list-entry                pic a(7).

       fd  fd-summary-file.
       copy "./src/copy/word_summary_record.cpy".

       working-storage section.

       01  ws-dispute-file-name    pic x(40)
                                   value "cobordle_disputes.dat".
       01  ws-dispute-tmp-name     pic x(40)
                                   value "cobordle_disputes.dat.tmp".
       01  ws-decision-file-name   pic x(40)
                             value "cobordle_dispute_decisions.dat".
       01  ws-blackout-file-name   pic x(40)
                                   value "word_blackout.list".
       01  ws-summary-file-name    pic x(40)
                                   value "cobordle_word_summary.idx".
       01  ws-list-file-name       pic x(40).

       01  ws-cmd-args             pic x(2024).
       01  ws-arg-discard          pic x(2024).
       01  ws-arg-remainder        pic x(2024).
       01  ws-cmd-found            pic 9(2) comp.
       01  ws-arg-ptr              pic 9(4) comp.
       01  ws-arg-token            pic x(40).

       01  ws-mode                 pic x(8) value spaces.
       01  ws-user-name            pic x(12).
       01  ws-word-input           pic x(40).
       01  ws-word                 pic a(7).
       01  ws-word-length          pic 9(2) comp.
       01  ws-alpha-idx            pic 9(2) comp.
       01  ws-note                 pic x(40).
       01  ws-file-arg             pic x(40) value spaces.

      *> The list the word's open disputes name, and whether they
      *> name more than one.
       01  ws-action-list          pic x(40).
       01  ws-multi-list-sw        pic a value 'N'.
           88  ws-multi-list       value 'Y'.
           88  ws-single-list      value 'N'.
       01  ws-open-count           pic 9(4) comp value 0.
       01  ws-closed-count         pic 9(4) comp value 0.
       01  ws-outcome              pic x(6).
       01  ws-close-stamp          pic x(14).

       01  ws-word-maint-command   pic x(120).
       01  ws-word-maint-rc        pic s9(4) comp.

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-entry-ok-sw          pic a value 'Y'.
           88  ws-entry-ok         value 'Y'.
           88  ws-entry-bad        value 'N'.

       01  ws-found-sw             pic a value 'N'.
           88  ws-found            value 'Y'.
           88  ws-not-found        value 'N'.

      *> One row per disputed word and list, open disputes only.
       01  ws-max-tally            constant as 500.
       01  ws-tally occurs ws-max-tally times.
           05  ws-tl-word                  pic a(7).
           05  ws-tl-list                  pic x(40).
           05  ws-tl-count                 pic 9(4) comp.
           05  ws-tl-obscure               pic 9(4) comp.
           05  ws-tl-offensive             pic 9(4) comp.
           05  ws-tl-misspelt              pic 9(4) comp.
           05  ws-tl-other                 pic 9(4) comp.
           05  ws-tl-games                 pic 9(7) comp.
           05  ws-tl-solves                pic 9(7) comp.
       01  ws-tl-idx               pic 9(4) comp.
       01  ws-tally-count          pic 9(4) comp value 0.
       01  ws-rows-read            pic 9(5) comp value 0.
       01  ws-tally-full-sw        pic a value 'N'.
           88  ws-tally-full       value 'Y'.

       01  ws-sort-idx             pic 9(4) comp.
       01  ws-swapped-sw           pic a value 'N'.
           88  ws-swapped          value 'Y'.
           88  ws-not-swapped      value 'N'.
       01  ws-sort-tmp.
           05  ws-sort-tmp-word            pic a(7).
           05  ws-sort-tmp-list            pic x(40).
           05  ws-sort-tmp-count           pic 9(4) comp.
           05  ws-sort-tmp-obscure         pic 9(4) comp.
           05  ws-sort-tmp-offensive       pic 9(4) comp.
           05  ws-sort-tmp-misspelt        pic 9(4) comp.
           05  ws-sort-tmp-other           pic 9(4) comp.
           05  ws-sort-tmp-games           pic 9(7) comp.
           05  ws-sort-tmp-solves          pic 9(7) comp.

       01  ws-solve-pct            pic 9(3) comp.
       01  ws-rank-disp            pic z(3)9.
       01  ws-count-disp           pic z(3)9.
       01  ws-obscure-disp         pic z(3)9.
       01  ws-offensive-disp       pic z(3)9.
       01  ws-misspelt-disp        pic z(3)9.
       01  ws-other-disp           pic z(3)9.
       01  ws-games-disp           pic z(5)9.
       01  ws-pct-disp             pic x(4).
       01  ws-pct-num-disp         pic zz9.
       01  ws-date-disp            pic x(10).

      *> Maintenance-window lock check before a decision changes
      *> the blackout list, a word list or the disputes file (see
      *> maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> One administrative run-journal row per run.
       copy "./src/copy/run_journal.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may review disputes.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Disputed words"

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           perform check-operator-grant

           evaluate ws-mode
               when spaces
                   perform display-dispute-queue
               when "LOG"
                   perform display-decision-log
               when "BLACKOUT"
               when "REMOVE"
               when "DISMISS"
                   perform check-maintenance-lock
                   perform decide-word
               when other
                   perform display-usage
           end-evaluate

           stop run.


      *> --file= may sit anywhere before the verb; everything after
      *> the verb's WORD is the curator's note.
       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--file="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--file="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-file-arg
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--log"
           if ws-cmd-found > 0 then
               move "LOG" to ws-mode
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--help"
           if ws-cmd-found > 0 then
               move "HELP" to ws-mode
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--blackout "
           if ws-cmd-found > 0 then
               move "BLACKOUT" to ws-mode
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--blackout "
                   into ws-arg-discard ws-arg-remainder
               perform split-word-and-text
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--remove "
           if ws-cmd-found > 0 then
               move "REMOVE" to ws-mode
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--remove "
                   into ws-arg-discard ws-arg-remainder
               perform split-word-and-text
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--dismiss "
           if ws-cmd-found > 0 then
               move "DISMISS" to ws-mode
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--dismiss "
                   into ws-arg-discard ws-arg-remainder
               perform split-word-and-text
           end-if

           exit paragraph.


      *> ws-arg-remainder holds what follows the verb: its first word
      *> is the disputed word, the rest of the line the note.
       split-word-and-text.

           move spaces to ws-arg-token
           move 1 to ws-arg-ptr
           unstring ws-arg-remainder delimited by all space
               into ws-arg-token
               with pointer ws-arg-ptr
           end-unstring

           move ws-arg-token to ws-word-input

           move spaces to ws-note
           if ws-arg-ptr <= 2024 then
               move trim(ws-arg-remainder(ws-arg-ptr:)) to ws-note
           end-if

           exit paragraph.


       display-usage.

           display "Usage: dispute-review"
           display "       dispute-review --blackout WORD [NOTE...]"
           display "       dispute-review [--file=LIST] --remove WORD "
               "[NOTE...]"
           display "       dispute-review --dismiss WORD [NOTE...]"
           display "       dispute-review --log"
           display space
           display "(no option)              rank words by open "
               "disputes"
           display "--blackout WORD [NOTE]   add WORD to the blackout "
               "list"
           display "--remove WORD [NOTE]     take WORD off its list "
               "through word-maint"
           display "--dismiss WORD [NOTE]    close WORD's disputes, "
               "no change"
           display "--file=LIST              the list to remove from, "
               "when WORD is"
           display "                         disputed on more than one"
           display "--log                    list the decisions made "
               "so far"

           exit paragraph.


      *> ==================== the queue ====================

       display-dispute-queue.

           perform load-open-disputes
           perform load-word-summaries
           perform sort-dispute-tally

           display space
           display "Rank Word    Disp Obsc Offn Misp Othr  Games Solve "
               "List"
           display "---- ------- ---- ---- ---- ---- ---- ------ ----- "
               "--------------------"

           perform varying ws-tl-idx from 1 by 1
               until ws-tl-idx > ws-tally-count
               perform display-tally-row
           end-perform

           move ws-rows-read to ws-count-disp
           display space
           display concat(
               trim(ws-count-disp) " open dispute(s).")
           if ws-tally-full then
               display "(Only the first 500 words are shown.)"
           end-if

           move "dispute-review" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move ws-rows-read to l-rj-rows-in
           move 0 to l-rj-rows-out
           move "OK" to l-rj-outcome
           call "run-journal" using l-run-journal

           exit paragraph.


      *> Every open dispute, tallied per word and list with its
      *> reasons.
       load-open-disputes.

           move 0 to ws-tally-count
           move 0 to ws-rows-read
           set ws-not-eof to true

           open input fd-dispute-file

               perform until ws-eof
                   read fd-dispute-file
                   at end set ws-eof to true
                   not at end
                       if f-disp-open then
                           add 1 to ws-rows-read
                           perform tally-dispute
                       end-if
                   end-read
               end-perform

           close fd-dispute-file

           set ws-not-eof to true

           exit paragraph.


       tally-dispute.

           set ws-not-found to true

           perform varying ws-tl-idx from 1 by 1
               until ws-tl-idx > ws-tally-count
               if ws-tl-word(ws-tl-idx) = f-disp-word
               and ws-tl-list(ws-tl-idx) = f-disp-list-name then
                   set ws-found to true
                   exit perform
               end-if
           end-perform

           if ws-not-found then
               if ws-tally-count >= ws-max-tally then
                   set ws-tally-full to true
                   exit paragraph
               end-if
               add 1 to ws-tally-count
               move ws-tally-count to ws-tl-idx
               move f-disp-word to ws-tl-word(ws-tl-idx)
               move f-disp-list-name to ws-tl-list(ws-tl-idx)
               move 0 to ws-tl-count(ws-tl-idx)
               move 0 to ws-tl-obscure(ws-tl-idx)
               move 0 to ws-tl-offensive(ws-tl-idx)
               move 0 to ws-tl-misspelt(ws-tl-idx)
               move 0 to ws-tl-other(ws-tl-idx)
               move 0 to ws-tl-games(ws-tl-idx)
               move 0 to ws-tl-solves(ws-tl-idx)
           end-if

           add 1 to ws-tl-count(ws-tl-idx)
           evaluate true
               when f-disp-obscure
                   add 1 to ws-tl-obscure(ws-tl-idx)
               when f-disp-offensive
                   add 1 to ws-tl-offensive(ws-tl-idx)
               when f-disp-misspelt
                   add 1 to ws-tl-misspelt(ws-tl-idx)
               when other
                   add 1 to ws-tl-other(ws-tl-idx)
           end-evaluate

           exit paragraph.


      *> Each disputed word's games and solves, read by key from the
      *> summary run-game keeps. A word with no row has never been
      *> finished by anyone.
       load-word-summaries.

           if ws-tally-count = 0 then
               exit paragraph
           end-if

           open input fd-summary-file

               perform varying ws-tl-idx from 1 by 1
                   until ws-tl-idx > ws-tally-count
                   move ws-tl-word(ws-tl-idx) to f-wsum-word
                   read fd-summary-file
                   invalid key
                       continue
                   not invalid key
                       move f-wsum-games to ws-tl-games(ws-tl-idx)
                       move f-wsum-solves to ws-tl-solves(ws-tl-idx)
                   end-read
               end-perform

           close fd-summary-file

           exit paragraph.


      *> Bubble sort, most disputed first; a tie goes to the word
      *> fewer players solve.
       sort-dispute-tally.

           set ws-swapped to true

           perform until ws-not-swapped

               set ws-not-swapped to true

               perform varying ws-sort-idx from 1 by 1
                   until ws-sort-idx > ws-tally-count - 1

                   if ws-tl-count(ws-sort-idx) <
                       ws-tl-count(ws-sort-idx + 1)
                       perform swap-tally-rows
                       set ws-swapped to true
                   else
                       if ws-tl-count(ws-sort-idx) =
                           ws-tl-count(ws-sort-idx + 1)
                       and ws-tl-solves(ws-sort-idx)
                           * ws-tl-games(ws-sort-idx + 1) >
                           ws-tl-solves(ws-sort-idx + 1)
                           * ws-tl-games(ws-sort-idx)
                           perform swap-tally-rows
                           set ws-swapped to true
                       end-if
                   end-if

               end-perform

           end-perform

           exit paragraph.


       swap-tally-rows.

           move ws-tally(ws-sort-idx) to ws-sort-tmp
           move ws-tally(ws-sort-idx + 1) to ws-tally(ws-sort-idx)
           move ws-sort-tmp to ws-tally(ws-sort-idx + 1)

           exit paragraph.


       display-tally-row.

           move ws-tl-idx to ws-rank-disp
           move ws-tl-count(ws-tl-idx) to ws-count-disp
           move ws-tl-obscure(ws-tl-idx) to ws-obscure-disp
           move ws-tl-offensive(ws-tl-idx) to ws-offensive-disp
           move ws-tl-misspelt(ws-tl-idx) to ws-misspelt-disp
           move ws-tl-other(ws-tl-idx) to ws-other-disp
           move ws-tl-games(ws-tl-idx) to ws-games-disp

           if ws-tl-games(ws-tl-idx) > 0 then
               compute ws-solve-pct rounded =
                   ws-tl-solves(ws-tl-idx) * 100
                   / ws-tl-games(ws-tl-idx)
               move ws-solve-pct to ws-pct-num-disp
               move concat(ws-pct-num-disp "%") to ws-pct-disp
           else
               move "  --" to ws-pct-disp
           end-if

           display ws-rank-disp " " ws-tl-word(ws-tl-idx) " "
               ws-count-disp " " ws-obscure-disp " "
               ws-offensive-disp " " ws-misspelt-disp " "
               ws-other-disp " " ws-games-disp "  "
               ws-pct-disp " " trim(ws-tl-list(ws-tl-idx))

           exit paragraph.


      *> The decision log, oldest first.
       display-decision-log.

           move 0 to ws-rows-read
           set ws-not-eof to true

           display space
           display "Date       Curator      Word    Action   Disp "
               "Result List / note"
           display "---------- ------------ ------- -------- ---- "
               "------ --------------------"

           open input fd-decision-file

               perform until ws-eof
                   read fd-decision-file
                   at end set ws-eof to true
                   not at end
                       add 1 to ws-rows-read
                       move concat(
                           f-dec-stamp(1:4) "-" f-dec-stamp(5:2) "-"
                           f-dec-stamp(7:2))
                           to ws-date-disp
                       move f-dec-disputes to ws-count-disp
                       display ws-date-disp " " f-dec-reviewer " "
                           f-dec-word " " f-dec-action " "
                           ws-count-disp " " f-dec-outcome " "
                           trim(f-dec-list-name)
                       if f-dec-note not = spaces then
                           display "     " trim(f-dec-note)
                       end-if
                   end-read
               end-perform

           close fd-decision-file

           move "dispute-review" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move ws-rows-read to l-rj-rows-in
           move 0 to l-rj-rows-out
           move "OK" to l-rj-outcome
           call "run-journal" using l-run-journal

           exit paragraph.


      *> ==================== decisions ====================

      *> One curator decision on one word: carry it out, close the
      *> word's open disputes if it went through, and log it either
      *> way.
       decide-word.

           perform validate-word-input
           if ws-entry-bad then
               display "A disputed word is 4 to 7 letters, A to Z."
               stop run
           end-if

           move spaces to ws-user-name
           accept ws-user-name from environment "USER"
           if ws-user-name = spaces then
               move "(unknown)" to ws-user-name
           end-if

           perform find-word-disputes
           if ws-open-count = 0 then
               display concat(
                   "No open disputes for " trim(ws-word) ".")
               stop run
           end-if

           if ws-file-arg not = spaces then
               move ws-file-arg to ws-action-list
           end-if

           move "OK" to ws-outcome

           evaluate ws-mode
               when "BLACKOUT"
                   perform blackout-word
               when "REMOVE"
                   if ws-multi-list and ws-file-arg = spaces then
                       display concat(
                           trim(ws-word) " is disputed on more than "
                           "one list. Name the one to remove it from "
                           "with --file=LIST.")
                       stop run
                   end-if
                   perform remove-word
           end-evaluate

           move 0 to ws-closed-count
           if ws-outcome = "OK" then
               perform close-word-disputes
           end-if

           perform log-decision

           move ws-closed-count to ws-count-disp
           if ws-outcome = "OK" then
               display concat(
                   trim(ws-word) ": " lower-case(trim(ws-mode))
                   " logged, " trim(ws-count-disp)
                   " dispute(s) closed.")
           else
               display concat(
                   trim(ws-word) ": " lower-case(trim(ws-mode))
                   " did not go through; logged as FAILED and the "
                   "disputes stay open.")
           end-if

           move "dispute-review" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move ws-open-count to l-rj-rows-in
           move ws-closed-count to l-rj-rows-out
           move ws-outcome to l-rj-outcome
           call "run-journal" using l-run-journal

           if ws-outcome not = "OK" then
               move 8 to return-code
           end-if

           exit paragraph.


       validate-word-input.

           set ws-entry-ok to true
           move upper-case(ws-word-input) to ws-word-input
           move function length(trim(ws-word-input)) to ws-word-length

           if ws-word-input = spaces
           or ws-word-length < 4 or ws-word-length > 7 then
               set ws-entry-bad to true
               exit paragraph
           end-if

           perform varying ws-alpha-idx from 1 by 1
               until ws-alpha-idx > ws-word-length
               if ws-word-input(ws-alpha-idx:1) < "A"
               or ws-word-input(ws-alpha-idx:1) > "Z" then
                   set ws-entry-bad to true
                   exit paragraph
               end-if
           end-perform

           move ws-word-input(1:7) to ws-word

           exit paragraph.


      *> How many open disputes the word has (on the --file= list
      *> when one is named), and which list they name.
       find-word-disputes.

           move 0 to ws-open-count
           move spaces to ws-action-list
           set ws-single-list to true
           set ws-not-eof to true

           open input fd-dispute-file

               perform until ws-eof
                   read fd-dispute-file
                   at end set ws-eof to true
                   not at end
                       if f-disp-open and f-disp-word = ws-word
                       and (ws-file-arg = spaces
                       or f-disp-list-name = ws-file-arg) then
                           add 1 to ws-open-count
                           if ws-action-list = spaces then
                               move f-disp-list-name
                                   to ws-action-list
                           else
                               if f-disp-list-name
                                   not = ws-action-list then
                                   set ws-multi-list to true
                               end-if
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-dispute-file

           set ws-not-eof to true

           exit paragraph.


      *> Onto the blackout list word-loader skips when dealing, if
      *> it isn't there already. It stays a valid guess.
       blackout-word.

           move ws-blackout-file-name to ws-list-file-name
           perform search-list-file

           if ws-found then
               display concat(
                   trim(ws-word) " is already on the blackout list.")
           else
               open extend fd-list-file
               write f-list-entry from ws-word
               close fd-list-file
               display concat(
                   "Added " trim(ws-word) " to the blackout list.")
           end-if

           exit paragraph.


      *> word-maint does the removal, so its validation, backup
      *> generation and run-journal row all apply. The list is read
      *> back afterwards: only a word that is really gone counts.
       remove-word.

           move concat(
               "./word-maint --remove " trim(ws-word)
               " --file=" trim(ws-action-list))
               to ws-word-maint-command

           call "SYSTEM" using ws-word-maint-command
           move return-code to ws-word-maint-rc
           move 0 to return-code

           move ws-action-list to ws-list-file-name
           perform search-list-file

           if ws-word-maint-rc not = 0 or ws-found then
               move "FAILED" to ws-outcome
           end-if

           exit paragraph.


       search-list-file.

           set ws-not-found to true
           set ws-not-eof to true

           open input fd-list-file

               perform until ws-eof
                   read fd-list-file
                   at end set ws-eof to true
                   not at end
                       if upper-case(f-list-entry) = ws-word then
                           set ws-found to true
                           set ws-eof to true
                       end-if
                   end-read
               end-perform

           close fd-list-file

           set ws-not-eof to true

           exit paragraph.


      *> Closes the word's open disputes (on the --file= list when
      *> one is named) with the decision, through a temporary copy.
       close-word-disputes.

           move function current-date(1:14) to ws-close-stamp
           set ws-not-eof to true

           open input fd-dispute-file
           open output fd-dispute-tmp

               perform until ws-eof
                   read fd-dispute-file
                   at end set ws-eof to true
                   not at end
                       if f-disp-open and f-disp-word = ws-word
                       and (ws-file-arg = spaces
                       or f-disp-list-name = ws-file-arg) then
                           evaluate ws-mode
                               when "BLACKOUT"
                                   set f-disp-blacked-out to true
                               when "REMOVE"
                                   set f-disp-removed to true
                               when other
                                   set f-disp-dismissed to true
                           end-evaluate
                           move ws-user-name to f-disp-reviewer
                           move ws-close-stamp to f-disp-closed-stamp
                           add 1 to ws-closed-count
                       end-if
                       write f-dispute-tmp-record
                           from f-dispute-record
                   end-read
               end-perform

           close fd-dispute-file
           close fd-dispute-tmp

           if ws-closed-count > 0 then
               call "CBL_DELETE_FILE" using ws-dispute-file-name
               call "CBL_RENAME_FILE" using
                   ws-dispute-tmp-name ws-dispute-file-name
           else
               call "CBL_DELETE_FILE" using ws-dispute-tmp-name
           end-if

           set ws-not-eof to true

           exit paragraph.


       log-decision.

           move spaces to f-decision-record
           move function current-date(1:14) to f-dec-stamp
           move ws-user-name to f-dec-reviewer
           move ws-word to f-dec-word
           move ws-action-list to f-dec-list-name
           move ws-mode to f-dec-action
           move ws-open-count to f-dec-disputes
           move ws-outcome to f-dec-outcome
           move ws-note to f-dec-note

           open extend fd-decision-file
           write f-decision-record
           close fd-decision-file

           exit paragraph.


      *> Refuses to change anything while an administrative run
      *> holds the maintenance lock.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "dispute-review" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.


       check-operator-grant.

           move "dispute-review" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program dispute-review.
