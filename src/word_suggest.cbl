      ******************************************************************
      * Purpose: Players' word-suggestion box for the daily. A player
      *          suggests a word (with an optional reason) and it is
      *          checked on the spot: 4 to 7 letters, on that length's
      *          answer list or at least its allowed-guess list, not
      *          on the blackout list, not already a daily (a past
      *          date is named; a current or upcoming one is never
      *          given away), and not already suggested. What passes
      *          waits in cobordle_suggestions.dat for the curators,
      *          who approve or reject each one. schedule-gen deals
      *          the approved words into the next free dates it
      *          generates, and daily-digest credits the suggester on
      *          the day.
      *
      *          A word only on the allowed-guess list can be
      *          suggested, but not approved until word-maint has
      *          added it to the answer list -- word-loader only deals
      *          from that list.
      *
      *          Usage: word-suggest --player=NAME --suggest WORD
      *                              [REASON...]
      *                 word-suggest --queue
      *                 word-suggest --approve N
      *                 word-suggest --reject N [NOTE...]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. word-suggest.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-suggest-file
               assign to dynamic ws-suggest-file-name
               organization is line sequential.

               select fd-suggest-tmp
               assign to dynamic ws-suggest-tmp-name
               organization is line sequential.

               select optional fd-list-file
               assign to dynamic ws-list-file-name
               organization is line sequential.

               select optional fd-schedule-file
               assign to dynamic ws-schedule-file-name
               organization is line sequential.

               select optional fd-config-file
               assign to dynamic ws-config-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-suggest-file.
       copy "./src/copy/suggestion_record.cpy".

       fd  fd-suggest-tmp.
       01  f-suggest-tmp-record        pic x(170).

      *> Whichever word list is being searched: the answer list, the
      *> allowed-guess list or the blackout list.
       fd  fd-list-file.
       01  f-list-entry                pic a(7).

       fd  fd-schedule-file.
       copy "./src/copy/schedule_record.cpy".

       fd  fd-config-file.
       01  f-config-record             pic x(80).

       working-storage section.

       01  ws-suggest-file-name    pic x(40)
                                   value "cobordle_suggestions.dat".
       01  ws-suggest-tmp-name     pic x(40)
                                   value "cobordle_suggestions.dat.tmp".
       01  ws-schedule-file-name   pic x(40)
                                   value "cobordle_schedule.dat".
       01  ws-blackout-file-name   pic x(40)
                                   value "word_blackout.list".
       01  ws-list-file-name       pic x(40).
       01  ws-word-file-name       pic x(40).
       01  ws-allowed-file-name    pic x(40).
       01  ws-config-file-name     pic x(40) value "cobordle.cfg".
       01  ws-config-key           pic x(20).
       01  ws-config-value         pic x(40).

       01  ws-cmd-args             pic x(2024).
       01  ws-arg-discard          pic x(2024).
       01  ws-arg-remainder        pic x(2024).
       01  ws-cmd-found            pic 9(2) comp.
       01  ws-arg-ptr              pic 9(4) comp.
       01  ws-arg-token            pic x(40).
       01  ws-id-arg               pic x(10).

       01  ws-mode                 pic x(8) value spaces.
       01  ws-player-id            pic x(20) value "DEFAULT".
       01  ws-user-name            pic x(12).

       01  ws-word-input           pic x(10).
       01  ws-word                 pic a(7).
       01  ws-word-length          pic 9(2) comp.
       01  ws-length-digit         pic 9.
       01  ws-alpha-idx            pic 9(2) comp.
       01  ws-reason               pic x(60).
       01  ws-note                 pic x(40).
       01  ws-target-id            pic 9(6) value 0.
       01  ws-next-id              pic 9(6) value 0.
       01  ws-today                pic 9(8).
       01  ws-used-date            pic 9(8).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-entry-ok-sw          pic a value 'Y'.
           88  ws-entry-ok         value 'Y'.
           88  ws-entry-bad        value 'N'.

       01  ws-found-sw             pic a value 'N'.
           88  ws-found            value 'Y'.
           88  ws-not-found        value 'N'.

       01  ws-id-found-sw          pic a value 'N'.
           88  ws-id-found         value 'Y'.
           88  ws-id-not-found     value 'N'.

       01  ws-on-word-list-sw      pic a value 'N'.
           88  ws-on-word-list     value 'Y'.
           88  ws-not-on-word-list value 'N'.

      *> A daily the word already was (or is, or will be): the date
      *> is only shown for a day that is over.
       01  ws-sched-hit-sw         pic a value 'N'.
           88  ws-sched-hit        value 'Y'.
           88  ws-sched-clear      value 'N'.

      *> Open suggestions per player are capped, so the queue stays
      *> something a curator can get through.
       01  ws-max-open-per-player  constant as 5.
       01  ws-open-count           pic 9(3) comp value 0.
       01  ws-queue-count          pic 9(5) comp value 0.
       01  ws-changed-count        pic 9(5) comp value 0.

       01  ws-id-disp              pic z(5)9.
       01  ws-count-disp           pic z(4)9.
       01  ws-max-disp             pic 9.
       01  ws-date-disp            pic x(10).
       01  ws-flag-disp            pic x(12).

      *> Maintenance-window lock check before the suggestion file is
      *> touched (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Sign-in against the registered-player master: a suggestion
      *> is credited by name in the digest (see player-signin).
       copy "./src/copy/player_signin.cpy".

      *> One administrative run-journal row per curator run.
       copy "./src/copy/run_journal.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may review the queue.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Word suggestion box"

           perform load-config-player

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           call "game-day" using ws-today

           evaluate ws-mode
               when "SUGGEST"
                   perform check-maintenance-lock
                   perform sign-in-player
                   perform submit-suggestion
               when "QUEUE"
                   perform check-operator-grant
                   perform display-queue
               when "APPROVE"
                   perform check-operator-grant
                   perform check-maintenance-lock
                   perform review-suggestion
               when "REJECT"
                   perform check-operator-grant
                   perform check-maintenance-lock
                   perform review-suggestion
               when other
                   perform display-usage
           end-evaluate

           stop run.


       load-config-player.

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
                               move upper-case(
                                   trim(ws-config-value))
                                   to ws-player-id
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-config-file

           set ws-not-eof to true

           exit paragraph.


      *> --player= may sit anywhere before the verb; everything after
      *> --suggest WORD (or --reject N) is the free-text reason/note.
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
                   into ws-player-id
               move upper-case(ws-player-id) to ws-player-id
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--queue"
           if ws-cmd-found > 0 then
               move "QUEUE" to ws-mode
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--suggest "
           if ws-cmd-found > 0 then
               move "SUGGEST" to ws-mode
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--suggest "
                   into ws-arg-discard ws-arg-remainder
               perform split-word-and-text
               move ws-arg-token to ws-word-input
               move ws-arg-discard(1:60) to ws-reason
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--approve "
           if ws-cmd-found > 0 then
               move "APPROVE" to ws-mode
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--approve "
                   into ws-arg-discard ws-arg-remainder
               perform split-word-and-text
               move ws-arg-token to ws-id-arg
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--reject "
           if ws-cmd-found > 0 then
               move "REJECT" to ws-mode
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--reject "
                   into ws-arg-discard ws-arg-remainder
               perform split-word-and-text
               move ws-arg-token to ws-id-arg
               move ws-arg-discard(1:40) to ws-note
           end-if

           if ws-id-arg not = spaces then
               if trim(ws-id-arg) is numeric then
                   move function numval(ws-id-arg) to ws-target-id
               end-if
           end-if

           exit paragraph.


      *> ws-arg-remainder holds what follows the verb: its first word
      *> comes back in ws-arg-token, the rest of the line (trimmed)
      *> in ws-arg-discard.
       split-word-and-text.

           move spaces to ws-arg-token
           move 1 to ws-arg-ptr
           unstring ws-arg-remainder delimited by all space
               into ws-arg-token
               with pointer ws-arg-ptr
           end-unstring

           move spaces to ws-arg-discard
           if ws-arg-ptr <= 2024 then
               move trim(ws-arg-remainder(ws-arg-ptr:))
                   to ws-arg-discard
           end-if

           exit paragraph.


       display-usage.

           display "Usage: word-suggest --player=NAME --suggest WORD "
               "[REASON...]"
           display "       word-suggest --queue"
           display "       word-suggest --approve N"
           display "       word-suggest --reject N [NOTE...]"
           display space
           display "--suggest WORD [REASON]  put a word forward for "
               "a daily"
           display "--queue                  list suggestions waiting "
               "for review"
           display "--approve N              approve suggestion N for "
               "schedule-gen"
           display "--reject N [NOTE]        turn suggestion N down"

           exit paragraph.


      *> ==================== player side ====================

       submit-suggestion.

           perform validate-word-input
           if ws-entry-bad then
               display "A suggestion must be one word of 4 to 7 "
                   "letters, A to Z."
               stop run
           end-if

           perform determine-list-names

      *>   Barred words and words already in the schedule get the
      *>   same answer, so a refusal never hints at what an upcoming
      *>   daily is. A daily that is over is fair to name.
           move ws-blackout-file-name to ws-list-file-name
           perform search-list-file
           if ws-found then
               display "Sorry, that word can't be used as a daily."
               stop run
           end-if

           perform check-scheduled-before
           if ws-sched-hit then
               if ws-used-date < ws-today then
                   perform format-used-date
                   display concat(
                       trim(ws-word) " was already the daily on "
                       ws-date-disp ".")
               else
                   display "Sorry, that word can't be used as a "
                       "daily."
               end-if
               stop run
           end-if

           perform check-word-lists
           if ws-not-found then
               display concat(
                   trim(ws-word) " isn't in the "
                   ws-length-digit "-letter word lists.")
               stop run
           end-if

           perform scan-suggestions
           if ws-found then
               display concat(
                   trim(ws-word) " has already been suggested. "
                   "Thanks all the same!")
               stop run
           end-if

           if ws-open-count >= ws-max-open-per-player then
               move ws-max-open-per-player to ws-max-disp
               display concat(
                   "You already have " ws-max-disp
                   " suggestions waiting. Try again once the "
                   "curators have been through them.")
               stop run
           end-if

           add 1 to ws-next-id

           move spaces to f-suggestion-record
           move ws-next-id to f-sugg-id
           move function current-date(1:14) to f-sugg-stamp
           move ws-player-id to f-sugg-player
           move ws-word to f-sugg-word
           move ws-length-digit to f-sugg-length
           if ws-on-word-list then
               set f-sugg-on-word-list to true
           else
               set f-sugg-guess-only to true
           end-if
           set f-sugg-pending to true
           move 0 to f-sugg-sched-date
           move ws-reason to f-sugg-reason

           open extend fd-suggest-file
           write f-suggestion-record
           close fd-suggest-file

           move ws-next-id to ws-id-disp
           display concat(
               "Thanks! " trim(ws-word) " is suggestion "
               trim(ws-id-disp) " and is waiting for the curators.")

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
           move ws-word-length to ws-length-digit

           exit paragraph.


      *> The same names word-loader opens for the default (English)
      *> lists at this length.
       determine-list-names.

           evaluate ws-length-digit
               when 4
                   move "word4.list" to ws-word-file-name
                   move "word4_allowed.list" to ws-allowed-file-name
               when 6
                   move "word6.list" to ws-word-file-name
                   move "word6_allowed.list" to ws-allowed-file-name
               when 7
                   move "word7.list" to ws-word-file-name
                   move "word7_allowed.list" to ws-allowed-file-name
               when other
                   move "word.list" to ws-word-file-name
                   move "word_allowed.list" to ws-allowed-file-name
           end-evaluate

           exit paragraph.


      *> On the answer list, or failing that the allowed-guess list.
       check-word-lists.

           set ws-not-on-word-list to true

           move ws-word-file-name to ws-list-file-name
           perform search-list-file
           if ws-found then
               set ws-on-word-list to true
               exit paragraph
           end-if

           move ws-allowed-file-name to ws-list-file-name
           perform search-list-file

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


      *> Any schedule row at this length carrying the word, past or
      *> future. The latest such date is kept.
       check-scheduled-before.

           set ws-sched-clear to true
           move 0 to ws-used-date
           set ws-not-eof to true

           open input fd-schedule-file

               perform until ws-eof
                   read fd-schedule-file
                   at end set ws-eof to true
                   not at end
                       if f-sched-length = ws-length-digit
                       and upper-case(f-sched-word) = ws-word then
                           set ws-sched-hit to true
                           if f-sched-date > ws-used-date then
                               move f-sched-date to ws-used-date
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-schedule-file

           set ws-not-eof to true

           exit paragraph.


       format-used-date.

           move concat(
               ws-used-date(1:4) "-" ws-used-date(5:2) "-"
               ws-used-date(7:2))
               to ws-date-disp

           exit paragraph.


      *> One pass over the box: is the word already suggested (and
      *> not turned down), how many of this player's suggestions are
      *> still open, and the highest id so far.
       scan-suggestions.

           set ws-not-found to true
           move 0 to ws-open-count
           move 0 to ws-next-id
           set ws-not-eof to true

           open input fd-suggest-file

               perform until ws-eof
                   read fd-suggest-file
                   at end set ws-eof to true
                   not at end
                       if f-sugg-id > ws-next-id then
                           move f-sugg-id to ws-next-id
                       end-if
                       if f-sugg-word = ws-word
                       and not f-sugg-rejected then
                           set ws-found to true
                       end-if
                       if f-sugg-player = ws-player-id
                       and (f-sugg-pending or f-sugg-approved) then
                           add 1 to ws-open-count
                       end-if
                   end-read
               end-perform

           close fd-suggest-file

           set ws-not-eof to true

           exit paragraph.


      *> ==================== curator side ====================

       display-queue.

           move 0 to ws-queue-count
           set ws-not-eof to true

           display "  ID Submitted  Player               Word    "
               "Lists"
           display "---- ---------- -------------------- ------- "
               "------------"

           open input fd-suggest-file

               perform until ws-eof
                   read fd-suggest-file
                   at end set ws-eof to true
                   not at end
                       if f-sugg-pending then
                           perform display-queue-row
                       end-if
                   end-read
               end-perform

           close fd-suggest-file

           move ws-queue-count to ws-count-disp
           display space
           display concat(
               trim(ws-count-disp) " suggestion(s) waiting for "
               "review.")

           move "word-suggest" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move ws-queue-count to l-rj-rows-in
           move 0 to l-rj-rows-out
           move "OK" to l-rj-outcome
           call "run-journal" using l-run-journal

           exit paragraph.


       display-queue-row.

           add 1 to ws-queue-count

           move f-sugg-id to ws-id-disp
           move concat(
               f-sugg-stamp(1:4) "-" f-sugg-stamp(5:2) "-"
               f-sugg-stamp(7:2))
               to ws-date-disp
           if f-sugg-guess-only then
               move "guesses only" to ws-flag-disp
           else
               move "answers" to ws-flag-disp
           end-if

           display ws-id-disp(3:4) " " ws-date-disp " "
               f-sugg-player " " f-sugg-word " " ws-flag-disp
           if f-sugg-reason not = spaces then
               display "     " trim(f-sugg-reason)
           end-if

           exit paragraph.


      *> Approve or reject one pending suggestion, rewriting the box
      *> through a temporary copy. An approval re-checks the word at
      *> review time -- the lists and the schedule may have moved on
      *> since it was suggested.
       review-suggestion.

           if ws-target-id = 0 then
               perform display-usage
               stop run
           end-if

           move spaces to ws-user-name
           accept ws-user-name from environment "USER"
           if ws-user-name = spaces then
               move "(unknown)" to ws-user-name
           end-if

           move ws-target-id to ws-id-disp
           move 0 to ws-changed-count
           set ws-id-not-found to true
           set ws-not-eof to true

           open input fd-suggest-file
           open output fd-suggest-tmp

               perform until ws-eof
                   read fd-suggest-file
                   at end set ws-eof to true
                   not at end
                       if f-sugg-id = ws-target-id then
                           set ws-id-found to true
                           perform review-one-row
                       end-if
                       write f-suggest-tmp-record
                           from f-suggestion-record
                   end-read
               end-perform

           close fd-suggest-file
           close fd-suggest-tmp

           if ws-changed-count > 0 then
               call "CBL_DELETE_FILE" using ws-suggest-file-name
               call "CBL_RENAME_FILE" using
                   ws-suggest-tmp-name ws-suggest-file-name
           else
               call "CBL_DELETE_FILE" using ws-suggest-tmp-name
           end-if

           if ws-id-not-found then
               display concat(
                   "No suggestion " trim(ws-id-disp) ".")
           end-if

           move "word-suggest" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move 1 to l-rj-rows-in
           move ws-changed-count to l-rj-rows-out
           move "OK" to l-rj-outcome
           call "run-journal" using l-run-journal

           exit paragraph.


       review-one-row.

           if not f-sugg-pending then
               display concat(
                   "Suggestion " trim(ws-id-disp)
                   " has already been reviewed.")
               exit paragraph
           end-if

           if ws-mode = "REJECT" then
               set f-sugg-rejected to true
               move ws-user-name to f-sugg-reviewer
               move ws-note to f-sugg-review-note
               add 1 to ws-changed-count
               display concat(
                   "Rejected " trim(f-sugg-word) " (suggested by "
                   trim(f-sugg-player) ").")
               exit paragraph
           end-if

           move f-sugg-word to ws-word
           move f-sugg-length to ws-length-digit
           perform determine-list-names

           move ws-blackout-file-name to ws-list-file-name
           perform search-list-file
           if ws-found then
               display concat(
                   trim(ws-word) " is on the blackout list now. "
                   "Reject it instead.")
               exit paragraph
           end-if

           perform check-scheduled-before
           if ws-sched-hit then
               perform format-used-date
               display concat(
                   trim(ws-word) " is already in the schedule ("
                   ws-date-disp "). Reject it instead.")
               exit paragraph
           end-if

           move ws-word-file-name to ws-list-file-name
           perform search-list-file
           if ws-not-found then
               display concat(
                   trim(ws-word) " isn't on " trim(ws-word-file-name)
                   ". Add it with word-maint first.")
               exit paragraph
           end-if

           set f-sugg-on-word-list to true
           set f-sugg-approved to true
           move ws-user-name to f-sugg-reviewer
           add 1 to ws-changed-count
           display concat(
               "Approved " trim(f-sugg-word) " (suggested by "
               trim(f-sugg-player) "). schedule-gen will give it "
               "the next free date.")

           exit paragraph.


      *> Refuses to touch the suggestion box while an administrative
      *> run holds the maintenance lock: schedule-gen may be
      *> rewriting it.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "word-suggest" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.


      *> A suggestion carries the player's name into the digest, so
      *> only a registered player who knows the PIN may make one (see
      *> player-signin).
       sign-in-player.

           set l-ps-verify to true
           move ws-player-id to l-ps-player
           call "player-signin" using l-player-signin

           if l-ps-unregistered or l-ps-inactive or l-ps-bad-pin then
               display l-ps-message
               stop run
           end-if

           exit paragraph.


       check-operator-grant.

           move "word-suggest" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program word-suggest.
