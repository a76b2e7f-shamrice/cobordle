      *          The file is plain rows an editor can review and
      *          hand-edit before they go live.
      *
      *          Days covered by a special event in the events
      *          calendar (see event-check) at this length are drawn
      *          from the event's category list instead. --events
      *          re-draws the rows already scheduled from tomorrow on
      *          for events added since those rows were generated,
      *          and writes nothing else.
      *
      *          Words the curators approved from the players'
      *          suggestion box (see word-suggest) at this length take
      *          the first new non-event dates, oldest suggestion
      *          first, ahead of the random pick; each is marked
      *          scheduled with its date so daily-digest can credit
      *          the suggester.
      *
      *          Usage: schedule-gen [--days=N] [--length=N]
      *                              [--events]
      *                 (defaults: 90 days ahead, length 5)
      * Tectonics: ./build.sh
      ******************************************************************
               assign to dynamic ws-blackout-file-name
               organization is line sequential.

               select optional fd-event-word-file
               assign to dynamic ws-event-word-file-name
               organization is line sequential.

               select fd-schedule-tmp
               assign to dynamic ws-schedule-tmp-name
               organization is line sequential.

               select optional fd-suggest-file
               assign to dynamic ws-suggest-file-name
               organization is line sequential.

               select fd-suggest-tmp
               assign to dynamic ws-suggest-tmp-name
               organization is line sequential.

       data division.

       file section.
       fd  fd-blackout-file.
       01  f-blackout-entry          pic a(7).

      *> The themed category list a special event draws from.
       fd  fd-event-word-file.
       01  f-event-word-entry        pic a(7).

      *> --events writes the re-drawn schedule here, then swaps it in.
       fd  fd-schedule-tmp.
       01  f-schedule-tmp-record     pic x(16).

       fd  fd-suggest-file.
       copy "./src/copy/suggestion_record.cpy".

       fd  fd-suggest-tmp.
       01  f-suggest-tmp-record      pic x(170).

       working-storage section.

       01  ws-word-file-name         pic x(40) value "word.list".
       01  ws-written-count         pic 9(5) comp value 0.
       01  ws-count-disp            pic z(4)9.

      *> Special events (see event-check): the days one covers at
      *> this length are drawn from the event's category list, kept
      *> loaded while consecutive days belong to the same category.
       copy "./src/copy/event_check.cpy".

       01  ws-events-only-sw        pic a value 'N'.
           88  ws-events-only       value 'Y'.
           88  ws-not-events-only   value 'N'.

       01  ws-event-day-sw          pic a value 'N'.
           88  ws-event-day         value 'Y'.
           88  ws-not-event-day     value 'N'.

       01  ws-event-word-file-name  pic x(40) value spaces.
       01  ws-schedule-tmp-name     pic x(40)
                                    value "cobordle_schedule.dat.tmp".
       01  ws-max-event-words       constant as 5000.
       01  ws-event-words           pic a(7)
                                    occurs ws-max-event-words times.
       01  ws-event-word-count      pic 9(5) comp value 0.
       01  ws-event-loaded-cat      pic x(20) value spaces.
       01  ws-event-day-count       pic 9(5) comp value 0.
       01  ws-tomorrow-date         pic 9(8).

      *> Approved suggestions at this length, in the order they were
      *> suggested, with the date each one is given -- or, for one
      *> that can no longer be dealt (barred, already scheduled, or
      *> gone from the list since approval), the reason it was set
      *> aside.
       01  ws-suggest-file-name     pic x(40)
                                    value "cobordle_suggestions.dat".
       01  ws-suggest-tmp-name      pic x(40)
                                value "cobordle_suggestions.dat.tmp".
       01  ws-max-approved          constant as 200.
       01  ws-approved occurs ws-max-approved times.
           05  ws-ap-id             pic 9(6).
           05  ws-ap-word           pic a(7).
           05  ws-ap-date           pic 9(8).
           05  ws-ap-note           pic x(40).
       01  ws-approved-count        pic 9(3) comp value 0.
       01  ws-approved-next         pic 9(3) comp value 1.
       01  ws-ap-idx                pic 9(3) comp.
       01  ws-suggested-day-count   pic 9(5) comp value 0.
       01  ws-suggest-taken-sw      pic a value 'N'.
           88  ws-suggest-taken     value 'Y'.
           88  ws-suggest-not-taken value 'N'.
       01  ws-word-idx              pic 9(5) comp.

      *> One administrative run-journal row per run, so ad-hoc
      *> schedule regenerations leave a trace.
       copy "./src/copy/run_journal.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           accept ws-cmd-args from command-line
           perform parse-cmd-args
           perform check-operator-grant

           perform determine-word-file-name
           perform load-word-list
           perform load-blackout-list
           perform load-existing-schedule

           if ws-time-seed = zeros then
               accept ws-time-seed from time
               compute ws-filler = random(ws-time-seed)
           end-if

           if ws-events-only then
               perform redraw-event-days
               stop run
           end-if

           perform load-approved-suggestions

           compute ws-today-day = function integer-of-date(
               function numval(function current-date(1:8)))

               move ws-today-day to ws-gen-day
           end-if

           open extend fd-schedule-file

               perform varying ws-day-idx from 1 by 1

           close fd-schedule-file

           if ws-approved-next > 1 then
               perform mark-suggestions-scheduled
           end-if

           move ws-written-count to ws-count-disp
           display concat(
               "Scheduled " trim(ws-count-disp) " day(s) into "
               trim(ws-schedule-file-name))
           if ws-event-day-count > 0 then
               move ws-event-day-count to ws-count-disp
               display concat(
                   trim(ws-count-disp) " of them from special-event "
                   "lists.")
           end-if
           if ws-suggested-day-count > 0 then
               move ws-suggested-day-count to ws-count-disp
               display concat(
                   trim(ws-count-disp) " of them from players' "
                   "suggestions.")
           end-if
           display "Review the new rows before they go live."

           move "schedule-gen" to l-rj-program
               move 7 to ws-word-length
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--events"
           if ws-cmd-found > 0 then
               set ws-events-only to true
           end-if

           exit paragraph.


           exit paragraph.


       schedule-one-day.

           compute ws-gen-date =
               function date-of-integer(ws-gen-day)

           perform check-event-day
           if ws-event-day then
               perform pick-event-word
               add 1 to ws-event-day-count
           else
               perform take-suggested-word
               if ws-suggest-taken then
                   add 1 to ws-suggested-day-count
               else
                   perform pick-list-word
               end-if
           end-if

           if ws-used-count < ws-max-words then
               add 1 to ws-used-count
               move ws-picked-word to ws-used-words(ws-used-count)
           end-if

           move ws-gen-date to f-sched-date
           move ws-word-length to f-sched-length
           move ws-picked-word to f-sched-word
           write f-schedule-record

           add 1 to ws-written-count

           exit paragraph.


      *> Random pick, retried while the word is already scheduled.
      *> When the unused pool runs dry (more days asked for than
      *> words exist), the used table resets rather than stalling.
       pick-list-word.

           move 0 to ws-pick-tries
           set ws-word-used to true
               end-if
           end-perform

           exit paragraph.


      *> The next approved suggestion that can still be dealt gets
      *> the day. One that can't is set aside with the reason, so the
      *> curators see why it never ran.
       take-suggested-word.

           set ws-suggest-not-taken to true

           perform until ws-suggest-taken
               or ws-approved-next > ws-approved-count

               move ws-approved-next to ws-ap-idx
               add 1 to ws-approved-next
               move ws-ap-word(ws-ap-idx) to ws-picked-word

               perform check-word-blacklisted
               if ws-blacklisted then
                   move "barred by the blackout list"
                       to ws-ap-note(ws-ap-idx)
               else
                   perform check-word-used
                   if ws-word-used then
                       move "already in the schedule"
                           to ws-ap-note(ws-ap-idx)
                   else
                       perform check-word-in-list
                       if ws-entry-invalid then
                           move concat("no longer on "
                               trim(ws-word-file-name))
                               to ws-ap-note(ws-ap-idx)
                       else
                           move ws-gen-date to ws-ap-date(ws-ap-idx)
                           set ws-suggest-taken to true
                       end-if
                   end-if
               end-if
           end-perform

           exit paragraph.


       check-word-in-list.

           set ws-entry-invalid to true

           perform varying ws-word-idx from 1 by 1
               until ws-word-idx > ws-word-count
               if ws-word-list(ws-word-idx) = ws-picked-word then
                   set ws-entry-valid to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


       load-approved-suggestions.

           move 0 to ws-approved-count
           set ws-not-eof to true

           open input fd-suggest-file

               perform until ws-eof
                   read fd-suggest-file
                   at end set ws-eof to true
                   not at end
                       if f-sugg-approved
                       and f-sugg-length = ws-word-length
                       and ws-approved-count < ws-max-approved then
                           add 1 to ws-approved-count
                           move f-sugg-id
                               to ws-ap-id(ws-approved-count)
                           move upper-case(f-sugg-word)
                               to ws-ap-word(ws-approved-count)
                           move 0 to ws-ap-date(ws-approved-count)
                           move spaces
                               to ws-ap-note(ws-approved-count)
                       end-if
                   end-read
               end-perform

           close fd-suggest-file

           set ws-not-eof to true

           exit paragraph.


      *> The suggestions this run dealt (or set aside) are updated in
      *> the box through a temporary copy; everything else is copied
      *> through as it was.
       mark-suggestions-scheduled.

           set ws-not-eof to true

           open input fd-suggest-file
           open output fd-suggest-tmp

               perform until ws-eof
                   read fd-suggest-file
                   at end set ws-eof to true
                   not at end
                       if f-sugg-approved then
                           perform mark-one-suggestion
                       end-if
                       write f-suggest-tmp-record
                           from f-suggestion-record
                   end-read
               end-perform

           close fd-suggest-file
           close fd-suggest-tmp

           call "CBL_DELETE_FILE" using ws-suggest-file-name
           call "CBL_RENAME_FILE" using
               ws-suggest-tmp-name ws-suggest-file-name

           set ws-not-eof to true

           exit paragraph.


       mark-one-suggestion.

           perform varying ws-ap-idx from 1 by 1
               until ws-ap-idx >= ws-approved-next
               or ws-ap-idx > ws-approved-count
               if ws-ap-id(ws-ap-idx) = f-sugg-id then
                   if ws-ap-date(ws-ap-idx) > 0 then
                       set f-sugg-scheduled to true
                       move ws-ap-date(ws-ap-idx)
                           to f-sugg-sched-date
                   else
                       set f-sugg-rejected to true
                       move "schedule-gen" to f-sugg-reviewer
                       move ws-ap-note(ws-ap-idx)
                           to f-sugg-review-note
                   end-if
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Is ws-gen-date inside a special event at this length? If so
      *> the event's category list is loaded (once per run of days
      *> sharing a category). An event whose list is missing or holds
      *> nothing usable at this length falls back to the normal pick,
      *> with a warning, so the day is never left unscheduled.
       check-event-day.

           set ws-not-event-day to true

           move ws-gen-date to l-ev-date
           call "event-check" using l-event-check
           if l-ev-none or l-ev-length not = ws-word-length then
               exit paragraph
           end-if

           if l-ev-category not = ws-event-loaded-cat then
               perform load-event-word-list
           end-if

           if ws-event-word-count > 0 then
               set ws-event-day to true
           end-if

           exit paragraph.


      *> The event list is short, so once every word in it has been
      *> scheduled a repeat is accepted rather than clearing the
      *> history the normal list relies on.
       pick-event-word.

           move 0 to ws-pick-tries
           set ws-word-used to true

           perform until ws-word-not-used
               compute ws-pick-idx =
                   random * ws-event-word-count + 1
               if ws-pick-idx > ws-event-word-count then
                   move ws-event-word-count to ws-pick-idx
               end-if
               move ws-event-words(ws-pick-idx) to ws-picked-word

               perform check-word-used

               if ws-word-not-used then
                   perform check-word-blacklisted
                   if ws-blacklisted then
                       set ws-word-used to true
                   end-if
               end-if

               add 1 to ws-pick-tries
               if ws-word-used
               and ws-pick-tries > ws-event-word-count * 3 then
                   set ws-word-not-used to true
               end-if
           end-perform

           exit paragraph.


      *> Same naming word-loader uses for a themed category: the
      *> category name in place of the "word" stem.
       load-event-word-list.

           move l-ev-category to ws-event-loaded-cat
           move 0 to ws-event-word-count

           evaluate ws-word-length
               when 4
                   move concat(trim(l-ev-category) "4.list")
                       to ws-event-word-file-name
               when 6
                   move concat(trim(l-ev-category) "6.list")
                       to ws-event-word-file-name
               when 7
                   move concat(trim(l-ev-category) "7.list")
                       to ws-event-word-file-name
               when other
                   move concat(trim(l-ev-category) ".list")
                       to ws-event-word-file-name
           end-evaluate

           set ws-not-eof to true

           open input fd-event-word-file

               perform until ws-eof
                   or ws-event-word-count >= ws-max-event-words
                   read fd-event-word-file
                   at end set ws-eof to true
                   not at end
                       move f-event-word-entry to f-word-entry
                       perform validate-word-entry
                       if ws-entry-valid then
                           add 1 to ws-event-word-count
                           move upper-case(f-event-word-entry)
                               to ws-event-words(
                                   ws-event-word-count)
                       end-if
                   end-read
               end-perform

           close fd-event-word-file

           set ws-not-eof to true

           if ws-event-word-count = 0 then
               display concat(
                   "No usable words in " trim(ws-event-word-file-name)
                   " for the " trim(l-ev-category)
                   " event. Its days get a normal pick.")
           end-if

           exit paragraph.


      *> --events: every row for this length dated tomorrow or later
      *> that falls inside an event, and isn't already a word from
      *> the event's list, is re-drawn from that list; everything
      *> else is copied through unchanged, so a second run changes
      *> nothing. Today's
      *> row is left alone -- somebody may already have played it.
      *> The old rows' words stay in the used table, so the normal
      *> list's history is undisturbed.
       redraw-event-days.

           compute ws-tomorrow-date = function date-of-integer(
               function integer-of-date(
                   function numval(function current-date(1:8))) + 1)

           set ws-not-eof to true

           open input fd-schedule-file
           open output fd-schedule-tmp

               perform until ws-eof
                   read fd-schedule-file
                   at end set ws-eof to true
                   not at end
                       if f-sched-length = ws-word-length
                       and f-sched-date >= ws-tomorrow-date then
                           move f-sched-date to ws-gen-date
                           perform check-event-day
                           if ws-event-day then
                               perform check-row-from-event
                           end-if
                           if ws-event-day then
                               perform pick-event-word
                               move ws-picked-word to f-sched-word
                               if ws-used-count < ws-max-words then
                                   add 1 to ws-used-count
                                   move ws-picked-word
                                       to ws-used-words(ws-used-count)
                               end-if
                               add 1 to ws-event-day-count
                           end-if
                       end-if
                       write f-schedule-tmp-record
                           from f-schedule-record
                   end-read
               end-perform

           close fd-schedule-file
           close fd-schedule-tmp

           call "CBL_DELETE_FILE" using ws-schedule-file-name
           call "CBL_RENAME_FILE" using
               ws-schedule-tmp-name ws-schedule-file-name

           move ws-event-day-count to ws-count-disp
           display concat(
               "Re-drew " trim(ws-count-disp) " special-event day(s) "
               "in " trim(ws-schedule-file-name))
           display "Review the new rows before they go live."

           move "schedule-gen" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move 0 to l-rj-rows-in
           move ws-event-day-count to l-rj-rows-out
           move "OK" to l-rj-outcome
           call "run-journal" using l-run-journal

           exit paragraph.


           exit paragraph.


      *> A row already dealt from the event's list stays as it is.
       check-row-from-event.

           perform varying ws-used-idx from 1 by 1
               until ws-used-idx > ws-event-word-count
               if ws-event-words(ws-used-idx) = f-sched-word then
                   set ws-not-event-day to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


       check-operator-grant.

           move "schedule-gen" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program schedule-gen.
