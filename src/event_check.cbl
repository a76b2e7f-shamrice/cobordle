      ******************************************************************
      * Purpose: Single answer to "is a special event running that
      *          day?" for every program that treats event dailies
      *          differently. The commissioner keeps the events in
      *          cobordle_events.dat, one row per event (first day,
      *          last day, category, length, banner, separated by a
      *          space). On an event day the daily is drawn from the
      *          event's category list at the event's length:
      *          schedule-gen deals it, cobordle plays it, run-game
      *          shows the banner on the info bar, the daily digest
      *          carries the banner and the leaderboard reports those
      *          rounds apart as event results.
      *
      *          Where two events overlap, the first row in the file
      *          wins. The calendar is read once, on the first call,
      *          and kept for the rest of the process: the
      *          leaderboard asks once per stats row.
      *
      *          Called with one l-event-check per date.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. event-check.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-event-file
               assign to dynamic ws-event-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-event-file.
       copy "./src/copy/event_record.cpy".

       working-storage section.

       01  ws-event-file-name        pic x(40)
                                     value "cobordle_events.dat".

       01  ws-eof-sw                 pic a value 'N'.
           88  ws-eof                value 'Y'.
           88  ws-not-eof            value 'N'.

       01  ws-loaded-sw              pic a value 'N'.
           88  ws-loaded             value 'Y'.
           88  ws-not-loaded         value 'N'.

       01  ws-max-events             constant as 200.
       01  ws-events occurs ws-max-events times.
           05  ws-ev-from-date       pic 9(8).
           05  ws-ev-to-date         pic 9(8).
           05  ws-ev-category        pic x(20).
           05  ws-ev-length          pic 9.
           05  ws-ev-banner          pic x(60).
       01  ws-event-count            pic 9(3) comp value 0.
       01  ws-ev-idx                 pic 9(3) comp.

       linkage section.

       copy "./src/copy/event_check.cpy".

       procedure division using l-event-check.

       main-procedure.

           if ws-not-loaded then
               perform load-events
           end-if

           set l-ev-none to true
           move spaces to l-ev-category
           move 0 to l-ev-length
           move spaces to l-ev-banner

           perform varying ws-ev-idx from 1 by 1
               until ws-ev-idx > ws-event-count
               if l-ev-date >= ws-ev-from-date(ws-ev-idx)
               and l-ev-date <= ws-ev-to-date(ws-ev-idx) then
                   set l-ev-active to true
                   move ws-ev-category(ws-ev-idx) to l-ev-category
                   move ws-ev-length(ws-ev-idx) to l-ev-length
                   move ws-ev-banner(ws-ev-idx) to l-ev-banner
                   exit perform
               end-if
           end-perform

           goback.


      *> Rows that can't describe a playable event are passed over:
      *> a date that isn't a number (a note, a blank line), a range
      *> that ends before it starts, no category, or a length other
      *> than the 4 to 7 letters the lists come in. A single-day
      *> event may leave the last day blank.
       load-events.

           set ws-loaded to true
           move 0 to ws-event-count
           set ws-not-eof to true

           open input fd-event-file

               perform until ws-eof
                   read fd-event-file
                   at end set ws-eof to true
                   not at end
                       if f-event-to-date = spaces then
                           move f-event-from-date to f-event-to-date
                       end-if
                       if f-event-from-date is numeric
                       and f-event-from-date > 0
                       and f-event-to-date is numeric
                       and f-event-to-date >= f-event-from-date
                       and f-event-category not = spaces
                       and f-event-length is numeric
                       and f-event-length >= 4
                       and f-event-length <= 7
                       and ws-event-count < ws-max-events then
                           add 1 to ws-event-count
                           move f-event-from-date
                               to ws-ev-from-date(ws-event-count)
                           move f-event-to-date
                               to ws-ev-to-date(ws-event-count)
                           move lower-case(f-event-category)
                               to ws-ev-category(ws-event-count)
                           move f-event-length
                               to ws-ev-length(ws-event-count)
                           move f-event-banner
                               to ws-ev-banner(ws-event-count)
                       end-if
                   end-read
               end-perform

           close fd-event-file

           exit paragraph.

       end program event-check.
