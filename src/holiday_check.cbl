      ******************************************************************
      * Purpose: Single answer to "was the office closed that day?"
      *          for every program that has to treat the holidays
      *          specially. The commissioner keeps the closed dates
      *          in cobordle_holidays.dat, one row per date (date,
      *          a space, what the closure is). Those dates are
      *          bridged for everyone's streak -- a round played on
      *          one counts neither toward nor against it -- and the
      *          daily digest, pick-em settlement and the anomaly
      *          rates leave them out. The schedule still deals a
      *          word for them.
      *
      *          The calendar is read once, on the first call, and
      *          kept for the rest of the process: compute-streaks
      *          asks once per stats row.
      *
      *          Called with one l-holiday-check per date.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. holiday-check.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-holiday-file
               assign to dynamic ws-holiday-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-holiday-file.
       copy "./src/copy/holiday_record.cpy".

       working-storage section.

       01  ws-holiday-file-name      pic x(40)
                                     value "cobordle_holidays.dat".

       01  ws-eof-sw                 pic a value 'N'.
           88  ws-eof                value 'Y'.
           88  ws-not-eof            value 'N'.

       01  ws-loaded-sw              pic a value 'N'.
           88  ws-loaded             value 'Y'.
           88  ws-not-loaded         value 'N'.

       01  ws-max-holidays           constant as 500.
       01  ws-holidays occurs ws-max-holidays times.
           05  ws-hol-date           pic 9(8).
           05  ws-hol-name           pic x(30).
       01  ws-holiday-count          pic 9(3) comp value 0.
       01  ws-hol-idx                pic 9(3) comp.

       linkage section.

       copy "./src/copy/holiday_check.cpy".

       procedure division using l-holiday-check.

       main-procedure.

           if ws-not-loaded then
               perform load-holidays
           end-if

           set l-hc-open to true
           move spaces to l-hc-name

           perform varying ws-hol-idx from 1 by 1
               until ws-hol-idx > ws-holiday-count
               if ws-hol-date(ws-hol-idx) = l-hc-date then
                   set l-hc-holiday to true
                   move ws-hol-name(ws-hol-idx) to l-hc-name
                   exit perform
               end-if
           end-perform

           goback.


      *> Rows whose date isn't a number (a note the commissioner left,
      *> a blank line) are passed over.
       load-holidays.

           set ws-loaded to true
           move 0 to ws-holiday-count
           set ws-not-eof to true

           open input fd-holiday-file

               perform until ws-eof
                   read fd-holiday-file
                   at end set ws-eof to true
                   not at end
                       if f-holiday-date is numeric
                       and f-holiday-date > 0
                       and ws-holiday-count < ws-max-holidays then
                           add 1 to ws-holiday-count
                           move f-holiday-date
                               to ws-hol-date(ws-holiday-count)
                           move f-holiday-name
                               to ws-hol-name(ws-holiday-count)
                       end-if
                   end-read
               end-perform

           close fd-holiday-file

           exit paragraph.

       end program holiday-check.
