      ******************************************************************
      * Purpose: Operator authorization for the administrative
      *          utilities. cobordle_operators.dat grants logins the
      *          utilities they may run, one LOGIN|PROGRAM row per
      *          grant ("*" as the program grants every utility --
      *          the nightly-batch login needs that, since its steps
      *          run under it); lines starting "*" are comments.
      *          void-day, player-purge, player-rename, word-maint,
      *          estate-snapshot --restore, stats-archive and the rest
      *          call this before they touch a file. A login without
      *          a grant -- or any login at all while the file is
      *          missing -- is refused, and the attempt goes into the
      *          run journal with outcome DENIED so journal-report
      *          shows who tried.
      *
      *          Called with one l-operator-check per run.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. operator-check.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-operator-file
               assign to dynamic ws-operator-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-operator-file.
       01  f-operator-record           pic x(80).

       working-storage section.

       01  ws-operator-file-name   pic x(40)
                                   value "cobordle_operators.dat".

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-user-name            pic x(12).
       01  ws-grant-login          pic x(30).
       01  ws-grant-program        pic x(30).
       01  ws-grant-rows           pic 9(5) comp value 0.

      *> The DENIED row for the administrative run journal.
       copy "./src/copy/run_journal.cpy".

       linkage section.

       copy "./src/copy/operator_check.cpy".

       procedure division using l-operator-check.

       main-procedure.

           move spaces to ws-user-name
           accept ws-user-name from environment "USER"
           if ws-user-name = spaces then
               move "(unknown)" to ws-user-name
           end-if
           move ws-user-name to l-oc-user

           move lower-case(l-oc-program) to l-oc-program
           move spaces to l-oc-message
           set l-oc-denied to true
           move 0 to ws-grant-rows
           set ws-not-eof to true

           open input fd-operator-file

               perform until ws-eof or l-oc-granted
                   read fd-operator-file
                   at end set ws-eof to true
                   not at end
                       if f-operator-record not = spaces
                       and f-operator-record(1:1) not = "*" then
                           perform check-one-grant
                       end-if
                   end-read
               end-perform

           close fd-operator-file

           if l-oc-granted then
               goback
           end-if

           if ws-grant-rows = 0 then
               move concat(
                   "Not authorized: " trim(ws-operator-file-name)
                   " grants nobody " trim(l-oc-program) ".")
                   to l-oc-message
           else
               move concat(
                   "Not authorized: login " trim(ws-user-name)
                   " has no grant for " trim(l-oc-program)
                   ". Ask the commissioner.")
                   to l-oc-message
           end-if

           move l-oc-program to l-rj-program
           move l-oc-args to l-rj-args
           move 0 to l-rj-rows-in
           move 0 to l-rj-rows-out
           move "DENIED" to l-rj-outcome
           call "run-journal" using l-run-journal

           goback.


       check-one-grant.

           move spaces to ws-grant-login
           move spaces to ws-grant-program
           unstring f-operator-record delimited by "|"
               into ws-grant-login ws-grant-program

           move trim(ws-grant-login) to ws-grant-login
           move lower-case(trim(ws-grant-program))
               to ws-grant-program

           if ws-grant-login = spaces then
               exit paragraph
           end-if
           add 1 to ws-grant-rows

           if ws-grant-login = ws-user-name
           and (ws-grant-program = "*"
               or ws-grant-program = l-oc-program) then
               set l-oc-granted to true
           end-if

           exit paragraph.

       end program operator-check.
