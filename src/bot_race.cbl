       01  ws-bot-try-idx          pic 9(2) comp.
       01  ws-tries-before         pic 9(2) comp.

      *> Maintenance-window lock check before any round is dealt
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

       procedure division.

       main-procedure.
           display "try. Its board stays masked until you finish."
           display space

           perform check-maintenance-lock

           perform load-config-file

           accept ws-cmd-args from command-line

           exit paragraph.


      *> Refuses to deal a round while an administrative run holds
      *> the maintenance lock: a game played now would write its rows
      *> into the middle of a restore or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "bot-race" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.

       end program bot-race.
