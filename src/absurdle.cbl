           88  ws-not-played-today value 'N'.
       01  ws-prior-tries-disp     pic z9.

      *> Maintenance-window lock check before any round is dealt
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

       procedure division.

       main-procedure.
           display "is recorded."
           display space

           perform check-maintenance-lock

           perform load-config-player

           accept ws-cmd-args from command-line

           exit paragraph.


      *> Refuses to run while an administrative run holds the
      *> maintenance lock: anything written now would land in the
      *> middle of a restore, rename or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "absurdle" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.

       end program absurdle.
