       01  ws-balance-disp         pic -(6)9.
       01  ws-count-disp           pic z(2)9.

      *> Maintenance-window lock check before anything is written
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Points bank"

           perform check-maintenance-lock

           perform load-config-file

           accept ws-cmd-args from command-line

           exit paragraph.


      *> Refuses to run while an administrative run holds the
      *> maintenance lock: anything written now would land in the
      *> middle of a restore, rename or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "points-bank" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.

       end program points-bank.
