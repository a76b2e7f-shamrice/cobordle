               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-drill-file
               assign to dynamic ws-drill-file-name
           88  ws-continue         value 'Y'.
           88  ws-stop-drill       value 'N'.

      *> Maintenance-window lock check before any round is dealt
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

       local-storage section.

       procedure division.
           display "COBORDLE - Targeted drill practice"
           display space

           perform check-maintenance-lock

           perform load-config-file

           accept ws-cmd-args from command-line

           exit paragraph.


      *> Refuses to run while an administrative run holds the
      *> maintenance lock: anything written now would land in the
      *> middle of a restore, rename or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "drill" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.

       end program drill.
