               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

       data division.

       01  ws-skipped-count        pic 9(5) comp value 0.
       01  ws-count-disp           pic z(4)9.

      *> Maintenance-window lock check before anything is written
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

       procedure division.

       main-procedure.
           display "COBORDLE - Share block import"
           display space

           perform check-maintenance-lock

           accept ws-cmd-args from command-line
           perform parse-cmd-args


           exit paragraph.


      *> Refuses to run while an administrative run holds the
      *> maintenance lock: anything written now would land in the
      *> middle of a restore, rename or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "share-import" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program share-import.
