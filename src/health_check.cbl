      *          schedule coverage for the next week per word length,
      *          word and allowed list presence, staged per-player
      *          files still waiting for a stats-collect run, and
      *          quarantined checkpoints, and a maintenance lock left
      *          behind by a job that crashed. AMBER is "look when you
      *          have coffee"; RED means the game would actually
      *          misbehave today. The only thing written is the tiny
      *          state file that remembers yesterday's row count.
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is sequential
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-pending-file
               assign to dynamic ws-pending-file-name
       01  ws-count-disp           pic z(6)9.
       01  ws-count-disp-2         pic z(6)9.

      *> The maintenance-window lock, read through maint-lock: a lock
      *> past its window is a crashed job, and every game refuses to
      *> start until somebody clears it.
       copy "./src/copy/maint_lock.cpy".

       procedure division.

       main-procedure.
           perform check-word-lists
           perform check-stage-files
           perform check-quarantined-checkpoints
           perform check-maintenance-lock

           perform save-health-state

           exit paragraph.


       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "health-check" to l-ml-program
           call "maint-lock" using l-maint-lock

           evaluate true
               when l-ml-free
                   move 0 to ws-level
                   move "no maintenance lock held"
                       to ws-finding-text
               when l-ml-stale
                   move 2 to ws-level
                   move concat(
                       "stale lock from " trim(l-ml-holder)
                       " ended " l-ml-until-disp
                       "; maint-window --clear")
                       to ws-finding-text
               when other
                   move 1 to ws-level
                   move concat(
                       "maintenance lock held by "
                       trim(l-ml-holder) " until "
                       l-ml-until-disp " -- play is closed")
                       to ws-finding-text
           end-evaluate

           perform report-finding

           exit paragraph.


       count-ls-rows.

           move 0 to ws-ls-count
