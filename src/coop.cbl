               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-stage-file
               assign to dynamic ws-stage-file-name
       01  ws-try-disp             pic z9.
       01  ws-max-tries-disp       pic z9.

      *> Maintenance-window lock check before any round is dealt
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Sign-in against the registered-player master before any
      *> recorded round (see player-signin).
       copy "./src/copy/player_signin.cpy".

       procedure division.

       main-procedure.
           display "team at half credit each."
           display space

           perform check-maintenance-lock

           perform load-shared-dir-config

           accept ws-cmd-args from command-line
               accept ws-team-players(ws-team-idx)
               move upper-case(trim(ws-team-players(ws-team-idx)))
                   to ws-team-players(ws-team-idx)
               perform sign-in-player
           end-perform

           exit paragraph.

           exit paragraph.


      *> Refuses to deal a round while an administrative run holds
      *> the maintenance lock: a game played now would write its rows
      *> into the middle of a restore or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "coop" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.


      *> Each teammate signs in as they're named: the result is
      *> recorded against every one of them, so every one of them
      *> has to be a registered, active player who knows their PIN.
       sign-in-player.

           set l-ps-verify to true
           move ws-team-players(ws-team-idx) to l-ps-player
           call "player-signin" using l-player-signin

           if l-ps-unregistered or l-ps-inactive or l-ps-bad-pin then
               display l-ps-message
               call "disable-logger"
               stop run
           end-if

           exit paragraph.

       end program coop.
