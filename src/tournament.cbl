               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-stage-file
               assign to dynamic ws-stage-file-name
       01  ws-rt-i                                pic 9(2) comp.
       01  ws-rt-j                                pic 9(2) comp.

      *> Maintenance-window lock check before any round is dealt
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Sign-in against the registered-player master before any
      *> recorded round (see player-signin).
       copy "./src/copy/player_signin.cpy".

       local-storage section.

       procedure division.
               stop run
           end-if

           perform check-maintenance-lock

           perform accept-entrants

           move function current-date(1:14) to ws-tournament-id
               accept ws-en-player(ws-en-idx)
               move upper-case(trim(ws-en-player(ws-en-idx)))
                   to ws-en-player(ws-en-idx)
               move ws-en-player(ws-en-idx) to l-ps-player
               perform sign-in-player
               move 0 to ws-en-total-points(ws-en-idx)
           end-perform


           exit paragraph.


      *> Refuses to deal a round while an administrative run holds
      *> the maintenance lock: a game played now would write its rows
      *> into the middle of a restore or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "tournament" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.


      *> Every entrant's rounds are recorded, so every entrant signs
      *> in as they're named (see player-signin).
       sign-in-player.

           set l-ps-verify to true
           call "player-signin" using l-player-signin

           if l-ps-unregistered or l-ps-inactive or l-ps-bad-pin then
               display l-ps-message
               call "disable-logger"
               stop run
           end-if

           exit paragraph.

       end program tournament.
