      *          already being written by normal play; this just
      *          displays it as it happens.
      *
      *          The wallboard is everyone's screen, so today's daily
      *          word never appears on it: a finished daily reads
      *          "ANNA just solved today's daily in 3!" until the game
      *          day is over (see daily-embargo).
      *
      *          Usage: ticker [--interval=N]   (seconds, default 10)
      *                 ticker --once           (single pass, for a
      *                                         quick look or a test)
               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name
           88  ws-first-pass       value 'Y'.
           88  ws-not-first-pass   value 'N'.

      *> Spoiler check on each finished game's word before it goes up
      *> on the wallboard.
       copy "./src/copy/embargo_check.cpy".

       procedure division.

       main-procedure.

           move f-sidx-tries to ws-tries-disp

      *>   Nobody in particular is watching the wallboard, so the
      *>   embargo is asked with no viewer.
           move f-sidx-word to l-emb-word
           move spaces to l-emb-viewer
           call "daily-embargo" using l-embargo-check

           if l-emb-masked then
               if f-sidx-solved = 'Y' then
                   move concat(
                       trim(f-sidx-player)
                       " just solved today's daily in "
                       trim(ws-tries-disp) "!")
                       to ws-event-text
               else
                   move concat(
                       trim(f-sidx-player)
                       " couldn't crack today's daily ("
                       trim(ws-tries-disp) " tries)")
                       to ws-event-text
               end-if
               perform push-event
               exit paragraph
           end-if

           if f-sidx-solved = 'Y' then
               move concat(
                   trim(f-sidx-player) " just solved "
           open input fd-stats-file

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       perform note-one-watch-player
           move 0 to ws-daily-solves
           set ws-not-eof to true

           move ws-today to f-stats-date

           open input fd-stats-file

               start fd-stats-file key = f-stats-date
               invalid key set ws-eof to true
               end-start

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       if f-stats-date not = ws-today then
                           set ws-eof to true
                       else
                           if f-stats-solved = 'Y'
                           and f-stats-v2
                           and f-stats-daily-flag = 'Y' then
                               add 1 to ws-daily-solves
                           end-if
                       end-if
                   end-read
               end-perform
