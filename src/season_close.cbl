      *          -- and freezes them into cobordle_hall_of_fame.dat so
      *          past champions survive every later quarter. Refuses
      *          to close a season that hasn't ended yet, and refuses
      *          to close the same season twice. The champion is
      *          announced in the office chat channel (see
      *          notify-queue).
      *
      *          Usage: season-close [--season=ID]
      *          With no id, the most recently ended season not yet
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is sequential
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-season-file
               assign to dynamic ws-season-file-name
       01  ws-count-disp           pic z(4)9.
       01  ws-pct-disp             pic zz9.9.

      *> Chat channel announcement of the champion (see notify-queue).
       copy "./src/copy/notify_queue.cpy".

       procedure division.

       main-procedure.
           perform sort-standings
           perform freeze-standings
           perform display-standings
           perform announce-champion

           stop run.


           if f-stats-v2
           and (f-stats-blitz-flag = 'Y'
               or f-stats-migrated-flag = 'Y'
               or f-stats-category = "pack") then
               exit paragraph
           end-if


           exit paragraph.


      *> Rank 1 after the sort; the runner-up is named too when the
      *> season had one.
       announce-champion.

           move "SEASON" to l-nq-source
           move ws-st-player(1) to l-nq-player-1
           move spaces to l-nq-player-2

           move ws-st-win-pct(1) to ws-pct-disp
           move ws-st-games(1) to ws-count-disp

           if ws-standing-count > 1 then
               move ws-st-player(2) to l-nq-player-2
               move concat(
                   "Season " trim(ws-season-id) " is closed. "
                   "Champion: {1} (" trim(ws-pct-disp)
                   "% win rate over " trim(ws-count-disp)
                   " games). Runner-up: {2}.")
                   to l-nq-text
           else
               move concat(
                   "Season " trim(ws-season-id) " is closed. "
                   "Champion: {1} (" trim(ws-pct-disp)
                   "% win rate over " trim(ws-count-disp)
                   " games).")
                   to l-nq-text
           end-if

           call "notify-queue" using l-notify-queue

           exit paragraph.

       end program season-close.
