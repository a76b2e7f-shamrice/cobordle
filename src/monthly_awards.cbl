      *          into each winner's achievements file so the trophy
      *          case shows them forever. evaluate-achievements only
      *          knows personal milestones; these are the
      *          competitive honors. Each newly stamped honor is also
      *          queued for the office chat channel (see
      *          notify-queue).
      *
      *          Usage: monthly-awards [--month=YYYYMM]
      *                 (default: the month before the current one)
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is sequential
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-summary-file
               assign to dynamic ws-summary-file-name

       01  ws-badge-code           pic x(16).
       01  ws-badge-player         pic x(20).
       01  ws-badge-detail         pic x(60).
       01  ws-badge-present-sw     pic a value 'N'.
           88  ws-badge-present    value 'Y'.
           88  ws-badge-absent     value 'N'.
       01  ws-avg-disp             pic z(3)9.9.
       01  ws-count-disp           pic z(4)9.

      *> Chat channel announcement of each honor (see notify-queue).
       copy "./src/copy/notify_queue.cpy".

       procedure division.

       main-procedure.
               move concat("POTM-" ws-target-month)
                   to ws-badge-code
               move ws-mt-player(ws-potm-idx) to ws-badge-player
               move concat(
                   "player of the month (" trim(ws-pct-disp)
                   "% win rate)")
                   to ws-badge-detail
               perform stamp-one-badge
           end-if

                   to ws-badge-code
               move ws-mt-player(ws-streak-idx)
                   to ws-badge-player
               move ws-mt-best-streak(ws-streak-idx)
                   to ws-count-disp
               move concat(
                   "longest streak (" trim(ws-count-disp)
                   " wins running)")
                   to ws-badge-detail
               perform stamp-one-badge
           end-if

               move concat("GAMES-" ws-target-month)
                   to ws-badge-code
               move ws-mt-player(ws-games-idx) to ws-badge-player
               move ws-mt-games(ws-games-idx) to ws-count-disp
               move concat(
                   "most games (" trim(ws-count-disp) " games)")
                   to ws-badge-detail
               perform stamp-one-badge
           end-if

               move concat("FAST-" ws-target-month)
                   to ws-badge-code
               move ws-mt-player(ws-fast-idx) to ws-badge-player
               move concat(
                   "fastest solver (avg " trim(ws-avg-disp)
                   "s per win)")
                   to ws-badge-detail
               perform stamp-one-badge
           end-if

               move concat("HARDWORD-" ws-target-month)
                   to ws-badge-code
               move ws-hard-word-solver to ws-badge-player
               move concat(
                   "hardest word felled (" trim(ws-hard-word) ")")
                   to ws-badge-detail
               perform stamp-one-badge
           end-if

               "Badge " trim(ws-badge-code) " stamped for "
               trim(ws-badge-player))

      *>   Only a badge stamped now is announced, so a re-run of the
      *>   same month doesn't repeat itself in the channel.
           move "AWARDS" to l-nq-source
           move ws-badge-player to l-nq-player-1
           move spaces to l-nq-player-2
           move concat(
               "Monthly awards " ws-target-month ": {1} -- "
               trim(ws-badge-detail))
               to l-nq-text
           call "notify-queue" using l-notify-queue

           exit paragraph.


