      ******************************************************************
      * Purpose: When people actually play, for capacity planning and
      *          for placing the nightly-batch window. Built from the
      *          start timestamps in cobordle_session_index.dat --
      *          one row per recorded game, whether its transcript is
      *          still a loose file or has been folded into a monthly
      *          transcript pack (the index row keeps its timestamp
      *          either way). Prints:
      *
      *            - games by hour of day and weekday, for the office
      *              or for one player (--player=);
      *            - on an office run, each player's games by weekday
      *              with their busiest hour;
      *            - every night with play on it and the latest game
      *              seen that night, flagging any night where a game
      *              started inside the batch window -- those games
      *              risk landing mid-archive.
      *
      *          A night runs from noon until the batch window closes
      *          the next morning, so a 01:30 game belongs to the
      *          night before. The window comes from BATCH-WINDOW in
      *          cobordle.cfg (HHMM-HHMM, may wrap past midnight;
      *          default 0200-0400) or --window=.
      *
      *          Timestamps are wall-clock start times, not game days.
      *
      *          Usage: play-time-report [--player=NAME]
      *                     [--from=YYYYMMDD] [--to=YYYYMMDD]
      *                     [--window=HHMM-HHMM]
      *                 (default: the last 90 days, every player)
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. play-time-report.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-config-file
               assign to dynamic ws-config-file-name
               organization is line sequential.

               select optional fd-session-index-file
               assign to dynamic ws-session-index-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-config-file.
       01  f-config-record             pic x(80).

       fd  fd-session-index-file.
       copy "./src/copy/session_index_record.cpy".

       working-storage section.

       01  ws-config-file-name     pic x(40) value "cobordle.cfg".
       01  ws-session-index-file-name
                                   pic x(40)
                                   value "cobordle_session_index.dat".
       01  ws-config-key           pic x(20).
       01  ws-config-value         pic x(40).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-cmd-args             pic x(200).
       01  ws-arg-discard          pic x(200).
       01  ws-arg-remainder        pic x(200).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-one-player           pic x(20) value spaces.
       01  ws-from-arg             pic x(10) value spaces.
       01  ws-to-arg               pic x(10) value spaces.
       01  ws-from-date            pic 9(8).
       01  ws-to-date              pic 9(8).
       01  ws-today                pic 9(8).

      *> The batch window, as HHMM start and end.
       01  ws-window-text          pic x(9) value "0200-0400".
       01  ws-window-arg           pic x(20) value spaces.
       01  ws-window-start         pic 9(4).
       01  ws-window-end           pic 9(4).

      *> The game being counted.
       01  ws-game-date            pic 9(8).
       01  ws-game-time            pic 9(4).
       01  ws-game-hour            pic 9(2).
       01  ws-game-weekday         pic 9 comp.
       01  ws-in-window-sw         pic a value 'N'.
           88  ws-in-window        value 'Y'.
           88  ws-not-in-window    value 'N'.
       01  ws-night-date           pic 9(8).
       01  ws-night-time           pic 9(4).
       01  ws-night-sw             pic a value 'N'.
           88  ws-on-a-night       value 'Y'.
           88  ws-not-on-a-night   value 'N'.

       01  ws-games-counted        pic 9(7) comp value 0.
       01  ws-games-packed         pic 9(7) comp value 0.
       01  ws-pak-found            pic 9(2) comp.

      *> Games by hour (1 = 00:00-00:59) and weekday (1 = Monday).
       01  ws-hour-rows occurs 24 times.
           05  ws-hour-day         pic 9(7) comp occurs 7 times.
       01  ws-hour-idx             pic 9(2) comp.
       01  ws-day-idx              pic 9 comp.

      *> Per player: games by weekday and by hour.
       01  ws-max-players          constant as 100.
       01  ws-players occurs ws-max-players times.
           05  ws-pl-player        pic x(20).
           05  ws-pl-games         pic 9(7) comp.
           05  ws-pl-in-window     pic 9(7) comp.
           05  ws-pl-day           pic 9(7) comp occurs 7 times.
           05  ws-pl-hour          pic 9(7) comp occurs 24 times.
       01  ws-player-count         pic 9(3) comp value 0.
       01  ws-player-idx           pic 9(3) comp.
       01  ws-players-full-sw      pic a value 'N'.
           88  ws-players-full     value 'Y'.

      *> Nights with play: the latest game (HHMM, 2400 added once
      *> past midnight) and how many started inside the window.
       01  ws-max-nights           constant as 400.
       01  ws-nights occurs ws-max-nights times.
           05  ws-nt-date          pic 9(8).
           05  ws-nt-games         pic 9(5) comp.
           05  ws-nt-latest        pic 9(4).
           05  ws-nt-in-window     pic 9(5) comp.
       01  ws-night-count          pic 9(3) comp value 0.
       01  ws-night-idx            pic 9(3) comp.
       01  ws-nights-full-sw       pic a value 'N'.
           88  ws-nights-full      value 'Y'.
       01  ws-flagged-nights       pic 9(3) comp value 0.

       01  ws-line                 pic x(80).
       01  ws-col                  pic 9(2) comp.
       01  ws-cell-disp            pic z(4)9.
       01  ws-total                pic 9(7) comp.
       01  ws-total-disp           pic z(6)9.
       01  ws-count-disp           pic z(6)9.
       01  ws-hour-disp            pic 99.
       01  ws-peak-count           pic 9(7) comp.
       01  ws-peak-hour            pic 9(2).
       01  ws-latest-disp          pic x(16).
       01  ws-latest-hhmm          pic 9(4).
       01  ws-date-disp            pic x(8).
       01  ws-day-names            pic x(21)
                                   value "MonTueWedThuFriSatSun".

       procedure division.

       main-procedure.

           display "COBORDLE - Play-time patterns"
           display space

           perform load-config-file

           move current-date(1:8) to ws-today
           compute ws-from-date =
               date-of-integer(integer-of-date(ws-today) - 90)
           move ws-today to ws-to-date

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           perform check-window-text
           if ws-window-start = ws-window-end then
               display "The batch window takes HHMM-HHMM, e.g. "
                   "0200-0400 (BATCH-WINDOW in cobordle.cfg, or "
                   "--window=)."
               move 8 to return-code
               stop run
           end-if

           perform varying ws-hour-idx from 1 by 1
               until ws-hour-idx > 24
               initialize ws-hour-rows(ws-hour-idx)
           end-perform

           perform scan-session-index

           if ws-games-counted = 0 then
               display "No games in the session index for that "
                   "selection."
               stop run
           end-if

           perform display-summary
           perform display-hour-grid
           if ws-one-player = spaces then
               perform display-player-table
           end-if
           perform display-nights

           stop run.


      *> BATCH-WINDOW, the one cobordle.cfg setting read here.
       load-config-file.

           set ws-not-eof to true

           open input fd-config-file

               perform until ws-eof
                   read fd-config-file
                   at end set ws-eof to true
                   not at end
                       if f-config-record not = spaces
                       and f-config-record(1:1) not = "*" then
                           move spaces to ws-config-key
                           move spaces to ws-config-value
                           unstring f-config-record delimited by "="
                               into ws-config-key ws-config-value
                           move upper-case(trim(ws-config-key))
                               to ws-config-key
                           if ws-config-key = "BATCH-WINDOW" then
                               move trim(ws-config-value)
                                   to ws-window-text
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-config-file

           set ws-not-eof to true

           exit paragraph.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--player="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--player="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-one-player
               move upper-case(ws-one-player) to ws-one-player
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--from="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--from="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-from-arg
               if ws-from-arg(1:8) is numeric then
                   move ws-from-arg(1:8) to ws-from-date
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--to="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--to="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-to-arg
               if ws-to-arg(1:8) is numeric then
                   move ws-to-arg(1:8) to ws-to-date
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--window="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--window="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-window-arg
               move ws-window-arg to ws-window-text
           end-if

           exit paragraph.


      *> Start equals end on return when the text isn't HHMM-HHMM.
       check-window-text.

           move 0 to ws-window-start
           move 0 to ws-window-end

           if ws-window-text(1:4) is not numeric
           or ws-window-text(5:1) not = "-"
           or ws-window-text(6:4) is not numeric
           or ws-window-text(1:2) > "23"
           or ws-window-text(3:2) > "59"
           or ws-window-text(6:2) > "23"
           or ws-window-text(8:2) > "59" then
               exit paragraph
           end-if

           move ws-window-text(1:4) to ws-window-start
           move ws-window-text(6:4) to ws-window-end

           exit paragraph.


       scan-session-index.

           set ws-not-eof to true

           open input fd-session-index-file

               perform until ws-eof
                   read fd-session-index-file
                   at end set ws-eof to true
                   not at end
                       if f-sidx-timestamp(1:12) is numeric
                       and f-sidx-timestamp(1:8) >= ws-from-date
                       and f-sidx-timestamp(1:8) <= ws-to-date then
                           if ws-one-player = spaces
                           or f-sidx-player = ws-one-player then
                               perform count-one-game
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-session-index-file

           set ws-not-eof to true

           exit paragraph.


       count-one-game.

           add 1 to ws-games-counted

           move 0 to ws-pak-found
           inspect f-sidx-file-name tallying ws-pak-found
               for all ".pak"
           if ws-pak-found > 0 then
               add 1 to ws-games-packed
           end-if

           move f-sidx-timestamp(1:8) to ws-game-date
           move f-sidx-timestamp(9:4) to ws-game-time
           move f-sidx-timestamp(9:2) to ws-game-hour
           compute ws-game-weekday =
               mod(integer-of-date(ws-game-date) - 1, 7) + 1

           add 1 to ws-hour-day(ws-game-hour + 1, ws-game-weekday)

           perform check-game-in-window
           perform find-night

           if ws-one-player = spaces then
               perform tally-player
           end-if

           if ws-on-a-night then
               perform tally-night
           end-if

           exit paragraph.


       check-game-in-window.

           set ws-not-in-window to true

           if ws-window-start < ws-window-end then
               if ws-game-time >= ws-window-start
               and ws-game-time < ws-window-end then
                   set ws-in-window to true
               end-if
           else
               if ws-game-time >= ws-window-start
               or ws-game-time < ws-window-end then
                   set ws-in-window to true
               end-if
           end-if

           exit paragraph.


      *> Afternoon and evening games belong to that day's night; a
      *> game before the window closes in the morning to the night
      *> before; anything else is daytime play.
       find-night.

           set ws-on-a-night to true

           evaluate true
               when ws-game-time >= 1200
                   move ws-game-date to ws-night-date
                   move ws-game-time to ws-night-time
               when ws-game-time < ws-window-end
               and ws-window-end <= 1200
                   compute ws-night-date = date-of-integer(
                       integer-of-date(ws-game-date) - 1)
                   compute ws-night-time = ws-game-time + 2400
               when other
                   set ws-not-on-a-night to true
           end-evaluate

           exit paragraph.


       tally-player.

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count
               if ws-pl-player(ws-player-idx) = f-sidx-player then
                   exit perform
               end-if
           end-perform

           if ws-player-idx > ws-player-count then
               if ws-player-count >= ws-max-players then
                   set ws-players-full to true
                   exit paragraph
               end-if
               add 1 to ws-player-count
               move ws-player-count to ws-player-idx
               initialize ws-players(ws-player-idx)
               move f-sidx-player to ws-pl-player(ws-player-idx)
           end-if

           add 1 to ws-pl-games(ws-player-idx)
           add 1 to ws-pl-day(ws-player-idx, ws-game-weekday)
           add 1 to ws-pl-hour(ws-player-idx, ws-game-hour + 1)
           if ws-in-window then
               add 1 to ws-pl-in-window(ws-player-idx)
           end-if

           exit paragraph.


      *> The index is written in play order, so the night is nearly
      *> always the last one on the table; the search starts there.
       tally-night.

           perform varying ws-night-idx from ws-night-count by -1
               until ws-night-idx < 1
               if ws-nt-date(ws-night-idx) = ws-night-date then
                   exit perform
               end-if
           end-perform

           if ws-night-idx < 1 then
               if ws-night-count >= ws-max-nights then
                   set ws-nights-full to true
                   exit paragraph
               end-if
               add 1 to ws-night-count
               move ws-night-count to ws-night-idx
               move ws-night-date to ws-nt-date(ws-night-idx)
               move 0 to ws-nt-games(ws-night-idx)
               move 0 to ws-nt-latest(ws-night-idx)
               move 0 to ws-nt-in-window(ws-night-idx)
           end-if

           add 1 to ws-nt-games(ws-night-idx)
           if ws-night-time > ws-nt-latest(ws-night-idx) then
               move ws-night-time to ws-nt-latest(ws-night-idx)
           end-if
           if ws-in-window then
               add 1 to ws-nt-in-window(ws-night-idx)
           end-if

           exit paragraph.


      *> ==================== report ====================

       display-summary.

           move ws-games-counted to ws-count-disp
           move ws-games-packed to ws-total-disp

           if ws-one-player = spaces then
               display concat(
                   "Sessions " ws-from-date " to " ws-to-date
                   ", every player")
           else
               display concat(
                   "Sessions " ws-from-date " to " ws-to-date
                   ", player " trim(ws-one-player))
           end-if
           display concat(
               "Games: " trim(ws-count-disp) "  ("
               trim(ws-total-disp) " from transcript packs)"
               "   Batch window: " ws-window-text(1:2) ":"
               ws-window-text(3:2) "-" ws-window-text(6:2) ":"
               ws-window-text(8:2))

           exit paragraph.


       display-hour-grid.

           display space
           display "Games by hour and weekday"
           display "Hour    Mon  Tue  Wed  Thu  Fri  Sat  Sun    Total"

           perform varying ws-hour-idx from 1 by 1
               until ws-hour-idx > 24

               move spaces to ws-line
               compute ws-hour-disp = ws-hour-idx - 1
               move ws-hour-disp to ws-line(1:2)
               move 0 to ws-total

               perform varying ws-day-idx from 1 by 1
                   until ws-day-idx > 7
                   move ws-hour-day(ws-hour-idx, ws-day-idx)
                       to ws-cell-disp
                   compute ws-col = 2 + ws-day-idx * 5
                   move ws-cell-disp to ws-line(ws-col:5)
                   add ws-hour-day(ws-hour-idx, ws-day-idx)
                       to ws-total
               end-perform

               move ws-total to ws-total-disp
               move ws-total-disp to ws-line(46:7)
               display trim(ws-line trailing)
           end-perform

           move spaces to ws-line
           move "Total" to ws-line(1:5)
           perform varying ws-day-idx from 1 by 1
               until ws-day-idx > 7
               move 0 to ws-total
               perform varying ws-hour-idx from 1 by 1
                   until ws-hour-idx > 24
                   add ws-hour-day(ws-hour-idx, ws-day-idx)
                       to ws-total
               end-perform
               move ws-total to ws-cell-disp
               compute ws-col = 2 + ws-day-idx * 5
               move ws-cell-disp to ws-line(ws-col:5)
           end-perform
           move ws-games-counted to ws-total-disp
           move ws-total-disp to ws-line(46:7)
           display trim(ws-line trailing)

           exit paragraph.


       display-player-table.

           display space
           display "Games by player and weekday"
           display "Player                Mon  Tue  Wed  Thu  Fri  "
               "Sat  Sun  Games  Peak  InWin"

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count

               move spaces to ws-line
               move ws-pl-player(ws-player-idx) to ws-line(1:20)

               perform varying ws-day-idx from 1 by 1
                   until ws-day-idx > 7
                   move ws-pl-day(ws-player-idx, ws-day-idx)
                       to ws-cell-disp
                   compute ws-col = 16 + ws-day-idx * 5
                   move ws-cell-disp to ws-line(ws-col:5)
               end-perform

               move ws-pl-games(ws-player-idx) to ws-cell-disp
               move ws-cell-disp to ws-line(58:5)

               move 0 to ws-peak-count
               move 0 to ws-peak-hour
               perform varying ws-hour-idx from 1 by 1
                   until ws-hour-idx > 24
                   if ws-pl-hour(ws-player-idx, ws-hour-idx)
                       > ws-peak-count then
                       move ws-pl-hour(ws-player-idx, ws-hour-idx)
                           to ws-peak-count
                       compute ws-peak-hour = ws-hour-idx - 1
                   end-if
               end-perform
               move ws-peak-hour to ws-hour-disp
               move concat(ws-hour-disp ":00") to ws-line(64:5)

               move ws-pl-in-window(ws-player-idx) to ws-cell-disp
               move ws-cell-disp to ws-line(71:5)

               display trim(ws-line trailing)
           end-perform

           if ws-players-full then
               display "  (more players than the table holds -- the "
                   "rest are in the grid above only)"
           end-if

           exit paragraph.


       display-nights.

           display space
           display "Nights with play (noon until the batch window "
               "closes next morning)"
           display "Night    Games  Latest game"

           move 0 to ws-flagged-nights

           perform varying ws-night-idx from 1 by 1
               until ws-night-idx > ws-night-count

               move ws-nt-latest(ws-night-idx) to ws-latest-hhmm
               if ws-latest-hhmm >= 2400 then
                   subtract 2400 from ws-latest-hhmm
                   move concat(
                       ws-latest-hhmm(1:2) ":" ws-latest-hhmm(3:2)
                       " next day") to ws-latest-disp
               else
                   move concat(
                       ws-latest-hhmm(1:2) ":" ws-latest-hhmm(3:2))
                       to ws-latest-disp
               end-if

               move ws-nt-date(ws-night-idx) to ws-date-disp
               move ws-nt-games(ws-night-idx) to ws-cell-disp

               if ws-nt-in-window(ws-night-idx) > 0 then
                   add 1 to ws-flagged-nights
                   move ws-nt-in-window(ws-night-idx) to ws-count-disp
                   display ws-date-disp " " ws-cell-disp "  "
                       ws-latest-disp " ** " trim(ws-count-disp)
                       " in the batch window"
               else
                   display ws-date-disp " " ws-cell-disp "  "
                       ws-latest-disp
               end-if
           end-perform

           if ws-nights-full then
               display "  (more nights than the table holds -- narrow "
                   "the range with --from= and --to=)"
           end-if

           display space
           move ws-flagged-nights to ws-count-disp
           display concat(
               trim(ws-count-disp) " night(s) with a game started "
               "inside the batch window.")

           exit paragraph.

       end program play-time-report.
