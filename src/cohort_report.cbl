      ******************************************************************
      * Purpose: Player cohort retention -- is the game still finding
      *          new players, and do they stay? Groups every player by
      *          the month of their first recorded game and shows, for
      *          each cohort, how many were still playing 1, 3, 6 and
      *          12 months later (a game in that calendar month), with
      *          the cohort's average games per active month.
      *
      *          A player's history is every row in the stats file --
      *          share-import (migrated) rows included, so a player
      *          who brought their official-app history joins the
      *          cohort of their first imported game -- plus the
      *          per-player months stats-archive folded into
      *          cobordle_rollup.dat. stats-archive keeps imported and
      *          blitz rows out of the rollup, so once those are
      *          archived they no longer count here.
      *
      *          Only months that have closed are counted: a cohort
      *          shows "-" for a mark it hasn't reached yet, so this
      *          month's slow starters don't read as lost players.
      *
      *          --print sends the table to the print spool as well;
      *          --csv writes it to cobordle_cohorts.csv (or
      *          --csv=FILE).
      *
      *          Usage: cohort-report [--print] [--csv[=FILE]]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. cohort-report.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is sequential
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-rollup-file
               assign to dynamic ws-rollup-file-name
               organization is line sequential.

               select fd-csv-file
               assign to dynamic ws-csv-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       fd  fd-rollup-file.
       copy "./src/copy/rollup_record.cpy".

       fd  fd-csv-file.
       01  f-csv-record                pic x(160).

       working-storage section.

       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-rollup-file-name     pic x(40)
                                   value "cobordle_rollup.dat".
       01  ws-csv-file-name        pic x(60)
                                   value "cobordle_cohorts.csv".

       01  ws-cmd-args             pic x(200).
       01  ws-arg-discard          pic x(200).
       01  ws-arg-remainder        pic x(200).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-csv-sw               pic a value 'N'.
           88  ws-csv-active       value 'Y'.
           88  ws-csv-off          value 'N'.

      *> --print routes the table through the shared print-writer
      *> alongside the terminal output.
       01  ws-print-sw             pic a value 'N'.
           88  ws-print-active     value 'Y'.
           88  ws-print-off        value 'N'.
       01  ws-print-line           pic x(132).
       01  ws-print-report-name    pic x(30)
                                   value "COHORT RETENTION".

      *> Months are slotted by their distance from January 2000, so
      *> 1 = 200001 and ws-max-months = 203912.
       01  ws-max-months           constant as 480.
       01  ws-month-idx            pic 9(3) comp.
       01  ws-row-player           pic x(20).
       01  ws-row-month            pic 9(6).
       01  ws-row-month-parts redefines ws-row-month.
           05  ws-row-yyyy         pic 9(4).
           05  ws-row-mm           pic 9(2).
       01  ws-row-games            pic 9(5) comp.
       01  ws-current-idx          pic 9(3) comp.
       01  ws-today                pic 9(8).

      *> Games per month for every player.
       01  ws-max-players          constant as 200.
       01  ws-players occurs ws-max-players times.
           05  ws-pl-player        pic x(20).
           05  ws-pl-month-games   pic 9(5) comp
                                   occurs ws-max-months times.
       01  ws-player-count         pic 9(3) comp value 0.
       01  ws-player-idx           pic 9(3) comp.
       01  ws-players-full-sw      pic a value 'N'.
           88  ws-players-full     value 'Y'.
       01  ws-rows-out-of-range    pic 9(7) comp value 0.

      *> Cohorts, slotted by first month the same way. The four marks
      *> are 1, 3, 6 and 12 months on.
       01  ws-mark-months          pic x(8) value "01030612".
       01  ws-mark-table redefines ws-mark-months.
           05  ws-mark-offset      pic 9(2) occurs 4 times.
       01  ws-mark-idx             pic 9 comp.
       01  ws-cohorts occurs ws-max-months times.
           05  ws-co-players       pic 9(5) comp.
           05  ws-co-retained      pic 9(5) comp occurs 4 times.
           05  ws-co-games         pic 9(7) comp.
           05  ws-co-active-months pic 9(7) comp.
       01  ws-first-idx            pic 9(3) comp.
       01  ws-mark-month-idx       pic 9(3) comp.
       01  ws-cohort-count         pic 9(3) comp value 0.

       01  ws-line                 pic x(132).
       01  ws-csv-line             pic x(160).
       01  ws-col                  pic 9(3) comp.
       01  ws-cohort-disp          pic 9(6).
       01  ws-count-disp           pic z(4)9.
       01  ws-mark-disp            pic z(3)9.
       01  ws-pct                  pic 9(3).
       01  ws-pct-disp             pic zz9.
       01  ws-avg-games            pic 9(5)v9.
       01  ws-avg-disp             pic z(4)9.9.
       01  ws-csv-num              pic z(6)9.
       01  ws-csv-avg              pic z(4)9.9.
       01  ws-csv-marks            pic x(40).
       01  ws-total-disp           pic z(6)9.

       procedure division.

       main-procedure.

           display "COBORDLE - Player cohort retention"
           display space

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           move current-date(1:8) to ws-today
           move ws-today(1:6) to ws-row-month
           perform compute-month-idx
           move ws-month-idx to ws-current-idx

           perform apply-rollup-file
           perform scan-stats-file

           if ws-player-count = 0 then
               display "No games recorded yet."
               stop run
           end-if

           perform varying ws-month-idx from 1 by 1
               until ws-month-idx > ws-max-months
               initialize ws-cohorts(ws-month-idx)
           end-perform

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count
               perform add-player-to-cohort
           end-perform

           perform display-cohorts

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--print"
           if ws-cmd-found > 0 then
               set ws-print-active to true
               call "print-open" using ws-print-report-name
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--csv"
           if ws-cmd-found > 0 then
               set ws-csv-active to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--csv="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--csv="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-csv-file-name
           end-if

           exit paragraph.


      *> Slot for the YYYYMM in ws-row-month; 0 when it's outside
      *> the table.
       compute-month-idx.

           move 0 to ws-month-idx

           if ws-row-month is not numeric
           or ws-row-yyyy < 2000
           or ws-row-mm < 1 or ws-row-mm > 12 then
               exit paragraph
           end-if

           if (ws-row-yyyy - 2000) * 12 + ws-row-mm
               > ws-max-months then
               exit paragraph
           end-if

           compute ws-month-idx =
               (ws-row-yyyy - 2000) * 12 + ws-row-mm

           exit paragraph.


      *> Archived months: one P row per player per month.
       apply-rollup-file.

           set ws-not-eof to true

           open input fd-rollup-file

               perform until ws-eof
                   read fd-rollup-file
                   at end set ws-eof to true
                   not at end
                       if f-rollup-player-row
                       and f-rollup-games > 0 then
                           move f-rollup-key to ws-row-player
                           move f-rollup-month to ws-row-month
                           move f-rollup-games to ws-row-games
                           perform add-player-month
                       end-if
                   end-read
               end-perform

           close fd-rollup-file

           set ws-not-eof to true

           exit paragraph.


       scan-stats-file.

           set ws-not-eof to true

           open input fd-stats-file

               perform until ws-eof
                   read fd-stats-file
                   at end set ws-eof to true
                   not at end
                       move f-stats-player to ws-row-player
                       move f-stats-date(1:6) to ws-row-month
                       move 1 to ws-row-games
                       perform add-player-month
                   end-read
               end-perform

           close fd-stats-file

           set ws-not-eof to true

           exit paragraph.


      *> Adds ws-row-games to ws-row-player's ws-row-month slot.
      *> Both files come in player order, so the player is nearly
      *> always the last one added; the search starts there.
       add-player-month.

           perform compute-month-idx
           if ws-month-idx = 0 then
               add 1 to ws-rows-out-of-range
               exit paragraph
           end-if

           perform varying ws-player-idx from ws-player-count by -1
               until ws-player-idx < 1
               if ws-pl-player(ws-player-idx) = ws-row-player then
                   exit perform
               end-if
           end-perform

           if ws-player-idx < 1 then
               if ws-player-count >= ws-max-players then
                   set ws-players-full to true
                   exit paragraph
               end-if
               add 1 to ws-player-count
               move ws-player-count to ws-player-idx
               initialize ws-players(ws-player-idx)
               move ws-row-player to ws-pl-player(ws-player-idx)
           end-if

           add ws-row-games
               to ws-pl-month-games(ws-player-idx, ws-month-idx)

           exit paragraph.


       add-player-to-cohort.

           move 0 to ws-first-idx
           perform varying ws-month-idx from 1 by 1
               until ws-month-idx > ws-max-months
               or ws-first-idx > 0
               if ws-pl-month-games(ws-player-idx, ws-month-idx) > 0
                   move ws-month-idx to ws-first-idx
               end-if
           end-perform

           if ws-first-idx = 0 then
               exit paragraph
           end-if

           if ws-co-players(ws-first-idx) = 0 then
               add 1 to ws-cohort-count
           end-if
           add 1 to ws-co-players(ws-first-idx)

           perform varying ws-mark-idx from 1 by 1
               until ws-mark-idx > 4
               compute ws-mark-month-idx =
                   ws-first-idx + ws-mark-offset(ws-mark-idx)
               if ws-mark-month-idx < ws-current-idx
               and ws-pl-month-games(ws-player-idx, ws-mark-month-idx)
                   > 0 then
                   add 1 to ws-co-retained(ws-first-idx, ws-mark-idx)
               end-if
           end-perform

           perform varying ws-month-idx from ws-first-idx by 1
               until ws-month-idx > ws-max-months
               if ws-pl-month-games(ws-player-idx, ws-month-idx) > 0
                   add ws-pl-month-games(ws-player-idx, ws-month-idx)
                       to ws-co-games(ws-first-idx)
                   add 1 to ws-co-active-months(ws-first-idx)
               end-if
           end-perform

           exit paragraph.


      *> ==================== report ====================

       display-cohorts.

           move concat(
               "Cohort  Players  +1 month   +3 months  +6 months  "
               "+12 months  Games/active month") to ws-line

           display trim(ws-line trailing)
           if ws-print-active then
               move ws-line to ws-print-line
               call "print-heading" using ws-print-line
           end-if

           if ws-csv-active then
               open output fd-csv-file
               move concat(
                   "cohort_month,players,active_1m,active_3m,"
                   "active_6m,active_12m,games,active_months,"
                   "avg_games_per_active_month")
                   to f-csv-record
               write f-csv-record
           end-if

           perform varying ws-month-idx from 1 by 1
               until ws-month-idx > ws-max-months
               if ws-co-players(ws-month-idx) > 0 then
                   perform display-one-cohort
               end-if
           end-perform

           display space
           move ws-player-count to ws-total-disp
           move ws-cohort-count to ws-count-disp
           display concat(
               trim(ws-total-disp) " player(s) in "
               trim(ws-count-disp) " cohort(s). A mark shows "
               """-"" until that month has closed.")
           if ws-players-full then
               display "More players than the table holds -- the "
                   "rest are left out."
           end-if
           if ws-rows-out-of-range > 0 then
               move ws-rows-out-of-range to ws-total-disp
               display concat(
                   trim(ws-total-disp) " row(s) with a date outside "
                   "2000-2039 left out.")
           end-if

           if ws-print-active then
               call "print-close"
           end-if

           if ws-csv-active then
               close fd-csv-file
               display concat(
                   "CSV written to " trim(ws-csv-file-name))
           end-if

           exit paragraph.


       display-one-cohort.

           compute ws-row-yyyy = 2000 + (ws-month-idx - 1) / 12
           compute ws-row-mm = mod(ws-month-idx - 1, 12) + 1
           move ws-row-month to ws-cohort-disp

           move spaces to ws-line
           move ws-cohort-disp to ws-line(1:6)
           move ws-co-players(ws-month-idx) to ws-count-disp
           move ws-count-disp to ws-line(11:5)
           move spaces to ws-csv-marks

           perform varying ws-mark-idx from 1 by 1
               until ws-mark-idx > 4
               compute ws-col = 18 + (ws-mark-idx - 1) * 11
               compute ws-mark-month-idx =
                   ws-month-idx + ws-mark-offset(ws-mark-idx)
               if ws-mark-month-idx < ws-current-idx then
                   move ws-co-retained(ws-month-idx, ws-mark-idx)
                       to ws-mark-disp
                   compute ws-pct rounded =
                       ws-co-retained(ws-month-idx, ws-mark-idx) * 100
                       / ws-co-players(ws-month-idx)
                   move ws-pct to ws-pct-disp
                   move ws-mark-disp to ws-line(ws-col:4)
                   move ws-pct-disp to ws-line(ws-col + 5:3)
                   move "%" to ws-line(ws-col + 8:1)
                   move ws-co-retained(ws-month-idx, ws-mark-idx)
                       to ws-csv-num
                   move concat(trim(ws-csv-marks) trim(ws-csv-num) ",")
                       to ws-csv-marks
               else
                   move "-" to ws-line(ws-col + 3:1)
                   move concat(trim(ws-csv-marks) ",")
                       to ws-csv-marks
               end-if
           end-perform

           compute ws-avg-games rounded =
               ws-co-games(ws-month-idx)
               / ws-co-active-months(ws-month-idx)
           move ws-avg-games to ws-avg-disp
           move ws-avg-disp to ws-line(66:7)

           display trim(ws-line trailing)
           if ws-print-active then
               move ws-line to ws-print-line
               call "print-line" using ws-print-line
           end-if

           if ws-csv-active then
               move ws-co-players(ws-month-idx) to ws-csv-num
               move ws-avg-games to ws-csv-avg
               move concat(
                   ws-cohort-disp "," trim(ws-csv-num) ","
                   trim(ws-csv-marks)) to ws-csv-line
               move ws-co-games(ws-month-idx) to ws-csv-num
               move concat(trim(ws-csv-line) trim(ws-csv-num) ",")
                   to ws-csv-line
               move ws-co-active-months(ws-month-idx) to ws-csv-num
               move concat(
                   trim(ws-csv-line) trim(ws-csv-num) ","
                   trim(ws-csv-avg)) to ws-csv-line
               move ws-csv-line to f-csv-record
               write f-csv-record
           end-if

           exit paragraph.

       end program cohort-report.
