      ******************************************************************
      * Purpose: Maintenance screen for the two hand-kept competition
      *          files, cobordle_seasons.dat and cobordle_teams.dat,
      *          built on the same screen-section machinery as the
      *          dashboard. F2/F3 switch between the season list and
      *          the team roster; F5 adds, F6 changes and F7 retires
      *          the row on show, F8 pages down. --text-mode follows
      *          the dashboard's convention: the same lists as plain
      *          sequential output, single-letter commands instead of
      *          function keys.
      *
      *          Every change is checked before it is written:
      *
      *            - seasons may not overlap, and two seasons that
      *              meet inside the same calendar year must run on
      *              day after day -- a break between seasons is only
      *              allowed across a year end;
      *            - a season already frozen into the hall of fame
      *              (see season-close) can't be changed or retired,
      *              and its id can't be used again;
      *            - a player is on one team only, and once player-
      *              master has created the master, only a registered
      *              player id can be put on a team.
      *
      *          An accepted change is written at once, through a
      *          temporary copy of the file. Comment lines in the
      *          teams file are kept as they are. Problems already in
      *          the files when they are loaded are marked against
      *          the rows concerned.
      *
      *          Usage: season-team-maint [--text-mode] [--teams]
      *          (--teams starts on the team roster)
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. season-team-maint.

       environment division.

       configuration section.

       special-names.
           crt status is ws-crt-status.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-season-file
               assign to dynamic ws-season-file-name
               organization is line sequential.

               select fd-season-tmp
               assign to dynamic ws-season-tmp-name
               organization is line sequential.

               select optional fd-roster-file
               assign to dynamic ws-roster-file-name
               organization is line sequential.

               select fd-roster-tmp
               assign to dynamic ws-roster-tmp-name
               organization is line sequential.

               select optional fd-player-file
               assign to dynamic ws-player-file-name
               organization is line sequential.

               select optional fd-hof-file
               assign to dynamic ws-hof-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-season-file.
       copy "./src/copy/season_record.cpy".

       fd  fd-season-tmp.
       01  f-season-tmp-record         pic x(24).

      *> PLAYER|TEAM rows, the same file roster-feed keeps and
      *> leaderboard-report's team standings read.
       fd  fd-roster-file.
       01  f-roster-record             pic x(60).

       fd  fd-roster-tmp.
       01  f-roster-tmp-record         pic x(60).

       fd  fd-player-file.
       copy "./src/copy/player_record.cpy".

      *> Only the season id of each frozen standings row is needed.
       fd  fd-hof-file.
       01  f-hof-record.
           05  f-hof-season            pic x(8).
           05  filler                  pic x(47).

       working-storage section.

       copy "screenio.cpy".

       01  ws-season-file-name     pic x(40)
                                   value "cobordle_seasons.dat".
       01  ws-season-tmp-name      pic x(40)
                                   value "cobordle_seasons.dat.tmp".
       01  ws-roster-file-name     pic x(40) value "cobordle_teams.dat".
       01  ws-roster-tmp-name      pic x(40)
                                   value "cobordle_teams.dat.tmp".
       01  ws-player-file-name     pic x(40)
                                   value "cobordle_players.dat".
       01  ws-hof-file-name        pic x(40)
                                   value "cobordle_hall_of_fame.dat".

       01  ws-crt-status.
           05  ws-crt-status-key-1                pic xx.
           05  ws-crt-status-key-2                pic xx.

       77  ws-empty-line                          pic x(80).

       01  ws-cmd-args             pic x(80).
       01  ws-cmd-found            pic 9(2) comp.
       01  ws-text-mode-sw         pic a value 'N'.
           88  ws-text-mode        value 'Y'.
           88  ws-screen-mode      value 'N'.

       01  ws-view-sw              pic a value 'S'.
           88  ws-season-view      value 'S'.
           88  ws-team-view        value 'T'.

       01  ws-done-sw              pic a value 'N'.
           88  ws-maint-done       value 'Y'.
           88  ws-maint-running    value 'N'.

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-today                pic 9(8).

      *> The season file, kept in start-date order.
       01  ws-max-seasons          constant as 200.
       01  ws-seasons occurs ws-max-seasons times.
           05  ws-sea-id           pic x(8).
           05  ws-sea-from         pic 9(8).
           05  ws-sea-to           pic 9(8).
           05  ws-sea-problem      pic x(8).
       01  ws-season-count         pic 9(3) comp value 0.
       01  ws-sea-idx              pic 9(3) comp.
       01  ws-sea-next             pic 9(3) comp.
       01  ws-pred-idx             pic 9(3) comp.
       01  ws-succ-idx             pic 9(3) comp.
       01  ws-day-gap              pic s9(7) comp.
       01  ws-sea-status           pic x(7).

       01  ws-sort-idx             pic 9(3) comp.
       01  ws-swapped-sw           pic a value 'N'.
           88  ws-swapped          value 'Y'.
           88  ws-not-swapped      value 'N'.
       01  ws-sea-sort-tmp.
           05  ws-sea-tmp-id       pic x(8).
           05  ws-sea-tmp-from     pic 9(8).
           05  ws-sea-tmp-to       pic 9(8).
           05  ws-sea-tmp-problem  pic x(8).

      *> Season ids already frozen into the hall of fame.
       01  ws-max-frozen           constant as 200.
       01  ws-frozen-ids           pic x(8)
                                   occurs ws-max-frozen times.
       01  ws-frozen-count         pic 9(3) comp value 0.
       01  ws-frozen-idx           pic 9(3) comp.
       01  ws-check-season-id      pic x(8).
       01  ws-frozen-sw            pic a value 'N'.
           88  ws-season-frozen    value 'Y'.
           88  ws-season-open      value 'N'.

      *> The teams file line by line, so comments go back as they
      *> were; only rows changed here are rebuilt, and retired rows
      *> are left out when the file is written.
       01  ws-max-roster           constant as 500.
       01  ws-roster occurs ws-max-roster times.
           05  ws-ros-line         pic x(60).
           05  ws-ros-player       pic x(20).
           05  ws-ros-team         pic x(20).
           05  ws-ros-state        pic a.
           05  ws-ros-problem      pic x(8).
       01  ws-roster-count         pic 9(4) comp value 0.
       01  ws-roster-idx           pic 9(4) comp.
       01  ws-ros-parse-player     pic x(30).
       01  ws-ros-parse-team       pic x(30).

      *> The membership rows the team list shows, in file order --
      *> the row numbers F6 and F7 pick by.
       01  ws-team-rows            pic 9(4) comp
                                   occurs ws-max-roster times.
       01  ws-team-row-count       pic 9(4) comp value 0.
       01  ws-team-idx             pic 9(4) comp.
       01  ws-other-idx            pic 9(4) comp.

      *> Registered player ids; none means registration isn't in
      *> force yet and any well-formed id may go on a team.
       01  ws-max-players          constant as 500.
       01  ws-master-ids           pic x(20)
                                   occurs ws-max-players times.
       01  ws-master-count         pic 9(4) comp value 0.
       01  ws-player-idx           pic 9(4) comp.
       01  ws-player-found-sw      pic a value 'N'.
           88  ws-player-found     value 'Y'.
           88  ws-player-not-found value 'N'.

       01  ws-id-safe-sw           pic a value 'Y'.
           88  ws-id-safe          value 'Y'.
           88  ws-id-unsafe        value 'N'.
       01  ws-char-idx             pic 9(2) comp.

      *> The row being entered, and which row it replaces (0 = new).
       01  ws-cand-id              pic x(8).
       01  ws-cand-from-in         pic x(8).
       01  ws-cand-to-in           pic x(8).
       01  ws-cand-from            pic 9(8).
       01  ws-cand-to              pic 9(8).
       01  ws-cand-player          pic x(20).
       01  ws-cand-team            pic x(20).
       01  ws-edit-idx             pic 9(4) comp.

       01  ws-entry-sw             pic a value 'Y'.
           88  ws-entry-ok         value 'Y'.
           88  ws-entry-bad        value 'N'.
       01  ws-cancel-sw            pic a value 'N'.
           88  ws-entry-cancelled  value 'Y'.
           88  ws-entry-given      value 'N'.

       01  ws-stm-command          pic x.
       01  ws-text-command         pic x(2).
       01  ws-text-entry           pic x(40).
       01  ws-row-pick-in          pic x(3).
       01  ws-row-pick             pic 9(4) comp.
       01  ws-row-limit            pic 9(4) comp.
       01  ws-confirm-prompt       pic x(60).
       01  ws-confirm-in           pic x.

       01  ws-stm-message          pic x(76) value spaces.
       01  ws-list-line            pic x(76).
       01  ws-row-disp             pic zz9.
       01  ws-count-disp           pic z(3)9.
       01  ws-count-disp-2         pic z(3)9.

       01  ws-page-top             pic 9(4) comp value 1.
       01  ws-page-rows            constant as 16.
       01  ws-list-idx             pic 9(4) comp.
       01  ws-screen-row           pic 99.

       01  ws-season-problems      pic 9(4) comp value 0.
       01  ws-roster-problems      pic 9(4) comp value 0.
       01  ws-rows-loaded          pic 9(5) comp value 0.
       01  ws-changes-made         pic 9(5) comp value 0.

      *> One administrative run-journal row per session.
       copy "./src/copy/run_journal.cpy".

      *> Nothing is rewritten while an administrative run holds the
      *> maintenance lock.
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       screen section.

       copy "./src/screens/season_team_screen.cpy".

       procedure division.

           set environment "COB_SCREEN_EXCEPTIONS" to 'Y'.
           set environment "COB_SCREEN_ESC"        to 'Y'.

       main-procedure.

           accept ws-cmd-args from command-line
           perform parse-cmd-args
           perform check-operator-grant
           perform check-maintenance-lock

           move function current-date(1:8) to ws-today

           perform load-seasons
           perform sort-seasons
           perform load-frozen-seasons
           perform load-player-master
           perform load-team-roster
           perform build-team-rows
           perform check-files

           if ws-season-problems > 0 or ws-roster-problems > 0 then
               move ws-season-problems to ws-count-disp
               move ws-roster-problems to ws-count-disp-2
               move concat(
                   "Already in the files: " trim(ws-count-disp)
                   " season and " trim(ws-count-disp-2)
                   " roster problem(s), marked.")
                   to ws-stm-message
           end-if

           if ws-text-mode then
               perform run-text-maint
           else
               perform run-screen-maint
           end-if

           move "season-team-maint" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move ws-rows-loaded to l-rj-rows-in
           move ws-changes-made to l-rj-rows-out
           move "OK" to l-rj-outcome
           call "run-journal" using l-run-journal

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--text-mode"
           if ws-cmd-found > 0 then
               set ws-text-mode to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--teams"
           if ws-cmd-found > 0 then
               set ws-team-view to true
           end-if

           exit paragraph.


      *> ==================== loading ====================

       load-seasons.

           set ws-not-eof to true

           open input fd-season-file

               perform until ws-eof
                   read fd-season-file
                   at end set ws-eof to true
                   not at end
                       if f-season-id not = spaces
                       and ws-season-count < ws-max-seasons then
                           add 1 to ws-season-count
                           add 1 to ws-rows-loaded
                           move f-season-id
                               to ws-sea-id(ws-season-count)
                           move f-season-from
                               to ws-sea-from(ws-season-count)
                           move f-season-to
                               to ws-sea-to(ws-season-count)
                           move spaces
                               to ws-sea-problem(ws-season-count)
                       end-if
                   end-read
               end-perform

           close fd-season-file

           exit paragraph.


       sort-seasons.

           set ws-swapped to true

           perform until ws-not-swapped
               set ws-not-swapped to true
               perform varying ws-sort-idx from 1 by 1
                   until ws-sort-idx >= ws-season-count
                   if ws-sea-from(ws-sort-idx)
                       > ws-sea-from(ws-sort-idx + 1) then
                       perform swap-season-rows
                       set ws-swapped to true
                   end-if
               end-perform
           end-perform

           exit paragraph.


       swap-season-rows.

           move ws-seasons(ws-sort-idx) to ws-sea-sort-tmp
           move ws-seasons(ws-sort-idx + 1) to ws-seasons(ws-sort-idx)
           move ws-sea-sort-tmp to ws-seasons(ws-sort-idx + 1)

           exit paragraph.


       load-frozen-seasons.

           set ws-not-eof to true

           open input fd-hof-file

               perform until ws-eof
                   read fd-hof-file
                   at end set ws-eof to true
                   not at end
                       if f-hof-season not = spaces then
                           move f-hof-season to ws-check-season-id
                           perform check-season-frozen
                           if ws-season-open
                           and ws-frozen-count < ws-max-frozen then
                               add 1 to ws-frozen-count
                               move f-hof-season
                                   to ws-frozen-ids(ws-frozen-count)
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-hof-file

           exit paragraph.


       load-player-master.

           set ws-not-eof to true

           open input fd-player-file

               perform until ws-eof
                   read fd-player-file
                   at end set ws-eof to true
                   not at end
                       if f-plyr-id not = spaces
                       and ws-master-count < ws-max-players then
                           add 1 to ws-master-count
                           move f-plyr-id
                               to ws-master-ids(ws-master-count)
                       end-if
                   end-read
               end-perform

           close fd-player-file

           exit paragraph.


       load-team-roster.

           set ws-not-eof to true

           open input fd-roster-file

               perform until ws-eof
                   read fd-roster-file
                   at end set ws-eof to true
                   not at end
                       if ws-roster-count < ws-max-roster then
                           add 1 to ws-roster-count
                           move f-roster-record
                               to ws-ros-line(ws-roster-count)
                           move spaces
                               to ws-ros-player(ws-roster-count)
                           move spaces
                               to ws-ros-team(ws-roster-count)
                           move spaces
                               to ws-ros-problem(ws-roster-count)
                           move 'K' to ws-ros-state(ws-roster-count)
                           if f-roster-record not = spaces
                           and f-roster-record(1:1) not = "*" then
                               perform parse-team-roster-row
                               add 1 to ws-rows-loaded
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-roster-file

           exit paragraph.


       parse-team-roster-row.

           move spaces to ws-ros-parse-player
           move spaces to ws-ros-parse-team
           unstring f-roster-record delimited by "|"
               into ws-ros-parse-player ws-ros-parse-team

           move upper-case(trim(ws-ros-parse-player))
               to ws-ros-player(ws-roster-count)
           move upper-case(trim(ws-ros-parse-team))
               to ws-ros-team(ws-roster-count)

           exit paragraph.


      *> The membership rows still in force, in file order.
       build-team-rows.

           move 0 to ws-team-row-count

           perform varying ws-roster-idx from 1 by 1
               until ws-roster-idx > ws-roster-count
               if ws-ros-player(ws-roster-idx) not = spaces
               and ws-ros-state(ws-roster-idx) not = 'R' then
                   add 1 to ws-team-row-count
                   move ws-roster-idx
                       to ws-team-rows(ws-team-row-count)
               end-if
           end-perform

           exit paragraph.


      *> Marks what is already wrong in the files against the rows
      *> concerned: overlapping seasons, a gap between two seasons
      *> inside one year, a player on two teams, an id the player
      *> master doesn't know.
       check-files.

           move 0 to ws-season-problems
           move 0 to ws-roster-problems

           perform varying ws-sea-idx from 1 by 1
               until ws-sea-idx > ws-season-count
               move spaces to ws-sea-problem(ws-sea-idx)
           end-perform

           perform varying ws-sea-idx from 1 by 1
               until ws-sea-idx >= ws-season-count
               compute ws-sea-next = ws-sea-idx + 1
               if ws-sea-from(ws-sea-next) <= ws-sea-to(ws-sea-idx)
                   move "OVERLAP" to ws-sea-problem(ws-sea-idx)
                   move "OVERLAP" to ws-sea-problem(ws-sea-next)
                   add 1 to ws-season-problems
               else
                   compute ws-day-gap =
                       integer-of-date(ws-sea-from(ws-sea-next))
                       - integer-of-date(ws-sea-to(ws-sea-idx))
                   if ws-day-gap > 1
                   and ws-sea-from(ws-sea-next)(1:4)
                       = ws-sea-to(ws-sea-idx)(1:4) then
                       if ws-sea-problem(ws-sea-idx) = spaces
                           move "GAP" to ws-sea-problem(ws-sea-idx)
                       end-if
                       move "GAP" to ws-sea-problem(ws-sea-next)
                       add 1 to ws-season-problems
                   end-if
               end-if
           end-perform

           perform varying ws-team-idx from 1 by 1
               until ws-team-idx > ws-team-row-count
               move ws-team-rows(ws-team-idx) to ws-roster-idx
               move spaces to ws-ros-problem(ws-roster-idx)

               if ws-master-count > 0 then
                   move ws-ros-player(ws-roster-idx) to ws-cand-player
                   perform find-master-player
                   if ws-player-not-found then
                       move "UNKNOWN" to ws-ros-problem(ws-roster-idx)
                   end-if
               end-if

               perform varying ws-other-idx from 1 by 1
                   until ws-other-idx > ws-team-row-count
                   if ws-other-idx not = ws-team-idx
                   and ws-ros-player(ws-team-rows(ws-other-idx))
                       = ws-ros-player(ws-roster-idx) then
                       move "2 TEAMS" to ws-ros-problem(ws-roster-idx)
                   end-if
               end-perform

               if ws-ros-problem(ws-roster-idx) not = spaces then
                   add 1 to ws-roster-problems
               end-if
           end-perform

           exit paragraph.


      *> ==================== screen mode ====================

       run-screen-maint.

           perform until ws-maint-done
               perform paint-maint-screen

               move space to ws-stm-command
               accept s-stm-command-screen
               move spaces to ws-stm-message

               evaluate true
                   when ws-crt-status = COB-SCR-F2
                       set ws-season-view to true
                       move 1 to ws-page-top

                   when ws-crt-status = COB-SCR-F3
                       set ws-team-view to true
                       move 1 to ws-page-top

                   when ws-crt-status = COB-SCR-F5
                       perform add-entry

                   when ws-crt-status = COB-SCR-F6
                       perform change-entry

                   when ws-crt-status = COB-SCR-F7
                       perform retire-entry

                   when ws-crt-status = COB-SCR-F8
                       perform next-page

                   when ws-crt-status = COB-SCR-F12
                   when ws-crt-status = COB-SCR-ESC
                       set ws-maint-done to true
               end-evaluate
           end-perform

           display space blank screen

           exit paragraph.


       paint-maint-screen.

           display space blank screen
           display s-stm-background-screen

           if ws-season-view then
               display "Seasons" at 0304
                   foreground-color cob-color-white highlight
               end-display
               display
                   "  #  Season    From      To        Status  Check"
                   at 0404
               perform varying ws-list-idx from ws-page-top by 1
                   until ws-list-idx > ws-season-count
                   or ws-list-idx >= ws-page-top + ws-page-rows
                   move ws-list-idx to ws-sea-idx
                   perform format-season-line
                   compute ws-screen-row = ws-list-idx - ws-page-top + 5
                   display ws-list-line
                       at line ws-screen-row column 4
                   end-display
               end-perform
               if ws-season-count = 0 then
                   display "(no seasons defined)" at 0504
               end-if
           else
               display "Team roster" at 0304
                   foreground-color cob-color-white highlight
               end-display
               display
                   "  #  Player                Team                  "
                   & "Check"
                   at 0404
               perform varying ws-list-idx from ws-page-top by 1
                   until ws-list-idx > ws-team-row-count
                   or ws-list-idx >= ws-page-top + ws-page-rows
                   move ws-list-idx to ws-team-idx
                   perform format-team-line
                   compute ws-screen-row = ws-list-idx - ws-page-top + 5
                   display ws-list-line
                       at line ws-screen-row column 4
                   end-display
               end-perform
               if ws-team-row-count = 0 then
                   display "(no team memberships)" at 0504
               end-if
           end-if

           display ws-stm-message at 2204
               foreground-color cob-color-yellow highlight
           end-display

           exit paragraph.


       next-page.

           add ws-page-rows to ws-page-top

           if ws-season-view then
               move ws-season-count to ws-row-limit
           else
               move ws-team-row-count to ws-row-limit
           end-if

           if ws-page-top > ws-row-limit then
               move 1 to ws-page-top
           end-if

           exit paragraph.


      *> ==================== text mode ====================

      *> Plain sequential fallback, same lists as the screen, with
      *> single-letter commands standing in for the function keys --
      *> the convention the dashboard's text path follows.
       run-text-maint.

           perform until ws-maint-done
               perform print-text-page

               display "S)easons, T)eams, A)dd, C)hange, R)etire, "
                   "Q)uit: "
                   with no advancing
               move spaces to ws-text-command
               accept ws-text-command
               move upper-case(ws-text-command) to ws-text-command
               move spaces to ws-stm-message

               evaluate ws-text-command(1:1)
                   when 'S'
                       set ws-season-view to true
                   when 'T'
                       set ws-team-view to true
                   when 'A'
                       perform add-entry
                   when 'C'
                       perform change-entry
                   when 'R'
                       perform retire-entry
                   when 'Q'
                       set ws-maint-done to true
               end-evaluate
           end-perform

           exit paragraph.


       print-text-page.

           display space
           display "========================================"

           if ws-season-view then
               display "Seasons"
               display "  #  Season    From      To        "
                   "Status  Check"
               perform varying ws-sea-idx from 1 by 1
                   until ws-sea-idx > ws-season-count
                   perform format-season-line
                   display ws-list-line
               end-perform
               if ws-season-count = 0 then
                   display "(no seasons defined)"
               end-if
           else
               display "Team roster"
               display "  #  Player                Team"
                   "                  Check"
               perform varying ws-team-idx from 1 by 1
                   until ws-team-idx > ws-team-row-count
                   perform format-team-line
                   display ws-list-line
               end-perform
               if ws-team-row-count = 0 then
                   display "(no team memberships)"
               end-if
           end-if

           if ws-stm-message not = spaces then
               display space
               display trim(ws-stm-message)
           end-if

           exit paragraph.


       format-season-line.

           move ws-sea-idx to ws-row-disp

           move spaces to ws-sea-status
           move ws-sea-id(ws-sea-idx) to ws-check-season-id
           perform check-season-frozen
           if ws-season-frozen then
               move "FROZEN" to ws-sea-status
           else
               if ws-sea-from(ws-sea-idx) <= ws-today
               and ws-sea-to(ws-sea-idx) >= ws-today then
                   move "CURRENT" to ws-sea-status
               end-if
           end-if

           move concat(
               ws-row-disp "  " ws-sea-id(ws-sea-idx) "  "
               ws-sea-from(ws-sea-idx) "  "
               ws-sea-to(ws-sea-idx) "  "
               ws-sea-status " " ws-sea-problem(ws-sea-idx))
               to ws-list-line

           exit paragraph.


       format-team-line.

           move ws-team-idx to ws-row-disp
           move ws-team-rows(ws-team-idx) to ws-roster-idx

           move concat(
               ws-row-disp "  " ws-ros-player(ws-roster-idx) "  "
               ws-ros-team(ws-roster-idx) "  "
               ws-ros-problem(ws-roster-idx))
               to ws-list-line

           exit paragraph.


      *> ==================== changes ====================

       add-entry.

           if ws-season-view then
               perform add-season
           else
               perform add-team-member
           end-if

           exit paragraph.


       change-entry.

           if ws-season-view then
               perform change-season
           else
               perform change-team-member
           end-if

           exit paragraph.


       retire-entry.

           if ws-season-view then
               perform retire-season
           else
               perform retire-team-member
           end-if

           exit paragraph.


       add-season.

           if ws-season-count >= ws-max-seasons then
               move "The season table is full." to ws-stm-message
               exit paragraph
           end-if

           move 0 to ws-edit-idx
           move spaces to ws-cand-id
           move spaces to ws-cand-from-in
           move spaces to ws-cand-to-in

           perform get-season-form
           if ws-entry-cancelled then
               exit paragraph
           end-if

           perform validate-season
           if ws-entry-bad then
               exit paragraph
           end-if

           add 1 to ws-season-count
           move ws-season-count to ws-sea-idx
           perform store-season-candidate
           perform sort-seasons
           perform save-seasons
           perform check-files

           move concat("Season " trim(ws-cand-id) " added.")
               to ws-stm-message

           exit paragraph.


       change-season.

           move ws-season-count to ws-row-limit
           perform get-row-pick
           if ws-entry-bad then
               exit paragraph
           end-if

           move ws-row-pick to ws-edit-idx
           move ws-sea-id(ws-edit-idx) to ws-check-season-id
           perform check-season-frozen
           if ws-season-frozen then
               move concat(
                   "Season " trim(ws-check-season-id) " is frozen "
                   "in the hall of fame -- it can't be changed.")
                   to ws-stm-message
               exit paragraph
           end-if

           move ws-sea-id(ws-edit-idx) to ws-cand-id
           move ws-sea-from(ws-edit-idx) to ws-cand-from-in
           move ws-sea-to(ws-edit-idx) to ws-cand-to-in

           perform get-season-form
           if ws-entry-cancelled then
               exit paragraph
           end-if

           perform validate-season
           if ws-entry-bad then
               exit paragraph
           end-if

           move ws-edit-idx to ws-sea-idx
           perform store-season-candidate
           perform sort-seasons
           perform save-seasons
           perform check-files

           move concat("Season " trim(ws-cand-id) " changed.")
               to ws-stm-message

           exit paragraph.


      *> Retiring takes the row out of the file. Not allowed for a
      *> frozen season, nor where it would open a gap between the
      *> seasons either side of it inside one year.
       retire-season.

           move ws-season-count to ws-row-limit
           perform get-row-pick
           if ws-entry-bad then
               exit paragraph
           end-if

           move ws-row-pick to ws-edit-idx
           move ws-sea-id(ws-edit-idx) to ws-check-season-id
           perform check-season-frozen
           if ws-season-frozen then
               move concat(
                   "Season " trim(ws-check-season-id) " is frozen "
                   "in the hall of fame -- it can't be retired.")
                   to ws-stm-message
               exit paragraph
           end-if

           move ws-sea-from(ws-edit-idx) to ws-cand-from
           move ws-sea-to(ws-edit-idx) to ws-cand-to
           perform find-season-neighbours

           if ws-pred-idx > 0 and ws-succ-idx > 0 then
               if ws-sea-to(ws-pred-idx)(1:4)
                   = ws-sea-from(ws-succ-idx)(1:4) then
                   move concat(
                       "Retiring " trim(ws-check-season-id)
                       " would leave a gap between "
                       trim(ws-sea-id(ws-pred-idx)) " and "
                       trim(ws-sea-id(ws-succ-idx)) ".")
                       to ws-stm-message
                   exit paragraph
               end-if
           end-if

           move concat(
               "Retire season " trim(ws-check-season-id) " ("
               ws-sea-from(ws-edit-idx) "-" ws-sea-to(ws-edit-idx)
               ")? (Y/N)")
               to ws-confirm-prompt
           perform get-confirm
           if ws-confirm-in not = 'Y' then
               exit paragraph
           end-if

           perform varying ws-sea-idx from ws-edit-idx by 1
               until ws-sea-idx >= ws-season-count
               move ws-seasons(ws-sea-idx + 1) to ws-seasons(ws-sea-idx)
           end-perform
           subtract 1 from ws-season-count

           perform save-seasons
           perform check-files

           if ws-page-top > ws-season-count then
               move 1 to ws-page-top
           end-if

           move concat("Season " trim(ws-check-season-id) " retired.")
               to ws-stm-message

           exit paragraph.


       store-season-candidate.

           move ws-cand-id to ws-sea-id(ws-sea-idx)
           move ws-cand-from to ws-sea-from(ws-sea-idx)
           move ws-cand-to to ws-sea-to(ws-sea-idx)
           move spaces to ws-sea-problem(ws-sea-idx)
           add 1 to ws-changes-made

           exit paragraph.


      *> The candidate season against every other row: a well-formed
      *> id and dates, no id reused, no overlap, and no gap opened
      *> next to a season in the same year. The first problem found
      *> goes to the message line.
       validate-season.

           set ws-entry-ok to true

           move upper-case(trim(ws-cand-id)) to ws-cand-id

           if ws-cand-id = spaces then
               move "A season needs an id." to ws-stm-message
               set ws-entry-bad to true
               exit paragraph
           end-if

           if ws-cand-from-in is not numeric
           or ws-cand-to-in is not numeric then
               move "Season dates go in as YYYYMMDD."
                   to ws-stm-message
               set ws-entry-bad to true
               exit paragraph
           end-if

           move ws-cand-from-in to ws-cand-from
           move ws-cand-to-in to ws-cand-to

           if test-date-yyyymmdd(ws-cand-from) not = 0
           or test-date-yyyymmdd(ws-cand-to) not = 0 then
               move "That isn't a calendar date." to ws-stm-message
               set ws-entry-bad to true
               exit paragraph
           end-if

           if ws-cand-from > ws-cand-to then
               move "The season ends before it starts."
                   to ws-stm-message
               set ws-entry-bad to true
               exit paragraph
           end-if

           move ws-cand-id to ws-check-season-id
           perform check-season-frozen
           if ws-season-frozen then
               move concat(
                   "Season " trim(ws-cand-id) " is frozen in the "
                   "hall of fame -- pick another id.")
                   to ws-stm-message
               set ws-entry-bad to true
               exit paragraph
           end-if

           perform varying ws-sea-idx from 1 by 1
               until ws-sea-idx > ws-season-count
               or ws-entry-bad
               if ws-sea-idx not = ws-edit-idx then
                   perform compare-season-row
               end-if
           end-perform

           if ws-entry-bad then
               exit paragraph
           end-if

           perform find-season-neighbours

           if ws-pred-idx > 0 then
               compute ws-day-gap =
                   integer-of-date(ws-cand-from)
                   - integer-of-date(ws-sea-to(ws-pred-idx))
               if ws-day-gap > 1
               and ws-sea-to(ws-pred-idx)(1:4)
                   = ws-cand-from-in(1:4) then
                   move concat(
                       "Leaves a gap after season "
                       trim(ws-sea-id(ws-pred-idx)) ", which ends "
                       ws-sea-to(ws-pred-idx) ".")
                       to ws-stm-message
                   set ws-entry-bad to true
                   exit paragraph
               end-if
           end-if

           if ws-succ-idx > 0 then
               compute ws-day-gap =
                   integer-of-date(ws-sea-from(ws-succ-idx))
                   - integer-of-date(ws-cand-to)
               if ws-day-gap > 1
               and ws-sea-from(ws-succ-idx)(1:4)
                   = ws-cand-to-in(1:4) then
                   move concat(
                       "Leaves a gap before season "
                       trim(ws-sea-id(ws-succ-idx)) ", which starts "
                       ws-sea-from(ws-succ-idx) ".")
                       to ws-stm-message
                   set ws-entry-bad to true
                   exit paragraph
               end-if
           end-if

           exit paragraph.


       compare-season-row.

           if ws-sea-id(ws-sea-idx) = ws-cand-id then
               move concat(
                   "Season " trim(ws-cand-id) " is already defined.")
                   to ws-stm-message
               set ws-entry-bad to true
               exit paragraph
           end-if

           if ws-cand-from <= ws-sea-to(ws-sea-idx)
           and ws-cand-to >= ws-sea-from(ws-sea-idx) then
               move concat(
                   "Overlaps season " trim(ws-sea-id(ws-sea-idx))
                   " (" ws-sea-from(ws-sea-idx) "-"
                   ws-sea-to(ws-sea-idx) ").")
                   to ws-stm-message
               set ws-entry-bad to true
           end-if

           exit paragraph.


      *> The closest season ending before ws-cand-from and the
      *> closest starting after ws-cand-to, leaving out the row in
      *> ws-edit-idx.
       find-season-neighbours.

           move 0 to ws-pred-idx
           move 0 to ws-succ-idx

           perform varying ws-sea-idx from 1 by 1
               until ws-sea-idx > ws-season-count
               if ws-sea-idx not = ws-edit-idx then
                   if ws-sea-to(ws-sea-idx) < ws-cand-from then
                       if ws-pred-idx = 0 then
                           move ws-sea-idx to ws-pred-idx
                       else
                           if ws-sea-to(ws-sea-idx)
                               > ws-sea-to(ws-pred-idx) then
                               move ws-sea-idx to ws-pred-idx
                           end-if
                       end-if
                   end-if
                   if ws-sea-from(ws-sea-idx) > ws-cand-to then
                       if ws-succ-idx = 0 then
                           move ws-sea-idx to ws-succ-idx
                       else
                           if ws-sea-from(ws-sea-idx)
                               < ws-sea-from(ws-succ-idx) then
                               move ws-sea-idx to ws-succ-idx
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           exit paragraph.


       check-season-frozen.

           set ws-season-open to true

           perform varying ws-frozen-idx from 1 by 1
               until ws-frozen-idx > ws-frozen-count
               if ws-frozen-ids(ws-frozen-idx) = ws-check-season-id
                   set ws-season-frozen to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


       add-team-member.

           if ws-roster-count >= ws-max-roster then
               move "The team roster is full." to ws-stm-message
               exit paragraph
           end-if

           move 0 to ws-edit-idx
           move spaces to ws-cand-player
           move spaces to ws-cand-team

           perform get-team-form
           if ws-entry-cancelled then
               exit paragraph
           end-if

           perform validate-team-member
           if ws-entry-bad then
               exit paragraph
           end-if

           add 1 to ws-roster-count
           move ws-roster-count to ws-roster-idx
           move spaces to ws-ros-line(ws-roster-idx)
           perform store-team-candidate
           perform build-team-rows
           perform save-team-roster
           perform check-files

           move concat(
               trim(ws-cand-player) " added to team "
               trim(ws-cand-team) ".")
               to ws-stm-message

           exit paragraph.


       change-team-member.

           move ws-team-row-count to ws-row-limit
           perform get-row-pick
           if ws-entry-bad then
               exit paragraph
           end-if

           move ws-team-rows(ws-row-pick) to ws-edit-idx
           move ws-ros-player(ws-edit-idx) to ws-cand-player
           move ws-ros-team(ws-edit-idx) to ws-cand-team

           perform get-team-form
           if ws-entry-cancelled then
               exit paragraph
           end-if

           perform validate-team-member
           if ws-entry-bad then
               exit paragraph
           end-if

           move ws-edit-idx to ws-roster-idx
           perform store-team-candidate
           perform save-team-roster
           perform check-files

           move concat(
               trim(ws-cand-player) " is on team "
               trim(ws-cand-team) ".")
               to ws-stm-message

           exit paragraph.


       retire-team-member.

           move ws-team-row-count to ws-row-limit
           perform get-row-pick
           if ws-entry-bad then
               exit paragraph
           end-if

           move ws-team-rows(ws-row-pick) to ws-edit-idx

           move concat(
               "Take " trim(ws-ros-player(ws-edit-idx)) " off team "
               trim(ws-ros-team(ws-edit-idx)) "? (Y/N)")
               to ws-confirm-prompt
           perform get-confirm
           if ws-confirm-in not = 'Y' then
               exit paragraph
           end-if

           move 'R' to ws-ros-state(ws-edit-idx)
           add 1 to ws-changes-made
           perform build-team-rows
           perform save-team-roster
           perform check-files

           if ws-page-top > ws-team-row-count then
               move 1 to ws-page-top
           end-if

           move concat(
               trim(ws-ros-player(ws-edit-idx)) " taken off team "
               trim(ws-ros-team(ws-edit-idx)) ".")
               to ws-stm-message

           exit paragraph.


       store-team-candidate.

           move ws-cand-player to ws-ros-player(ws-roster-idx)
           move ws-cand-team to ws-ros-team(ws-roster-idx)
           move 'C' to ws-ros-state(ws-roster-idx)
           move spaces to ws-ros-problem(ws-roster-idx)
           add 1 to ws-changes-made

           exit paragraph.


      *> A usable player id, registered when registration is in
      *> force, and on no other team.
       validate-team-member.

           set ws-entry-ok to true

           move upper-case(trim(ws-cand-player)) to ws-cand-player
           move upper-case(trim(ws-cand-team)) to ws-cand-team

           if ws-cand-player = spaces or ws-cand-team = spaces then
               move "A membership needs a player id and a team."
                   to ws-stm-message
               set ws-entry-bad to true
               exit paragraph
           end-if

           perform check-player-id-safe
           if ws-id-unsafe then
               move concat(
                   """" trim(ws-cand-player) """ isn't a usable "
                   "player id (A-Z, 0-9, - and _).")
                   to ws-stm-message
               set ws-entry-bad to true
               exit paragraph
           end-if

           if ws-master-count > 0 then
               perform find-master-player
               if ws-player-not-found then
                   move concat(
                       trim(ws-cand-player) " is not on the player "
                       "master.")
                       to ws-stm-message
                   set ws-entry-bad to true
                   exit paragraph
               end-if
           end-if

           perform varying ws-team-idx from 1 by 1
               until ws-team-idx > ws-team-row-count
               move ws-team-rows(ws-team-idx) to ws-roster-idx
               if ws-roster-idx not = ws-edit-idx
               and ws-ros-player(ws-roster-idx) = ws-cand-player then
                   move concat(
                       trim(ws-cand-player) " is already on team "
                       trim(ws-ros-team(ws-roster-idx)) ".")
                       to ws-stm-message
                   set ws-entry-bad to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Same allowed character set the games apply before a player
      *> id goes into a file name or a shell command line.
       check-player-id-safe.

           set ws-id-safe to true

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > 20

               evaluate ws-cand-player(ws-char-idx:1)
                   when space
                   when "A" thru "Z"
                   when "0" thru "9"
                   when "-"
                   when "_"
                       continue
                   when other
                       set ws-id-unsafe to true
               end-evaluate
           end-perform

           exit paragraph.


       find-master-player.

           set ws-player-not-found to true

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-master-count
               if ws-master-ids(ws-player-idx) = ws-cand-player then
                   set ws-player-found to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> ==================== entry ====================

      *> Screen mode takes the three fields on one line, Esc backing
      *> out; text mode asks for each in turn, Enter keeping what is
      *> shown in brackets. A new season left all blank is backed
      *> out of too.
       get-season-form.

           set ws-entry-given to true

           if ws-text-mode then
               display concat("Season id [" trim(ws-cand-id) "]: ")
                   with no advancing
               move spaces to ws-text-entry
               accept ws-text-entry
               if ws-text-entry not = spaces then
                   move ws-text-entry to ws-cand-id
               end-if

               display concat(
                   "From YYYYMMDD [" trim(ws-cand-from-in) "]: ")
                   with no advancing
               move spaces to ws-text-entry
               accept ws-text-entry
               if ws-text-entry not = spaces then
                   move trim(ws-text-entry) to ws-cand-from-in
               end-if

               display concat(
                   "To YYYYMMDD [" trim(ws-cand-to-in) "]: ")
                   with no advancing
               move spaces to ws-text-entry
               accept ws-text-entry
               if ws-text-entry not = spaces then
                   move trim(ws-text-entry) to ws-cand-to-in
               end-if
           else
               accept s-stm-season-form-screen
               if ws-crt-status = COB-SCR-ESC then
                   set ws-entry-cancelled to true
               end-if
           end-if

           if ws-cand-id = spaces and ws-cand-from-in = spaces
           and ws-cand-to-in = spaces then
               set ws-entry-cancelled to true
           end-if

           exit paragraph.


       get-team-form.

           set ws-entry-given to true

           if ws-text-mode then
               display concat(
                   "Player id [" trim(ws-cand-player) "]: ")
                   with no advancing
               move spaces to ws-text-entry
               accept ws-text-entry
               if ws-text-entry not = spaces then
                   move ws-text-entry to ws-cand-player
               end-if

               display concat("Team [" trim(ws-cand-team) "]: ")
                   with no advancing
               move spaces to ws-text-entry
               accept ws-text-entry
               if ws-text-entry not = spaces then
                   move ws-text-entry to ws-cand-team
               end-if
           else
               accept s-stm-team-form-screen
               if ws-crt-status = COB-SCR-ESC then
                   set ws-entry-cancelled to true
               end-if
           end-if

           if ws-cand-player = spaces and ws-cand-team = spaces then
               set ws-entry-cancelled to true
           end-if

           exit paragraph.


      *> A row number from the list on show, 1 to ws-row-limit.
       get-row-pick.

           set ws-entry-ok to true
           move spaces to ws-row-pick-in

           if ws-text-mode then
               display "Which row? (number): " with no advancing
               accept ws-row-pick-in
           else
               accept s-stm-pick-screen
               if ws-crt-status = COB-SCR-ESC then
                   set ws-entry-bad to true
                   exit paragraph
               end-if
           end-if

           move numval(ws-row-pick-in) to ws-row-pick

           if ws-row-pick < 1 or ws-row-pick > ws-row-limit then
               move "No such row." to ws-stm-message
               set ws-entry-bad to true
           end-if

           exit paragraph.


       get-confirm.

           move space to ws-confirm-in

           if ws-text-mode then
               display concat(trim(ws-confirm-prompt) " ")
                   with no advancing
               accept ws-confirm-in
           else
               accept s-stm-confirm-screen
           end-if

           move upper-case(ws-confirm-in) to ws-confirm-in

           exit paragraph.


      *> ==================== saving ====================

       save-seasons.

           open output fd-season-tmp

               perform varying ws-sea-idx from 1 by 1
                   until ws-sea-idx > ws-season-count
                   move ws-sea-id(ws-sea-idx) to f-season-id
                   move ws-sea-from(ws-sea-idx) to f-season-from
                   move ws-sea-to(ws-sea-idx) to f-season-to
                   write f-season-tmp-record from f-season-record
               end-perform

           close fd-season-tmp

           call "CBL_DELETE_FILE" using ws-season-file-name
           call "CBL_RENAME_FILE" using
               ws-season-tmp-name ws-season-file-name

           exit paragraph.


       save-team-roster.

           open output fd-roster-tmp

               perform varying ws-roster-idx from 1 by 1
                   until ws-roster-idx > ws-roster-count
                   evaluate ws-ros-state(ws-roster-idx)
                       when 'R'
                           continue
                       when 'C'
                           move concat(
                               trim(ws-ros-player(ws-roster-idx)) "|"
                               trim(ws-ros-team(ws-roster-idx)))
                               to f-roster-tmp-record
                           write f-roster-tmp-record
                       when other
                           move ws-ros-line(ws-roster-idx)
                               to f-roster-tmp-record
                           write f-roster-tmp-record
                   end-evaluate
               end-perform

           close fd-roster-tmp

           call "CBL_DELETE_FILE" using ws-roster-file-name
           call "CBL_RENAME_FILE" using
               ws-roster-tmp-name ws-roster-file-name

           exit paragraph.


      *> Refuses to change anything while an administrative run
      *> holds the maintenance lock.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "season-team-maint" to l-ml-program
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.


       check-operator-grant.

           move "season-team-maint" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program season-team-maint.
