      ******************************************************************
      * Purpose: Commissioner's maintenance of the registered-player
      *          master (cobordle_players.dat). Only ids on the master
      *          and active may record play (player-signin checks
      *          every game's player before the round), so a new
      *          starter is added here, a leaver is deactivated, and a
      *          forgotten PIN is reset. Adding, enrolling and
      *          resetting each issue a one-time initial PIN, printed
      *          here for the commissioner to hand over and stored
      *          only as a hash: player-signin asks for it before the
      *          player may choose their own, so nobody can claim an
      *          id they weren't given. --enrol-from-stats
      *          registers, in one go, every player already in the
      *          stats file (team from cobordle_teams.dat), which is
      *          how an office that has been playing without the
      *          master switches it on.
      *
      *          Usage: player-master               (list)
      *                 player-master --add=ID [--team=TEAM] [--confirm]
      *                 player-master --deactivate=ID [--confirm]
      *                 player-master --activate=ID [--confirm]
      *                 player-master --reset-pin=ID [--confirm]
      *                 player-master --set-team=ID --team=TEAM
      *                               [--confirm]
      *                 player-master --enrol-from-stats [--confirm]
      *          --add asks for the display name. Without --confirm
      *          nothing is changed and no PIN is issued.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. player-master.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-player-file
               assign to dynamic ws-player-file-name
               organization is line sequential.

               select fd-player-tmp
               assign to dynamic ws-player-tmp-name
               organization is line sequential.

               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is sequential
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-roster-file
               assign to dynamic ws-roster-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-player-file.
       copy "./src/copy/player_record.cpy".

       fd  fd-player-tmp.
       01  f-player-tmp-record         pic x(89).

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

      *> PLAYER|TEAM rows, the same file leaderboard-report's team
      *> standings read.
       fd  fd-roster-file.
       01  f-roster-record             pic x(60).

       working-storage section.

       01  ws-player-file-name     pic x(40)
                                   value "cobordle_players.dat".
       01  ws-player-tmp-name      pic x(40)
                                   value "cobordle_players.dat.tmp".
       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-roster-file-name     pic x(40) value "cobordle_teams.dat".

       01  ws-cmd-args             pic x(2024).
       01  ws-arg-discard          pic x(2024).
       01  ws-arg-remainder        pic x(2024).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-mode                 pic x(12) value "LIST".
       01  ws-target-id            pic x(20) value spaces.
       01  ws-team-arg             pic x(20) value spaces.

       01  ws-confirm-sw           pic a value 'N'.
           88  ws-confirmed        value 'Y'.
           88  ws-preview-only     value 'N'.

       01  ws-outcome              pic x(8) value "OK".

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-today                pic 9(8).

      *> The whole master, changed in memory and written back.
       01  ws-max-players          constant as 500.
       01  ws-players occurs ws-max-players times.
           05  ws-pl-id            pic x(20).
           05  ws-pl-name          pic x(30).
           05  ws-pl-team          pic x(20).
           05  ws-pl-status        pic a.
           05  ws-pl-pin-hash      pic 9(9).
           05  ws-pl-joined        pic 9(8).
           05  ws-pl-pin-state     pic a.
       01  ws-player-count         pic 9(4) comp value 0.
       01  ws-player-idx           pic 9(4) comp.
       01  ws-found-idx            pic 9(4) comp value 0.
       01  ws-changed-count        pic 9(4) comp value 0.

       01  ws-max-roster           constant as 500.
       01  ws-roster occurs ws-max-roster times.
           05  ws-ros-player       pic x(20).
           05  ws-ros-team         pic x(20).
       01  ws-roster-count         pic 9(4) comp value 0.
       01  ws-roster-idx           pic 9(4) comp.
       01  ws-ros-parse-player     pic x(30).
       01  ws-ros-parse-team       pic x(30).

       01  ws-name-in              pic x(30).
       01  ws-last-stats-player    pic x(20) value spaces.

      *> One-time initial PINs: six random digits, the generator
      *> seeded once per run from the time of day.
       01  ws-random-seed          pic 9(9) value 0.
       01  ws-random-dummy         pic 9v9(9).
       01  ws-initial-pin-num      pic 9(6).
       01  ws-initial-pin          pic x(8).

       01  ws-status-text          pic x(8).
       01  ws-pin-text             pic x(6).
       01  ws-count-disp           pic z(4)9.

      *> PIN hashing is player-signin's, so the two can't disagree.
       copy "./src/copy/player_signin.cpy".

      *> One administrative run-journal row per change run.
       copy "./src/copy/run_journal.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Player master"
           display space

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if ws-mode not = "LIST" then
               perform check-operator-grant
           end-if

           move function current-date(1:8) to ws-today

           perform load-player-master

           if ws-mode = "LIST" then
               perform list-players
               stop run
           end-if

           if ws-preview-only then
               display "Preview only -- nothing will be changed. "
                   "Rerun with --confirm."
               display space
               move "PREVIEW" to ws-outcome
           end-if

           evaluate ws-mode
               when "ADD"
                   perform add-player
               when "DEACTIVATE"
                   perform set-player-status
               when "ACTIVATE"
                   perform set-player-status
               when "RESET-PIN"
                   perform reset-player-pin
               when "SET-TEAM"
                   perform set-player-team
               when "ENROL"
                   perform enrol-from-stats
           end-evaluate

           if ws-confirmed and ws-changed-count > 0
           and ws-outcome = "OK" then
               perform save-player-master
           end-if

           move "player-master" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move ws-player-count to l-rj-rows-in
           move ws-changed-count to l-rj-rows-out
           move ws-outcome to l-rj-outcome
           call "run-journal" using l-run-journal

           if ws-outcome = "REFUSED" then
               move 8 to return-code
           end-if

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found for all "--add="
           if ws-cmd-found > 0 then
               move "ADD" to ws-mode
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--add="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-target-id
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--deactivate="
           if ws-cmd-found > 0 then
               move "DEACTIVATE" to ws-mode
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--deactivate="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-target-id
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--activate="
           if ws-cmd-found > 0 and ws-mode = "LIST" then
               move "ACTIVATE" to ws-mode
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--activate="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-target-id
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--reset-pin="
           if ws-cmd-found > 0 then
               move "RESET-PIN" to ws-mode
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--reset-pin="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-target-id
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--set-team="
           if ws-cmd-found > 0 then
               move "SET-TEAM" to ws-mode
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--set-team="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-target-id
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--team="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--team="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-team-arg
               move upper-case(ws-team-arg) to ws-team-arg
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--enrol-from-stats"
           if ws-cmd-found > 0 then
               move "ENROL" to ws-mode
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--confirm"
           if ws-cmd-found > 0 then
               set ws-confirmed to true
           end-if

           move upper-case(ws-target-id) to ws-target-id

           if ws-mode not = "LIST" and ws-mode not = "ENROL"
           and ws-target-id = spaces then
               display "Which player? Give the id after the = sign."
               stop run
           end-if

           exit paragraph.


       load-player-master.

           move 0 to ws-player-count
           set ws-not-eof to true

           open input fd-player-file

               perform until ws-eof
                   read fd-player-file
                   at end set ws-eof to true
                   not at end
                       if f-plyr-id not = spaces
                       and ws-player-count < ws-max-players then
                           add 1 to ws-player-count
                           move f-plyr-id
                               to ws-pl-id(ws-player-count)
                           move f-plyr-name
                               to ws-pl-name(ws-player-count)
                           move f-plyr-team
                               to ws-pl-team(ws-player-count)
                           move f-plyr-status
                               to ws-pl-status(ws-player-count)
                           move f-plyr-pin-hash
                               to ws-pl-pin-hash(ws-player-count)
                           move f-plyr-joined
                               to ws-pl-joined(ws-player-count)
                           move f-plyr-pin-state
                               to ws-pl-pin-state(ws-player-count)
                       end-if
                   end-read
               end-perform

           close fd-player-file

           exit paragraph.


      *> Sets ws-found-idx to the target player's row, or 0.
       find-target-player.

           move 0 to ws-found-idx

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count
               or ws-found-idx > 0
               if ws-pl-id(ws-player-idx) = ws-target-id then
                   move ws-player-idx to ws-found-idx
               end-if
           end-perform

           exit paragraph.


       list-players.

           if ws-player-count = 0 then
               display "No player master yet -- registration is not "
                   "in force. player-master --enrol-from-stats "
                   "starts one."
               exit paragraph
           end-if

           display "Player               Name                          "
               " Team                 Status   PIN    Joined"

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count

               if ws-pl-status(ws-player-idx) = 'A' then
                   move "active" to ws-status-text
               else
                   move "inactive" to ws-status-text
               end-if
               evaluate true
                   when ws-pl-pin-hash(ws-player-idx) = 0
                       move "unset" to ws-pin-text
                   when ws-pl-pin-state(ws-player-idx) = 'M'
                       move "issued" to ws-pin-text
                   when other
                       move "set" to ws-pin-text
               end-evaluate

               display ws-pl-id(ws-player-idx) " "
                   ws-pl-name(ws-player-idx) " "
                   ws-pl-team(ws-player-idx) " "
                   ws-status-text " " ws-pin-text " "
                   ws-pl-joined(ws-player-idx)
           end-perform

           display space
           move ws-player-count to ws-count-disp
           display concat(trim(ws-count-disp) " player(s) registered.")

           exit paragraph.


       add-player.

           perform check-player-id-safe
           if ws-outcome = "REFUSED" then
               exit paragraph
           end-if

           perform find-target-player
           if ws-found-idx > 0 then
               display concat(
                   trim(ws-target-id) " is already registered.")
               move "REFUSED" to ws-outcome
               exit paragraph
           end-if

           if ws-player-count >= ws-max-players then
               display "The player master is full."
               move "REFUSED" to ws-outcome
               exit paragraph
           end-if

           if ws-preview-only then
               display concat(
                   "WOULD ADD: " trim(ws-target-id) " team "
                   trim(ws-team-arg))
               add 1 to ws-changed-count
               exit paragraph
           end-if

           display "Display name: " with no advancing
           move spaces to ws-name-in
           accept ws-name-in
           if ws-name-in = spaces then
               move ws-target-id to ws-name-in
           end-if

           add 1 to ws-player-count
           move ws-target-id to ws-pl-id(ws-player-count)
           move ws-name-in to ws-pl-name(ws-player-count)
           move ws-team-arg to ws-pl-team(ws-player-count)
           move 'A' to ws-pl-status(ws-player-count)
           move 0 to ws-pl-pin-hash(ws-player-count)
           move ws-today to ws-pl-joined(ws-player-count)

           add 1 to ws-changed-count
           display concat("Added " trim(ws-target-id) ".")

           move ws-player-count to ws-found-idx
           perform issue-initial-pin

           exit paragraph.


      *> Same allowed character set the games apply before a player
      *> id goes into a file name or a shell command line.
       check-player-id-safe.

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > 20

               evaluate ws-target-id(ws-player-idx:1)
                   when space
                   when "A" thru "Z"
                   when "0" thru "9"
                   when "-"
                   when "_"
                       continue
                   when other
                       display "Player ids take letters, digits, - "
                           "and _ only."
                       move "REFUSED" to ws-outcome
                       exit paragraph
               end-evaluate
           end-perform

           exit paragraph.


       set-player-status.

           perform find-target-player
           if ws-found-idx = 0 then
               display concat(
                   trim(ws-target-id) " is not registered.")
               move "REFUSED" to ws-outcome
               exit paragraph
           end-if

           if ws-mode = "DEACTIVATE" then
               if ws-preview-only then
                   display concat(
                       "WOULD DEACTIVATE: " trim(ws-target-id))
               else
                   move 'I' to ws-pl-status(ws-found-idx)
                   display concat(
                       trim(ws-target-id) " deactivated -- no more "
                       "recorded play under this id.")
               end-if
           else
               if ws-preview-only then
                   display concat(
                       "WOULD ACTIVATE: " trim(ws-target-id))
               else
                   move 'A' to ws-pl-status(ws-found-idx)
                   display concat(
                       trim(ws-target-id) " is active again.")
               end-if
           end-if

           add 1 to ws-changed-count

           exit paragraph.


       reset-player-pin.

           perform find-target-player
           if ws-found-idx = 0 then
               display concat(
                   trim(ws-target-id) " is not registered.")
               move "REFUSED" to ws-outcome
               exit paragraph
           end-if

           if ws-preview-only then
               display concat("WOULD RESET PIN: " trim(ws-target-id))
           else
               perform issue-initial-pin
           end-if

           add 1 to ws-changed-count

           exit paragraph.


       set-player-team.

           perform find-target-player
           if ws-found-idx = 0 then
               display concat(
                   trim(ws-target-id) " is not registered.")
               move "REFUSED" to ws-outcome
               exit paragraph
           end-if

           if ws-preview-only then
               display concat(
                   "WOULD SET TEAM: " trim(ws-target-id) " -> "
                   trim(ws-team-arg))
           else
               move ws-team-arg to ws-pl-team(ws-found-idx)
               display concat(
                   trim(ws-target-id) " is now on team "
                   trim(ws-team-arg) ".")
           end-if

           add 1 to ws-changed-count

           exit paragraph.


      *> Every distinct stats-file player not yet on the master,
      *> active with an initial PIN issued, team from the roster file
      *> when it has one.
       enrol-from-stats.

           perform load-team-roster

           set ws-not-eof to true

           open input fd-stats-file

               perform until ws-eof
                   read fd-stats-file next record
                   at end set ws-eof to true
                   not at end
                       if f-stats-player not = ws-last-stats-player
                       then
                           move f-stats-player to ws-last-stats-player
                           move f-stats-player to ws-target-id
                           perform enrol-one-player
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           move ws-changed-count to ws-count-disp
           if ws-preview-only then
               display concat(
                   trim(ws-count-disp) " player(s) would be enrolled.")
           else
               display concat(
                   trim(ws-count-disp) " player(s) enrolled.")
           end-if

           exit paragraph.


       enrol-one-player.

           perform find-target-player
           if ws-found-idx > 0 then
               exit paragraph
           end-if

           if ws-player-count >= ws-max-players then
               exit paragraph
           end-if

           move spaces to ws-team-arg
           perform varying ws-roster-idx from 1 by 1
               until ws-roster-idx > ws-roster-count
               if ws-ros-player(ws-roster-idx) = ws-target-id then
                   move ws-ros-team(ws-roster-idx) to ws-team-arg
               end-if
           end-perform

           add 1 to ws-changed-count

           if ws-preview-only then
               display concat(
                   "WOULD ENROL: " trim(ws-target-id) " team "
                   trim(ws-team-arg))
               exit paragraph
           end-if

           add 1 to ws-player-count
           move ws-target-id to ws-pl-id(ws-player-count)
           move ws-target-id to ws-pl-name(ws-player-count)
           move ws-team-arg to ws-pl-team(ws-player-count)
           move 'A' to ws-pl-status(ws-player-count)
           move 0 to ws-pl-pin-hash(ws-player-count)
           move ws-today to ws-pl-joined(ws-player-count)

           move ws-player-count to ws-found-idx
           perform issue-initial-pin

           exit paragraph.


      *> A fresh one-time PIN for the player at ws-found-idx, shown
      *> once here and kept only as player-signin's hash. The player
      *> types it at their next sign-in and then has to choose their
      *> own.
       issue-initial-pin.

           if ws-random-seed = 0 then
               accept ws-random-seed from time
               compute ws-random-dummy = random(ws-random-seed)
           end-if

           compute ws-initial-pin-num = random * 900000 + 100000
           move ws-initial-pin-num to ws-initial-pin

           set l-ps-hash-only to true
           move ws-pl-id(ws-found-idx) to l-ps-player
           move ws-initial-pin to l-ps-pin
           call "player-signin" using l-player-signin
           move l-ps-pin-hash to ws-pl-pin-hash(ws-found-idx)
           move 'M' to ws-pl-pin-state(ws-found-idx)
           move spaces to l-ps-pin

           display concat(
               "Initial PIN for " trim(ws-pl-id(ws-found-idx)) ": "
               ws-initial-pin(1:6)
               " -- hand it to the player; it has to be changed at "
               "their first sign-in.")

           move spaces to ws-initial-pin

           exit paragraph.


       load-team-roster.

           set ws-not-eof to true

           open input fd-roster-file

               perform until ws-eof
                   read fd-roster-file
                   at end set ws-eof to true
                   not at end
                       if f-roster-record not = spaces
                       and f-roster-record(1:1) not = "*"
                       and ws-roster-count < ws-max-roster then
                           move spaces to ws-ros-parse-player
                           move spaces to ws-ros-parse-team
                           unstring f-roster-record delimited by "|"
                               into ws-ros-parse-player
                                    ws-ros-parse-team

                           if ws-ros-parse-team not = spaces then
                               add 1 to ws-roster-count
                               move upper-case(
                                   trim(ws-ros-parse-player))
                                   to ws-ros-player(ws-roster-count)
                               move upper-case(
                                   trim(ws-ros-parse-team))
                                   to ws-ros-team(ws-roster-count)
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-roster-file

           exit paragraph.


       save-player-master.

           open output fd-player-tmp

               perform varying ws-player-idx from 1 by 1
                   until ws-player-idx > ws-player-count
                   move ws-pl-id(ws-player-idx) to f-plyr-id
                   move ws-pl-name(ws-player-idx) to f-plyr-name
                   move ws-pl-team(ws-player-idx) to f-plyr-team
                   move ws-pl-status(ws-player-idx) to f-plyr-status
                   move ws-pl-pin-hash(ws-player-idx)
                       to f-plyr-pin-hash
                   move ws-pl-joined(ws-player-idx) to f-plyr-joined
                   move ws-pl-pin-state(ws-player-idx)
                       to f-plyr-pin-state
                   write f-player-tmp-record from f-player-record
               end-perform

           close fd-player-tmp

           call "CBL_DELETE_FILE" using ws-player-file-name
           call "CBL_RENAME_FILE" using
               ws-player-tmp-name ws-player-file-name

           exit paragraph.


       check-operator-grant.

           move "player-master" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program player-master.
