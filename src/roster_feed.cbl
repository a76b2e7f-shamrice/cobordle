      ******************************************************************
      * Purpose: Nightly roster feed from the HR directory. Reads the
      *          delimited roster extract HR drops for us (login,
      *          display name, department, status -- one employee a
      *          line, "|" or "," between fields, a LOGIN header line
      *          allowed) and brings the hand-kept files into line
      *          with it:
      *
      *            - a new starter is added to the player master
      *              (active, no PIN yet -- the commissioner issues
      *              a first one with player-master --reset-pin, and
      *              the id can't sign in until then) and to
      *              cobordle_teams.dat;
      *            - a player whose department has moved gets the
      *              new team on the master and in the teams file;
      *            - a leaver is listed as a candidate for
      *              player-purge, and nothing more: the purge stays
      *              the commissioner's call.
      *
      *          The team is the department name, or what
      *          cobordle_dept_teams.dat (DEPARTMENT|TEAM rows) maps
      *          it to. Active players HR no longer lists, and
      *          deactivated ones HR still shows as active, are
      *          reported for a look but not changed.
      *
      *          Every finding goes into cobordle_roster_feed.rpt,
      *          the change report the commissioner signs off. Until
      *          player-master has created the master, registration
      *          isn't in force and starters go into the teams file
      *          only.
      *
      *          Usage: roster-feed [--file=EXTRACT] [--confirm]
      *          (default extract cobordle_hr_roster.csv)
      *          Without --confirm nothing is changed.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. roster-feed.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-extract-file
               assign to dynamic ws-extract-file-name
               organization is line sequential.

               select optional fd-player-file
               assign to dynamic ws-player-file-name
               organization is line sequential.

               select fd-player-tmp
               assign to dynamic ws-player-tmp-name
               organization is line sequential.

               select optional fd-roster-file
               assign to dynamic ws-roster-file-name
               organization is line sequential.

               select fd-roster-tmp
               assign to dynamic ws-roster-tmp-name
               organization is line sequential.

               select optional fd-dept-file
               assign to dynamic ws-dept-file-name
               organization is line sequential.

               select fd-report-file
               assign to dynamic ws-report-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-extract-file.
       01  f-extract-record            pic x(200).

       fd  fd-player-file.
       copy "./src/copy/player_record.cpy".

       fd  fd-player-tmp.
       01  f-player-tmp-record         pic x(89).

      *> PLAYER|TEAM rows, the same file leaderboard-report's team
      *> standings read.
       fd  fd-roster-file.
       01  f-roster-record             pic x(60).

       fd  fd-roster-tmp.
       01  f-roster-tmp-record         pic x(60).

      *> DEPARTMENT|TEAM rows, for departments whose team isn't
      *> simply the department name.
       fd  fd-dept-file.
       01  f-dept-record               pic x(80).

       fd  fd-report-file.
       01  f-report-record             pic x(120).

       working-storage section.

       01  ws-extract-file-name    pic x(60)
                                   value "cobordle_hr_roster.csv".
       01  ws-player-file-name     pic x(40)
                                   value "cobordle_players.dat".
       01  ws-player-tmp-name      pic x(40)
                                   value "cobordle_players.dat.tmp".
       01  ws-roster-file-name     pic x(40) value "cobordle_teams.dat".
       01  ws-roster-tmp-name      pic x(40)
                                   value "cobordle_teams.dat.tmp".
       01  ws-dept-file-name       pic x(40)
                                   value "cobordle_dept_teams.dat".
       01  ws-report-file-name     pic x(40)
                                   value "cobordle_roster_feed.rpt".

       01  ws-cmd-args             pic x(2024).
       01  ws-arg-discard          pic x(2024).
       01  ws-arg-remainder        pic x(2024).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-confirm-sw           pic a value 'N'.
           88  ws-confirmed        value 'Y'.
           88  ws-preview-only     value 'N'.

       01  ws-outcome              pic x(8) value "OK".

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-extract-found-sw     pic a value 'N'.
           88  ws-extract-found    value 'Y'.

       01  ws-today                pic 9(8).

      *> The whole master, changed in memory and written back; the
      *> seen flag marks ids the extract mentioned.
       01  ws-max-players          constant as 500.
       01  ws-players occurs ws-max-players times.
           05  ws-pl-id            pic x(20).
           05  ws-pl-name          pic x(30).
           05  ws-pl-team          pic x(20).
           05  ws-pl-status        pic a.
           05  ws-pl-pin-hash      pic 9(9).
           05  ws-pl-joined        pic 9(8).
           05  ws-pl-pin-state     pic a.
           05  ws-pl-seen          pic a.
       01  ws-player-count         pic 9(4) comp value 0.
       01  ws-master-rows          pic 9(4) comp value 0.
       01  ws-player-idx           pic 9(4) comp.
       01  ws-found-idx            pic 9(4) comp value 0.

      *> The teams file line by line, so comments and rows for
      *> players HR doesn't know (guests, contractors) go back as
      *> they were; only rows the feed changes are rebuilt.
       01  ws-max-roster           constant as 500.
       01  ws-roster occurs ws-max-roster times.
           05  ws-ros-line         pic x(60).
           05  ws-ros-player       pic x(20).
           05  ws-ros-team         pic x(20).
           05  ws-ros-changed      pic a.
       01  ws-roster-count         pic 9(4) comp value 0.
       01  ws-roster-idx           pic 9(4) comp.
       01  ws-ros-found-idx        pic 9(4) comp value 0.
       01  ws-ros-parse-player     pic x(30).
       01  ws-ros-parse-team       pic x(30).

       01  ws-max-depts            constant as 100.
       01  ws-depts occurs ws-max-depts times.
           05  ws-dept-name        pic x(40).
           05  ws-dept-team        pic x(20).
       01  ws-dept-count           pic 9(3) comp value 0.
       01  ws-dept-idx             pic 9(3) comp.
       01  ws-dept-parse-name      pic x(40).
       01  ws-dept-parse-team      pic x(30).

      *> One extract line, split.
       01  ws-extract-line         pic x(200).
       01  ws-extract-line-no      pic 9(5) comp value 0.
       01  ws-pipe-count           pic 9(3) comp.
       01  ws-hr-login             pic x(40).
       01  ws-hr-name              pic x(60).
       01  ws-hr-dept              pic x(40).
       01  ws-hr-status            pic x(20).
       01  ws-hr-id                pic x(20).
       01  ws-hr-team              pic x(20).
       01  ws-old-team             pic x(20).
       01  ws-team-reported-sw     pic a value 'N'.
           88  ws-team-reported    value 'Y'.
           88  ws-team-not-reported value 'N'.

       01  ws-id-safe-sw           pic a value 'Y'.
           88  ws-id-safe          value 'Y'.
           88  ws-id-unsafe        value 'N'.
       01  ws-char-idx             pic 9(2) comp.

       01  ws-rows-read            pic 9(5) comp value 0.
       01  ws-added-count          pic 9(4) comp value 0.
       01  ws-team-change-count    pic 9(4) comp value 0.
       01  ws-leaver-count         pic 9(4) comp value 0.
       01  ws-query-count          pic 9(4) comp value 0.
       01  ws-skipped-count        pic 9(4) comp value 0.
       01  ws-master-changed       pic 9(4) comp value 0.
       01  ws-roster-changed       pic 9(4) comp value 0.

       01  ws-report-line          pic x(120).
       01  ws-line-disp            pic z(4)9.
       01  ws-count-disp           pic z(4)9.

      *> One administrative run-journal row per feed.
       copy "./src/copy/run_journal.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - HR roster feed"
           display space

           accept ws-cmd-args from command-line
           perform parse-cmd-args
           perform check-operator-grant

           move function current-date(1:8) to ws-today

           if ws-preview-only then
               display "Preview only -- nothing will be changed. "
                   "Rerun with --confirm."
               display space
               move "PREVIEW" to ws-outcome
           end-if

           perform load-player-master
           perform load-team-roster
           perform load-dept-map

           open output fd-report-file

           move concat(
               "COBORDLE roster feed " ws-today " from "
               trim(ws-extract-file-name))
               to ws-report-line
           perform put-report-line
           if ws-preview-only then
               move "Preview -- the changes below were NOT applied."
                   to ws-report-line
           else
               move "The changes below were applied."
                   to ws-report-line
           end-if
           perform put-report-line
           if ws-master-rows = 0 then
               move concat(
                   "No player master yet: starters go into "
                   trim(ws-roster-file-name) " only.")
                   to ws-report-line
               perform put-report-line
           end-if
           move spaces to ws-report-line
           perform put-report-line

           perform read-roster-extract

           if not ws-extract-found then
               move concat(
                   "FAILED: no roster extract in "
                   trim(ws-extract-file-name) " -- nothing changed.")
                   to ws-report-line
               perform put-report-line
               close fd-report-file
               move "FAILED" to ws-outcome
               perform write-journal-row
               move 8 to return-code
               stop run
           end-if

           perform report-unlisted-players

           if ws-confirmed then
               if ws-master-changed > 0 then
                   perform save-player-master
               end-if
               if ws-roster-changed > 0 then
                   perform save-team-roster
               end-if
           end-if

           perform write-report-footer

           close fd-report-file

           display space
           display concat(
               "Change report: " trim(ws-report-file-name))

           perform write-journal-row

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found for all "--file="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--file="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-extract-file-name
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--confirm"
           if ws-cmd-found > 0 then
               set ws-confirmed to true
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
                           move 'N' to ws-pl-seen(ws-player-count)
                       end-if
                   end-read
               end-perform

           close fd-player-file

           move ws-player-count to ws-master-rows

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
                           move 'N' to ws-ros-changed(ws-roster-count)
                           if f-roster-record not = spaces
                           and f-roster-record(1:1) not = "*" then
                               perform parse-team-roster-row
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


       load-dept-map.

           set ws-not-eof to true

           open input fd-dept-file

               perform until ws-eof
                   read fd-dept-file
                   at end set ws-eof to true
                   not at end
                       if f-dept-record not = spaces
                       and f-dept-record(1:1) not = "*"
                       and ws-dept-count < ws-max-depts then
                           move spaces to ws-dept-parse-name
                           move spaces to ws-dept-parse-team
                           unstring f-dept-record delimited by "|"
                               into ws-dept-parse-name
                                    ws-dept-parse-team
                           if ws-dept-parse-team not = spaces then
                               add 1 to ws-dept-count
                               move upper-case(
                                   trim(ws-dept-parse-name))
                                   to ws-dept-name(ws-dept-count)
                               move upper-case(
                                   trim(ws-dept-parse-team))
                                   to ws-dept-team(ws-dept-count)
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-dept-file

           exit paragraph.


       read-roster-extract.

           set ws-not-eof to true

           open input fd-extract-file

               perform until ws-eof
                   read fd-extract-file
                   at end set ws-eof to true
                   not at end
                       set ws-extract-found to true
                       add 1 to ws-extract-line-no
                       move f-extract-record to ws-extract-line
                       if ws-extract-line not = spaces then
                           perform process-extract-line
                       end-if
                   end-read
               end-perform

           close fd-extract-file

           exit paragraph.


       process-extract-line.

           perform split-extract-line

           if upper-case(ws-hr-login) = "LOGIN" then
               exit paragraph
           end-if

           add 1 to ws-rows-read

           move upper-case(ws-hr-login) to ws-hr-id
           perform check-player-id-safe

           if ws-hr-login = spaces or ws-id-unsafe
           or length(trim(ws-hr-login)) > 20 then
               move ws-extract-line-no to ws-line-disp
               move concat(
                   "SKIPPED       line " trim(ws-line-disp)
                   ": login """ trim(ws-hr-login)
                   """ isn't a usable player id")
                   to ws-report-line
               perform put-report-line
               add 1 to ws-skipped-count
               exit paragraph
           end-if

           evaluate upper-case(ws-hr-status)
               when "A"
               when "ACT"
               when "ACTIVE"
                   perform resolve-team
                   perform apply-active-row
               when "L"
               when "T"
               when "I"
               when "LEFT"
               when "LEAVER"
               when "TERM"
               when "TERMINATED"
               when "INACTIVE"
                   perform apply-leaver-row
               when other
                   move ws-extract-line-no to ws-line-disp
                   move concat(
                       "SKIPPED       line " trim(ws-line-disp)
                       ": " trim(ws-hr-id) " has status """
                       trim(ws-hr-status) """ -- expected ACTIVE "
                       "or LEFT")
                       to ws-report-line
                   perform put-report-line
                   add 1 to ws-skipped-count
           end-evaluate

           exit paragraph.


      *> HR's extract comes "|"-delimited or as CSV; quotes around a
      *> field are dropped.
       split-extract-line.

           move 0 to ws-pipe-count
           inspect ws-extract-line tallying ws-pipe-count for all "|"
           inspect ws-extract-line replacing all '"' by space

           move spaces to ws-hr-login
           move spaces to ws-hr-name
           move spaces to ws-hr-dept
           move spaces to ws-hr-status

           if ws-pipe-count > 0 then
               unstring ws-extract-line delimited by "|"
                   into ws-hr-login ws-hr-name ws-hr-dept ws-hr-status
           else
               unstring ws-extract-line delimited by ","
                   into ws-hr-login ws-hr-name ws-hr-dept ws-hr-status
           end-if

           move trim(ws-hr-login) to ws-hr-login
           move trim(ws-hr-name) to ws-hr-name
           move upper-case(trim(ws-hr-dept)) to ws-hr-dept
           move trim(ws-hr-status) to ws-hr-status

           exit paragraph.


      *> Same allowed character set the games apply before a player
      *> id goes into a file name or a shell command line.
       check-player-id-safe.

           set ws-id-safe to true

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > 20

               evaluate ws-hr-id(ws-char-idx:1)
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


       resolve-team.

           move ws-hr-dept to ws-hr-team

           perform varying ws-dept-idx from 1 by 1
               until ws-dept-idx > ws-dept-count
               if ws-dept-name(ws-dept-idx) = ws-hr-dept then
                   move ws-dept-team(ws-dept-idx) to ws-hr-team
               end-if
           end-perform

           exit paragraph.


       find-master-player.

           move 0 to ws-found-idx

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count
               or ws-found-idx > 0
               if ws-pl-id(ws-player-idx) = ws-hr-id then
                   move ws-player-idx to ws-found-idx
               end-if
           end-perform

           exit paragraph.


       find-roster-player.

           move 0 to ws-ros-found-idx

           perform varying ws-roster-idx from 1 by 1
               until ws-roster-idx > ws-roster-count
               or ws-ros-found-idx > 0
               if ws-ros-player(ws-roster-idx) = ws-hr-id then
                   move ws-roster-idx to ws-ros-found-idx
               end-if
           end-perform

           exit paragraph.


      *> A current employee: on the master (when there is one) and in
      *> the teams file, on their department's team.
       apply-active-row.

           set ws-team-not-reported to true

           perform find-master-player
           perform find-roster-player

           if ws-found-idx > 0 then
               move 'Y' to ws-pl-seen(ws-found-idx)
           end-if

           if ws-found-idx = 0 and ws-master-rows > 0 then
               perform add-new-starter
           end-if

           if ws-found-idx > 0 then
               if ws-pl-status(ws-found-idx) not = 'A' then
                   move concat(
                       "CHECK         " ws-hr-id " active in HR but "
                       "deactivated on the master")
                       to ws-report-line
                   perform put-report-line
                   add 1 to ws-query-count
               end-if

               if ws-hr-team not = spaces
               and ws-pl-team(ws-found-idx) not = ws-hr-team then
                   move ws-pl-team(ws-found-idx) to ws-old-team
                   perform report-team-change
                   move ws-hr-team to ws-pl-team(ws-found-idx)
                   add 1 to ws-master-changed
               end-if
           end-if

           if ws-hr-team = spaces then
               exit paragraph
           end-if

           if ws-ros-found-idx = 0 then
               if ws-roster-count >= ws-max-roster then
                   exit paragraph
               end-if
               add 1 to ws-roster-count
               move spaces to ws-ros-line(ws-roster-count)
               move ws-hr-id to ws-ros-player(ws-roster-count)
               move ws-hr-team to ws-ros-team(ws-roster-count)
               move 'Y' to ws-ros-changed(ws-roster-count)
               add 1 to ws-roster-changed
               move spaces to ws-old-team
               perform report-team-change
               exit paragraph
           end-if

           if ws-ros-team(ws-ros-found-idx) not = ws-hr-team then
               move ws-ros-team(ws-ros-found-idx) to ws-old-team
               move ws-hr-team to ws-ros-team(ws-ros-found-idx)
               move 'Y' to ws-ros-changed(ws-ros-found-idx)
               add 1 to ws-roster-changed
               perform report-team-change
           end-if

           exit paragraph.


      *> One report line per player however many files the move
      *> touched; a new starter's line already gives the team.
       report-team-change.

           if ws-team-reported then
               exit paragraph
           end-if
           set ws-team-reported to true

           if ws-old-team = spaces then
               move concat(
                   "TEAM SET      " ws-hr-id " -> " trim(ws-hr-team))
                   to ws-report-line
           else
               move concat(
                   "TEAM CHANGE   " ws-hr-id " "
                   trim(ws-old-team) " -> " trim(ws-hr-team))
                   to ws-report-line
           end-if
           perform put-report-line
           add 1 to ws-team-change-count

           exit paragraph.


      *> Active, no PIN yet (player-master --reset-pin issues one),
      *> joined today.
       add-new-starter.

           if ws-player-count >= ws-max-players then
               move concat(
                   "SKIPPED       " ws-hr-id " new starter -- the "
                   "player master is full")
                   to ws-report-line
               perform put-report-line
               add 1 to ws-skipped-count
               exit paragraph
           end-if

           add 1 to ws-player-count
           move ws-hr-id to ws-pl-id(ws-player-count)
           move ws-hr-name to ws-pl-name(ws-player-count)
           if ws-hr-name = spaces then
               move ws-hr-id to ws-pl-name(ws-player-count)
           end-if
           move ws-hr-team to ws-pl-team(ws-player-count)
           move 'A' to ws-pl-status(ws-player-count)
           move 0 to ws-pl-pin-hash(ws-player-count)
           move ws-today to ws-pl-joined(ws-player-count)
           move space to ws-pl-pin-state(ws-player-count)
           move 'Y' to ws-pl-seen(ws-player-count)
           add 1 to ws-master-changed
           add 1 to ws-added-count

           move concat(
               "NEW STARTER   " ws-hr-id " "
               ws-pl-name(ws-player-count) " team "
               trim(ws-hr-team) " -- first PIN to issue")
               to ws-report-line
           perform put-report-line

           move ws-player-count to ws-found-idx
           set ws-team-reported to true

           exit paragraph.


      *> A leaver is only listed: purging is the commissioner's
      *> decision, made with player-purge once the report is signed.
       apply-leaver-row.

           perform find-master-player
           perform find-roster-player

           if ws-found-idx > 0 then
               move 'Y' to ws-pl-seen(ws-found-idx)
           end-if

           if ws-found-idx = 0 and ws-ros-found-idx = 0 then
               exit paragraph
           end-if

           move concat(
               "LEAVER        " ws-hr-id " candidate for: "
               "player-purge " trim(ws-hr-id) " --confirm")
               to ws-report-line
           perform put-report-line
           add 1 to ws-leaver-count

           exit paragraph.


      *> Active master rows the extract never mentioned: guests,
      *> contractors, or someone HR forgot. Listed, never changed.
       report-unlisted-players.

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-master-rows

               if ws-pl-seen(ws-player-idx) = 'N'
               and ws-pl-status(ws-player-idx) = 'A' then
                   move concat(
                       "CHECK         " ws-pl-id(ws-player-idx)
                       " active on the master, not in the HR extract")
                       to ws-report-line
                   perform put-report-line
                   add 1 to ws-query-count
               end-if
           end-perform

           exit paragraph.


       write-report-footer.

           move spaces to ws-report-line
           perform put-report-line

           move ws-rows-read to ws-count-disp
           move concat("Extract rows read:  " trim(ws-count-disp))
               to ws-report-line
           perform put-report-line
           move ws-added-count to ws-count-disp
           move concat("New starters:       " trim(ws-count-disp))
               to ws-report-line
           perform put-report-line
           move ws-team-change-count to ws-count-disp
           move concat("Team changes:       " trim(ws-count-disp))
               to ws-report-line
           perform put-report-line
           move ws-leaver-count to ws-count-disp
           move concat("Leavers to purge:   " trim(ws-count-disp))
               to ws-report-line
           perform put-report-line
           move ws-query-count to ws-count-disp
           move concat("To check:           " trim(ws-count-disp))
               to ws-report-line
           perform put-report-line
           move ws-skipped-count to ws-count-disp
           move concat("Skipped:            " trim(ws-count-disp))
               to ws-report-line
           perform put-report-line

           move spaces to ws-report-line
           perform put-report-line
           move concat(
               "Signed off (commissioner): ____________________  "
               "Date: __________")
               to ws-report-line
           perform put-report-line

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


       save-team-roster.

           open output fd-roster-tmp

               perform varying ws-roster-idx from 1 by 1
                   until ws-roster-idx > ws-roster-count
                   if ws-ros-changed(ws-roster-idx) = 'Y' then
                       move concat(
                           trim(ws-ros-player(ws-roster-idx)) "|"
                           trim(ws-ros-team(ws-roster-idx)))
                           to f-roster-tmp-record
                   else
                       move ws-ros-line(ws-roster-idx)
                           to f-roster-tmp-record
                   end-if
                   write f-roster-tmp-record
               end-perform

           close fd-roster-tmp

           call "CBL_DELETE_FILE" using ws-roster-file-name
           call "CBL_RENAME_FILE" using
               ws-roster-tmp-name ws-roster-file-name

           exit paragraph.


       put-report-line.

           move ws-report-line to f-report-record
           write f-report-record
           display ws-report-line

           exit paragraph.


       write-journal-row.

           move "roster-feed" to l-rj-program
           move ws-cmd-args(1:60) to l-rj-args
           move ws-rows-read to l-rj-rows-in
           if ws-confirmed then
               compute l-rj-rows-out =
                   ws-master-changed + ws-roster-changed
           else
               move 0 to l-rj-rows-out
           end-if
           move ws-outcome to l-rj-outcome
           call "run-journal" using l-run-journal

           exit paragraph.


       check-operator-grant.

           move "roster-feed" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program roster-feed.
