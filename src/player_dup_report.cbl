      ******************************************************************
      * Purpose: Probable duplicate player-id report. Collects every
      *          player id the estate knows -- the stats file keys,
      *          the cobordle_audit_<player>.log and
      *          cobordle_bank_<player>.dat file names, and the rating
      *          ladder -- and lists the pairs that are likely one
      *          person under two ids:
      *
      *            - case and spacing variants ("ANNA" / "anna",
      *              "ANNA K" / "ANNA-K" / "anna.k");
      *            - small spelling distances (one edit apart, two
      *              for longer ids), counted on the ids with case,
      *              spaces, dots, dashes and underscores dropped;
      *            - ids that share a team (cobordle_teams.dat or the
      *              player master) or a login (whoever owns their
      *              cobordle_profile_<player>.dat) but have never
      *              both played on the same day.
      *
      *          Each pair carries the evidence -- games, first and
      *          last day played, the usual opener from the audit log,
      *          team, login, and where the id turns up -- and the
      *          player-rename command that would fold the smaller
      *          record into the larger. Nothing is changed; the
      *          commissioner decides which pairs to feed to
      *          player-rename.
      *
      *          Usage: player-dup-report
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. player-dup-report.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name
               organization is line sequential.

               select optional fd-rating-file
               assign to dynamic ws-rating-file-name
               organization is line sequential.

               select optional fd-roster-file
               assign to dynamic ws-roster-file-name
               organization is line sequential.

               select optional fd-player-file
               assign to dynamic ws-player-file-name
               organization is line sequential.

               select optional fd-ls-file
               assign to dynamic ws-ls-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       fd  fd-audit-file.
       copy "./src/copy/audit_record.cpy".

       fd  fd-rating-file.
       copy "./src/copy/rating_record.cpy".

      *> PLAYER|TEAM rows, the same file leaderboard-report's team
      *> standings read.
       fd  fd-roster-file.
       01  f-roster-record             pic x(60).

       fd  fd-player-file.
       copy "./src/copy/player_record.cpy".

       fd  fd-ls-file.
       01  f-ls-record                 pic x(120).

       working-storage section.

       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-audit-file-name      pic x(60).
       01  ws-rating-file-name     pic x(40)
                                   value "cobordle_ratings.dat".
       01  ws-roster-file-name     pic x(40) value "cobordle_teams.dat".
       01  ws-player-file-name     pic x(40)
                                   value "cobordle_players.dat".
       01  ws-ls-file-name         pic x(40)
                                   value "cobordle_dup_ls.tmp".

       01  ws-ls-command           pic x(200).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

      *> Every id found, with the evidence shown against it.
       01  ws-max-ids              constant as 500.
       01  ws-ids occurs ws-max-ids times.
           05  ws-id-name          pic x(20).
           05  ws-id-norm          pic x(20).
           05  ws-id-norm-len      pic 9(2) comp.
           05  ws-id-games         pic 9(6) comp.
           05  ws-id-first         pic 9(8).
           05  ws-id-last          pic 9(8).
           05  ws-id-in-stats      pic a.
           05  ws-id-in-audit      pic a.
           05  ws-id-in-bank       pic a.
           05  ws-id-in-rating     pic a.
           05  ws-id-team          pic x(20).
           05  ws-id-login         pic x(12).
           05  ws-id-opener        pic x(7).
           05  ws-id-opener-done   pic a.
       01  ws-id-count             pic 9(4) comp value 0.
       01  ws-id-idx               pic 9(4) comp.
       01  ws-other-idx            pic 9(4) comp.
       01  ws-found-idx            pic 9(4) comp.
       01  ws-new-id               pic x(20).
       01  ws-last-stats-player    pic x(20) value spaces.

       01  ws-ls-name              pic x(80).
       01  ws-ls-owner             pic x(12).
       01  ws-ls-discard           pic x(80).
       01  ws-archive-found        pic 9(2) comp.
       01  ws-ros-parse-player     pic x(30).
       01  ws-ros-parse-team       pic x(30).

      *> Id normalization: upper case, with the separators people
      *> type differently dropped.
       01  ws-norm-out             pic x(20).
       01  ws-norm-len             pic 9(2) comp.
       01  ws-char-idx             pic 9(2) comp.

      *> Edit distance between two normalized ids, a row at a time.
       01  ws-dist-a               pic x(20).
       01  ws-dist-a-len           pic 9(2) comp.
       01  ws-dist-b               pic x(20).
       01  ws-dist-b-len           pic 9(2) comp.
       01  ws-dist-prev            pic 9(2) comp occurs 21 times.
       01  ws-dist-curr            pic 9(2) comp occurs 21 times.
       01  ws-dist-i               pic 9(2) comp.
       01  ws-dist-j               pic 9(2) comp.
       01  ws-dist-cost            pic 9(2) comp.
       01  ws-dist-best            pic 9(2) comp.
       01  ws-distance             pic 9(2) comp.
       01  ws-dist-limit           pic 9(2) comp.
       01  ws-len-gap              pic s9(3) comp.

      *> Days the first id of a pair played, to test the second
      *> against.
       01  ws-max-days             constant as 4000.
       01  ws-days                 pic 9(8) occurs ws-max-days times.
       01  ws-day-count            pic 9(4) comp value 0.
       01  ws-day-idx              pic 9(4) comp.
       01  ws-overlap-sw           pic a value 'N'.
           88  ws-overlap          value 'Y'.
           88  ws-no-overlap       value 'N'.
       01  ws-stats-eof-sw         pic a value 'N'.
           88  ws-stats-eof        value 'Y'.
           88  ws-stats-not-eof    value 'N'.

      *> Opener tally for one audit log.
       01  ws-max-openers          constant as 50.
       01  ws-openers occurs ws-max-openers times.
           05  ws-op-word          pic x(7).
           05  ws-op-count         pic 9(5) comp.
       01  ws-opener-count         pic 9(2) comp value 0.
       01  ws-opener-idx           pic 9(2) comp.
       01  ws-opener-best          pic 9(5) comp.

       01  ws-reason               pic x(40).
       01  ws-pair-count           pic 9(4) comp value 0.
       01  ws-max-pairs            constant as 200.
       01  ws-from-idx             pic 9(4) comp.
       01  ws-to-idx               pic 9(4) comp.

       01  ws-where                pic x(30).
       01  ws-opener-disp          pic x(7).
       01  ws-team-disp            pic x(20).
       01  ws-login-disp           pic x(12).
       01  ws-games-disp           pic z(5)9.
       01  ws-count-disp           pic z(4)9.
       01  ws-dist-disp            pic 9.

       procedure division.

       main-procedure.

           display "COBORDLE - Probable duplicate player ids"
           display space

           perform collect-stats-ids
           perform collect-audit-ids
           perform collect-bank-ids
           perform collect-rating-ids
           perform collect-teams
           perform collect-profile-logins

           perform varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count
               move ws-id-name(ws-id-idx) to ws-new-id
               perform normalize-id
               move ws-norm-out to ws-id-norm(ws-id-idx)
               move ws-norm-len to ws-id-norm-len(ws-id-idx)
           end-perform

           move ws-id-count to ws-count-disp
           display concat(
               trim(ws-count-disp) " player id(s) found in the stats "
               "file, audit logs, bank ledgers and ratings.")
           display space

           perform varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count
               or ws-pair-count >= ws-max-pairs
               perform varying ws-other-idx from ws-id-idx by 1
                   until ws-other-idx > ws-id-count
                   or ws-pair-count >= ws-max-pairs
                   if ws-other-idx > ws-id-idx then
                       perform check-pair
                   end-if
               end-perform
           end-perform

           if ws-pair-count = 0 then
               display "No likely duplicates."
           else
               move ws-pair-count to ws-count-disp
               display concat(
                   trim(ws-count-disp) " likely duplicate pair(s). "
                   "Check each before running player-rename.")
           end-if

           if ws-pair-count >= ws-max-pairs then
               display "(Listing stopped at the pair limit.)"
           end-if

           stop run.


      *> Adds ws-new-id to the table unless it's there already (the
      *> exact spelling; variants are what this report is looking
      *> for). Leaves ws-found-idx on its row, or 0 when full.
       find-or-add-id.

           move 0 to ws-found-idx

           if ws-new-id = spaces then
               exit paragraph
           end-if

           perform varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count or ws-found-idx > 0
               if ws-id-name(ws-id-idx) = ws-new-id then
                   move ws-id-idx to ws-found-idx
               end-if
           end-perform

           if ws-found-idx > 0 or ws-id-count >= ws-max-ids then
               exit paragraph
           end-if

           add 1 to ws-id-count
           move ws-id-count to ws-found-idx
           move ws-new-id to ws-id-name(ws-found-idx)
           move 0 to ws-id-games(ws-found-idx)
           move 0 to ws-id-first(ws-found-idx)
           move 0 to ws-id-last(ws-found-idx)
           move 'N' to ws-id-in-stats(ws-found-idx)
           move 'N' to ws-id-in-audit(ws-found-idx)
           move 'N' to ws-id-in-bank(ws-found-idx)
           move 'N' to ws-id-in-rating(ws-found-idx)
           move spaces to ws-id-team(ws-found-idx)
           move spaces to ws-id-login(ws-found-idx)
           move spaces to ws-id-opener(ws-found-idx)
           move 'N' to ws-id-opener-done(ws-found-idx)

           exit paragraph.


       collect-stats-ids.

           set ws-not-eof to true

           open input fd-stats-file

               perform until ws-eof
                   read fd-stats-file next record
                   at end set ws-eof to true
                   not at end
                       if f-stats-player not = ws-last-stats-player
                       then
                           move f-stats-player to ws-last-stats-player
                           move f-stats-player to ws-new-id
                           perform find-or-add-id
                       end-if
                       if ws-found-idx > 0 then
                           perform count-stats-row
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           exit paragraph.


       count-stats-row.

           move 'Y' to ws-id-in-stats(ws-found-idx)
           add 1 to ws-id-games(ws-found-idx)

           if ws-id-first(ws-found-idx) = 0
           or f-stats-date < ws-id-first(ws-found-idx) then
               move f-stats-date to ws-id-first(ws-found-idx)
           end-if
           if f-stats-date > ws-id-last(ws-found-idx) then
               move f-stats-date to ws-id-last(ws-found-idx)
           end-if

           exit paragraph.


      *> stats-archive's cobordle_audit_<player>_archive_YYYYMM.log
      *> files are the same players' older rows, not ids of their own.
       collect-audit-ids.

           move concat(
               "ls -1 cobordle_audit_*.log 2>/dev/null > "
               trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-not-eof to true

           open input fd-ls-file

               perform until ws-eof
                   read fd-ls-file
                   at end set ws-eof to true
                   not at end
                       move 0 to ws-archive-found
                       inspect f-ls-record tallying ws-archive-found
                           for all "_archive_"
                       if ws-archive-found = 0 then
                           move spaces to ws-new-id
                           move f-ls-record(16:) to ws-ls-name
                           unstring ws-ls-name delimited by ".log"
                               into ws-new-id
                           perform find-or-add-id
                           if ws-found-idx > 0 then
                               move 'Y'
                                   to ws-id-in-audit(ws-found-idx)
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           exit paragraph.


       collect-bank-ids.

           move concat(
               "ls -1 cobordle_bank_*.dat 2>/dev/null > "
               trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-not-eof to true

           open input fd-ls-file

               perform until ws-eof
                   read fd-ls-file
                   at end set ws-eof to true
                   not at end
                       move spaces to ws-new-id
                       move f-ls-record(15:) to ws-ls-name
                       unstring ws-ls-name delimited by ".dat"
                           into ws-new-id
                       perform find-or-add-id
                       if ws-found-idx > 0 then
                           move 'Y' to ws-id-in-bank(ws-found-idx)
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           exit paragraph.


       collect-rating-ids.

           set ws-not-eof to true

           open input fd-rating-file

               perform until ws-eof
                   read fd-rating-file
                   at end set ws-eof to true
                   not at end
                       move f-rating-player to ws-new-id
                       perform find-or-add-id
                       if ws-found-idx > 0 then
                           move 'Y' to ws-id-in-rating(ws-found-idx)
                       end-if
                   end-read
               end-perform

           close fd-rating-file

           exit paragraph.


      *> Team from the teams file, or from the player master for ids
      *> the teams file doesn't list. Both hold upper-case ids.
       collect-teams.

           set ws-not-eof to true

           open input fd-roster-file

               perform until ws-eof
                   read fd-roster-file
                   at end set ws-eof to true
                   not at end
                       if f-roster-record not = spaces
                       and f-roster-record(1:1) not = "*" then
                           move spaces to ws-ros-parse-player
                           move spaces to ws-ros-parse-team
                           unstring f-roster-record delimited by "|"
                               into ws-ros-parse-player
                                    ws-ros-parse-team
                           move upper-case(trim(ws-ros-parse-player))
                               to ws-new-id
                           move upper-case(trim(ws-ros-parse-team))
                               to ws-ros-parse-team
                           perform set-id-team
                       end-if
                   end-read
               end-perform

           close fd-roster-file

           set ws-not-eof to true

           open input fd-player-file

               perform until ws-eof
                   read fd-player-file
                   at end set ws-eof to true
                   not at end
                       move f-plyr-id to ws-new-id
                       move f-plyr-team to ws-ros-parse-team
                       perform set-id-team
                   end-read
               end-perform

           close fd-player-file

           exit paragraph.


       set-id-team.

           perform varying ws-id-idx from 1 by 1
               until ws-id-idx > ws-id-count
               if upper-case(ws-id-name(ws-id-idx)) = ws-new-id
               and ws-id-team(ws-id-idx) = spaces then
                   move ws-ros-parse-team to ws-id-team(ws-id-idx)
               end-if
           end-perform

           exit paragraph.


      *> A player's login is whoever owns their preference profile
      *> -- the file menu's settings screen writes as them.
       collect-profile-logins.

           move concat(
               "stat -c '%U %n' cobordle_profile_*.dat "
               "2>/dev/null > " trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-not-eof to true

           open input fd-ls-file

               perform until ws-eof
                   read fd-ls-file
                   at end set ws-eof to true
                   not at end
                       move spaces to ws-ls-owner
                       move spaces to ws-ls-discard
                       unstring f-ls-record delimited by space
                           into ws-ls-owner ws-ls-discard
                       move spaces to ws-new-id
                       move ws-ls-discard(18:) to ws-ls-name
                       unstring ws-ls-name delimited by ".dat"
                           into ws-new-id
                       perform varying ws-id-idx from 1 by 1
                           until ws-id-idx > ws-id-count
                           if ws-id-name(ws-id-idx) = ws-new-id then
                               move ws-ls-owner
                                   to ws-id-login(ws-id-idx)
                           end-if
                       end-perform
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           exit paragraph.


       normalize-id.

           move spaces to ws-norm-out
           move 0 to ws-norm-len

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > 20
               evaluate ws-new-id(ws-char-idx:1)
                   when space
                   when "."
                   when "-"
                   when "_"
                   when "'"
                       continue
                   when other
                       add 1 to ws-norm-len
                       move upper-case(ws-new-id(ws-char-idx:1))
                           to ws-norm-out(ws-norm-len:1)
               end-evaluate
           end-perform

           exit paragraph.


       check-pair.

           move spaces to ws-reason

           if ws-id-norm(ws-id-idx) = ws-id-norm(ws-other-idx) then
               move "case/spacing variant" to ws-reason
               perform report-pair
               exit paragraph
           end-if

           perform check-spelling-distance
           if ws-reason not = spaces then
               perform report-pair
               exit paragraph
           end-if

      *>   Shared team or login only counts between two ids that have
      *>   both played, and never on the same day.
           if ws-id-games(ws-id-idx) = 0
           or ws-id-games(ws-other-idx) = 0 then
               exit paragraph
           end-if

           evaluate true
               when ws-id-login(ws-id-idx) not = spaces
               and ws-id-login(ws-id-idx) = ws-id-login(ws-other-idx)
                   move "same login, never played the same day"
                       to ws-reason
               when ws-id-team(ws-id-idx) not = spaces
               and ws-id-team(ws-id-idx) = ws-id-team(ws-other-idx)
                   move "same team, never played the same day"
                       to ws-reason
               when other
                   exit paragraph
           end-evaluate

           perform check-same-day-play
           if ws-overlap then
               exit paragraph
           end-if

           perform report-pair

           exit paragraph.


      *> One edit apart for ids of three or more characters, two for
      *> ids of six or more.
       check-spelling-distance.

           move ws-id-norm(ws-id-idx) to ws-dist-a
           move ws-id-norm-len(ws-id-idx) to ws-dist-a-len
           move ws-id-norm(ws-other-idx) to ws-dist-b
           move ws-id-norm-len(ws-other-idx) to ws-dist-b-len

           if ws-dist-a-len < 3 or ws-dist-b-len < 3 then
               exit paragraph
           end-if

           if ws-dist-a-len >= 6 and ws-dist-b-len >= 6 then
               move 2 to ws-dist-limit
           else
               move 1 to ws-dist-limit
           end-if

           compute ws-len-gap = ws-dist-a-len - ws-dist-b-len
           if ws-len-gap > ws-dist-limit
           or ws-len-gap < 0 - ws-dist-limit then
               exit paragraph
           end-if

           perform compute-edit-distance

           if ws-distance <= ws-dist-limit then
               move ws-distance to ws-dist-disp
               move concat(
                   "spelling, " ws-dist-disp " edit(s) apart")
                   to ws-reason
           end-if

           exit paragraph.


      *> Levenshtein distance of ws-dist-a and ws-dist-b; element n+1
      *> of each row holds the distance for the first n characters.
       compute-edit-distance.

           perform varying ws-dist-j from 0 by 1
               until ws-dist-j > ws-dist-b-len
               move ws-dist-j to ws-dist-prev(ws-dist-j + 1)
           end-perform

           perform varying ws-dist-i from 1 by 1
               until ws-dist-i > ws-dist-a-len

               move ws-dist-i to ws-dist-curr(1)

               perform varying ws-dist-j from 1 by 1
                   until ws-dist-j > ws-dist-b-len

                   if ws-dist-a(ws-dist-i:1) = ws-dist-b(ws-dist-j:1)
                   then
                       move 0 to ws-dist-cost
                   else
                       move 1 to ws-dist-cost
                   end-if

                   compute ws-dist-best =
                       ws-dist-prev(ws-dist-j) + ws-dist-cost
                   if ws-dist-prev(ws-dist-j + 1) + 1 < ws-dist-best
                   then
                       compute ws-dist-best =
                           ws-dist-prev(ws-dist-j + 1) + 1
                   end-if
                   if ws-dist-curr(ws-dist-j) + 1 < ws-dist-best then
                       compute ws-dist-best =
                           ws-dist-curr(ws-dist-j) + 1
                   end-if

                   move ws-dist-best to ws-dist-curr(ws-dist-j + 1)
               end-perform

               perform varying ws-dist-j from 1 by 1
                   until ws-dist-j > ws-dist-b-len + 1
                   move ws-dist-curr(ws-dist-j)
                       to ws-dist-prev(ws-dist-j)
               end-perform
           end-perform

           move ws-dist-prev(ws-dist-b-len + 1) to ws-distance

           exit paragraph.


      *> Sets ws-overlap when the two ids of the pair have a play day
      *> in common. Ranges that don't meet can't share a day.
       check-same-day-play.

           set ws-no-overlap to true

           if ws-id-last(ws-id-idx) < ws-id-first(ws-other-idx)
           or ws-id-last(ws-other-idx) < ws-id-first(ws-id-idx) then
               exit paragraph
           end-if

           move 0 to ws-day-count

           open input fd-stats-file

               move ws-id-name(ws-id-idx) to f-stats-player
               move 0 to f-stats-date
               move 0 to f-stats-seq
               set ws-stats-not-eof to true
               start fd-stats-file key >= f-stats-key
               invalid key set ws-stats-eof to true
               end-start

               perform until ws-stats-eof
                   read fd-stats-file next
                   at end set ws-stats-eof to true
                   not at end
                       if f-stats-player not = ws-id-name(ws-id-idx)
                       then
                           set ws-stats-eof to true
                       else
                           if ws-day-count < ws-max-days then
                               add 1 to ws-day-count
                               move f-stats-date
                                   to ws-days(ws-day-count)
                           end-if
                       end-if
                   end-read
               end-perform

               move ws-id-name(ws-other-idx) to f-stats-player
               move 0 to f-stats-date
               move 0 to f-stats-seq
               set ws-stats-not-eof to true
               start fd-stats-file key >= f-stats-key
               invalid key set ws-stats-eof to true
               end-start

      *>       Both lists come back in date order, so one pointer
      *>       walks the first while the second is read.
               move 1 to ws-day-idx
               perform until ws-stats-eof or ws-overlap
                   read fd-stats-file next
                   at end set ws-stats-eof to true
                   not at end
                       if f-stats-player not = ws-id-name(ws-other-idx)
                       then
                           set ws-stats-eof to true
                       else
                           perform until ws-day-idx > ws-day-count
                               or ws-days(ws-day-idx) >= f-stats-date
                               add 1 to ws-day-idx
                           end-perform
                           if ws-day-idx <= ws-day-count
                           and ws-days(ws-day-idx) = f-stats-date then
                               set ws-overlap to true
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           exit paragraph.


       report-pair.

           add 1 to ws-pair-count

      *>   The suggestion folds the id with fewer games into the one
      *>   with more.
           if ws-id-games(ws-id-idx) >= ws-id-games(ws-other-idx) then
               move ws-other-idx to ws-from-idx
               move ws-id-idx to ws-to-idx
           else
               move ws-id-idx to ws-from-idx
               move ws-other-idx to ws-to-idx
           end-if

           move ws-pair-count to ws-count-disp
           display concat(
               trim(ws-count-disp) ". " trim(ws-id-name(ws-to-idx))
               " / " trim(ws-id-name(ws-from-idx)) " -- "
               trim(ws-reason))

           move ws-to-idx to ws-found-idx
           perform display-id-evidence
           move ws-from-idx to ws-found-idx
           perform display-id-evidence

           display concat(
               "     suggest: player-rename --from="
               trim(ws-id-name(ws-from-idx)) " --to="
               trim(ws-id-name(ws-to-idx)))
           display space

           exit paragraph.


       display-id-evidence.

           if ws-id-opener-done(ws-found-idx) = 'N' then
               perform find-usual-opener
           end-if

           move spaces to ws-where
           if ws-id-in-stats(ws-found-idx) = 'Y' then
               move "stats" to ws-where
           end-if
           if ws-id-in-audit(ws-found-idx) = 'Y' then
               move concat(trim(ws-where) ",audit") to ws-where
           end-if
           if ws-id-in-bank(ws-found-idx) = 'Y' then
               move concat(trim(ws-where) ",bank") to ws-where
           end-if
           if ws-id-in-rating(ws-found-idx) = 'Y' then
               move concat(trim(ws-where) ",rating") to ws-where
           end-if
           if ws-where(1:1) = "," then
               move ws-where(2:) to ws-where
           end-if

           move ws-id-games(ws-found-idx) to ws-games-disp

           if ws-id-games(ws-found-idx) = 0 then
               display "     " ws-id-name(ws-found-idx) " "
                   "    no recorded games"
           else
               display "     " ws-id-name(ws-found-idx) " "
                   ws-games-disp " game(s) "
                   ws-id-first(ws-found-idx) "-"
                   ws-id-last(ws-found-idx)
           end-if

           move ws-id-opener(ws-found-idx) to ws-opener-disp
           if ws-opener-disp = spaces then
               move "-" to ws-opener-disp
           end-if
           move ws-id-team(ws-found-idx) to ws-team-disp
           if ws-team-disp = spaces then
               move "-" to ws-team-disp
           end-if
           move ws-id-login(ws-found-idx) to ws-login-disp
           if ws-login-disp = spaces then
               move "-" to ws-login-disp
           end-if

           display concat(
               "          opener " trim(ws-opener-disp)
               "  team " trim(ws-team-disp)
               "  login " trim(ws-login-disp)
               "  in " trim(ws-where))

           exit paragraph.


      *> The first guess the player makes most often, from the
      *> try-1 rows of their audit log (practice rounds left out).
       find-usual-opener.

           move 'Y' to ws-id-opener-done(ws-found-idx)
           move spaces to ws-id-opener(ws-found-idx)

           if ws-id-in-audit(ws-found-idx) not = 'Y' then
               exit paragraph
           end-if

           move 0 to ws-opener-count
           move concat(
               "cobordle_audit_" trim(ws-id-name(ws-found-idx)) ".log")
               to ws-audit-file-name

           set ws-not-eof to true

           open input fd-audit-file

               perform until ws-eof
                   read fd-audit-file
                   at end set ws-eof to true
                   not at end
                       if f-audit-try = 1
                       and f-audit-practice-flag not = 'Y' then
                           perform tally-opener
                       end-if
                   end-read
               end-perform

           close fd-audit-file

           move 0 to ws-opener-best
           perform varying ws-opener-idx from 1 by 1
               until ws-opener-idx > ws-opener-count
               if ws-op-count(ws-opener-idx) > ws-opener-best then
                   move ws-op-count(ws-opener-idx) to ws-opener-best
                   move ws-op-word(ws-opener-idx)
                       to ws-id-opener(ws-found-idx)
               end-if
           end-perform

           exit paragraph.


       tally-opener.

           perform varying ws-opener-idx from 1 by 1
               until ws-opener-idx > ws-opener-count
               if ws-op-word(ws-opener-idx) = f-audit-guess then
                   add 1 to ws-op-count(ws-opener-idx)
                   exit paragraph
               end-if
           end-perform

           if ws-opener-count < ws-max-openers then
               add 1 to ws-opener-count
               move f-audit-guess to ws-op-word(ws-opener-count)
               move 1 to ws-op-count(ws-opener-count)
           end-if

           exit paragraph.

       end program player-dup-report.
