      ******************************************************************
      * Purpose: Inquiry across the dated archive files stats-archive
      *          writes -- every generation of
      *          cobordle_stats_archive_<stamp>.dat,
      *          cobordle_word_stats_archive_<stamp>.dat and the
      *          per-player cobordle_audit_<player>_archive_<stamp>.log
      *          -- so a dispute over a game that has aged out of the
      *          live files can still be settled from the detail.
      *
      *          Rows are selected by player, date range, word or game
      *          id (any mix; at least one is needed) and listed under
      *          the archive file they came from: stats rows one per
      *          game followed by a monthly summary laid out as
      *          history-report lays it out, audit rows as audit-report
      *          lists them. Word-stats rows carry no player or game
      *          id, so a --player or --game-id inquiry leaves them
      *          out.
      *
      *          --extract writes the selection to
      *          cobordle_archive_extract.csv (or --extract=FILE), one
      *          row per archive row with its kind and source file.
      *
      *          Usage: archive-inquiry [--player=NAME]
      *                     [--from=YYYYMMDD] [--to=YYYYMMDD]
      *                     [--word=WORD] [--game-id=ID]
      *                     [--extract[=FILE]] [--print]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. archive-inquiry.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-ls-file
               assign to dynamic ws-ls-file-name
               organization is line sequential.

               select optional fd-stats-archive-file
               assign to dynamic ws-archive-file-name
               organization is line sequential.

               select optional fd-word-stats-archive-file
               assign to dynamic ws-archive-file-name
               organization is line sequential.

               select optional fd-audit-archive-file
               assign to dynamic ws-archive-file-name
               organization is line sequential.

               select fd-csv-file
               assign to dynamic ws-csv-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-ls-file.
       01  f-ls-record                 pic x(80).

       fd  fd-stats-archive-file.
       copy "./src/copy/stats_record.cpy".

       fd  fd-word-stats-archive-file.
       01  f-word-stats-record.
           05  f-word-stats-word       pic a(7).
           05  f-word-stats-tries      pic 9(2).
           05  f-word-stats-solved     pic a.
           05  f-word-stats-date       pic 9(8).

       fd  fd-audit-archive-file.
       copy "./src/copy/audit_record.cpy".

       fd  fd-csv-file.
       01  f-csv-record                pic x(160).

       working-storage section.

       01  ws-ls-file-name         pic x(40)
                                   value "cobordle_archive_ls.tmp".
       01  ws-ls-command           pic x(200).
       01  ws-archive-file-name    pic x(80).
       01  ws-csv-file-name        pic x(60)
                                   value "cobordle_archive_extract.csv".

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.
       01  ws-ls-eof-sw            pic a value 'N'.
           88  ws-ls-eof           value 'Y'.
           88  ws-ls-not-eof       value 'N'.

       01  ws-cmd-args             pic x(200).
       01  ws-arg-discard          pic x(200).
       01  ws-arg-remainder        pic x(200).
       01  ws-arg-value            pic x(20).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-one-player           pic x(20) value spaces.
       01  ws-from-date            pic 9(8) value 0.
       01  ws-to-date              pic 9(8) value 99999999.
       01  ws-one-word             pic a(7) value spaces.
       01  ws-one-game-id          pic x(16) value spaces.
       01  ws-criteria-sw          pic a value 'N'.
           88  ws-criteria-given   value 'Y'.
       01  ws-csv-sw               pic a value 'N'.
           88  ws-csv-active       value 'Y'.
           88  ws-csv-off          value 'N'.
       01  ws-print-sw             pic a value 'N'.
           88  ws-print-active     value 'Y'.
           88  ws-print-off        value 'N'.
       01  ws-print-report-name    pic x(30)
                                   value "ARCHIVE INQUIRY".

      *> The archive file being read, and whether its heading has
      *> gone out yet (only files with a matching row get one).
       01  ws-file-player          pic x(20).
       01  ws-name-length          pic 9(3) comp.
       01  ws-file-shown-sw        pic a value 'N'.
           88  ws-file-shown       value 'Y'.
           88  ws-file-not-shown   value 'N'.

       01  ws-stats-files          pic 9(5) comp value 0.
       01  ws-word-files           pic 9(5) comp value 0.
       01  ws-audit-files          pic 9(5) comp value 0.
       01  ws-stats-matched        pic 9(7) comp value 0.
       01  ws-word-matched         pic 9(7) comp value 0.
       01  ws-audit-matched        pic 9(7) comp value 0.
       01  ws-extract-rows         pic 9(7) comp value 0.

      *> One row per calendar month of the matched stats rows, for
      *> the history-report style summary.
       01  ws-max-months           constant as 240.
       01  ws-months occurs ws-max-months times
                                   indexed by ws-mo-idx.
           05  ws-mo-key           pic 9(6) comp.
           05  ws-mo-games         pic 9(4) comp.
           05  ws-mo-losses        pic 9(4) comp.
           05  ws-mo-tries-hist occurs 7 times
                                   pic 9(4) comp.
       01  ws-month-count          pic 9(3) comp value 0.
       01  ws-this-month-key       pic 9(6) comp.
       01  ws-month-tmp.
           05  ws-mt-key           pic 9(6) comp.
           05  ws-mt-games         pic 9(4) comp.
           05  ws-mt-losses        pic 9(4) comp.
           05  ws-mt-tries-hist occurs 7 times
                                   pic 9(4) comp.
       01  ws-sort-idx             pic 9(3) comp.
       01  ws-swapped-sw           pic a value 'N'.
           88  ws-swapped          value 'Y'.
           88  ws-not-swapped      value 'N'.
       01  ws-months-full-sw       pic a value 'N'.
           88  ws-months-full      value 'Y'.

       01  ws-found-sw             pic a value 'N'.
           88  ws-found            value 'Y'.
           88  ws-not-found        value 'N'.

       01  ws-win-pct              pic 9(3)v9 comp.
       01  ws-win-pct-disp         pic zz9.9.
       01  ws-month-key-disp       pic 9(6).
       01  ws-games-disp           pic z(3)9.
       01  ws-losses-disp          pic z(3)9.
       01  ws-hist-disp            pic z(3)9.
       01  ws-hist-idx             pic 9 comp.
       01  ws-print-col            pic 9(3) comp.

       01  ws-print-line           pic x(132).
       01  ws-mode-desc            pic x(16).
       01  ws-tries-disp           pic z9.
       01  ws-count-disp           pic z(6)9.
       01  ws-csv-line             pic x(160).
       01  ws-csv-tries            pic x(2).

       procedure division.

       main-procedure.

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if not ws-criteria-given then
               display "Give at least one of --player=, --from=, "
                   "--to=, --word= or --game-id=."
               stop run
           end-if

           if ws-print-active then
               call "print-open" using ws-print-report-name
           end-if

           move "COBORDLE - Archive inquiry" to ws-print-line
           perform emit-line
           perform show-selection

           if ws-csv-active then
               open output fd-csv-file
               move concat(
                   "kind,archive_file,player,date,word,tries,"
                   "solved,guess,colors,game_id")
                   to f-csv-record
               write f-csv-record
           end-if

           perform search-stats-archives

           if ws-one-player = spaces
           and ws-one-game-id = spaces then
               perform search-word-stats-archives
           end-if

           perform search-audit-archives

           perform show-totals

           if ws-csv-active then
               close fd-csv-file
               move ws-extract-rows to ws-count-disp
               display concat(
                   trim(ws-count-disp) " row(s) extracted to "
                   trim(ws-csv-file-name))
           end-if

           if ws-print-active then
               call "print-close"
           end-if

           stop run.


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
               set ws-criteria-given to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--from="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--from="
                   into ws-arg-discard ws-arg-remainder
               move spaces to ws-arg-value
               unstring ws-arg-remainder delimited by space
                   into ws-arg-value
               move numval(ws-arg-value) to ws-from-date
               set ws-criteria-given to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--to="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--to="
                   into ws-arg-discard ws-arg-remainder
               move spaces to ws-arg-value
               unstring ws-arg-remainder delimited by space
                   into ws-arg-value
               move numval(ws-arg-value) to ws-to-date
               set ws-criteria-given to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--word="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--word="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-one-word
               move upper-case(ws-one-word) to ws-one-word
               set ws-criteria-given to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--game-id="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--game-id="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-one-game-id
               set ws-criteria-given to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--extract"
           if ws-cmd-found > 0 then
               set ws-csv-active to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--extract="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--extract="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-csv-file-name
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--print"
           if ws-cmd-found > 0 then
               set ws-print-active to true
           end-if

           exit paragraph.


       show-selection.

           if ws-one-player not = spaces then
               move concat("Player:  " trim(ws-one-player))
                   to ws-print-line
               perform emit-line
           end-if

           if ws-from-date > 0 or ws-to-date < 99999999 then
               move concat(
                   "Dates:   " ws-from-date " to " ws-to-date)
                   to ws-print-line
               perform emit-line
           end-if

           if ws-one-word not = spaces then
               move concat("Word:    " trim(ws-one-word))
                   to ws-print-line
               perform emit-line
           end-if

           if ws-one-game-id not = spaces then
               move concat("Game id: " trim(ws-one-game-id))
                   to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


      *> Every generation of the stats archive, oldest stamp first
      *> (the listing sorts on the name, and the stamp is YYYYMM).
       search-stats-archives.

           move spaces to ws-print-line
           perform emit-line
           move "Stats archive rows" to ws-print-line
           perform emit-line

           move concat(
               "ls -1 cobordle_stats_archive_*.dat "
               "2>/dev/null > " trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-ls-not-eof to true

           open input fd-ls-file

               perform until ws-ls-eof
                   read fd-ls-file
                   at end set ws-ls-eof to true
                   not at end
                       if f-ls-record not = spaces then
                           move f-ls-record to ws-archive-file-name
                           add 1 to ws-stats-files
                           perform search-one-stats-archive
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           if ws-stats-matched = 0 then
               move "  (none)" to ws-print-line
               perform emit-line
           else
               perform sort-months
               perform display-month-summary
           end-if

           exit paragraph.


       search-one-stats-archive.

           set ws-file-not-shown to true
           set ws-not-eof to true

           open input fd-stats-archive-file

               perform until ws-eof
                   read fd-stats-archive-file
                   at end set ws-eof to true
                   not at end
                       perform check-stats-row
                   end-read
               end-perform

           close fd-stats-archive-file

           exit paragraph.


       check-stats-row.

           if ws-one-player not = spaces
           and f-stats-player not = ws-one-player then
               exit paragraph
           end-if

           if f-stats-date < ws-from-date
           or f-stats-date > ws-to-date then
               exit paragraph
           end-if

           if ws-one-word not = spaces
           and upper-case(f-stats-word) not = ws-one-word then
               exit paragraph
           end-if

           if ws-one-game-id not = spaces then
               if not f-stats-v2
               or f-stats-game-id not = ws-one-game-id then
                   exit paragraph
               end-if
           end-if

           if ws-file-not-shown then
               move spaces to ws-print-line
               perform emit-line
               move concat("From " trim(ws-archive-file-name))
                   to ws-print-line
               perform emit-line
               move spaces to ws-print-line
               move "Date" to ws-print-line(1:4)
               move "Player" to ws-print-line(10:6)
               move "Word" to ws-print-line(31:4)
               move "Tries" to ws-print-line(39:5)
               move "Solved" to ws-print-line(45:6)
               move "Mode" to ws-print-line(52:4)
               move "Game id" to ws-print-line(69:7)
               perform emit-line
               move spaces to ws-print-line
               move all "-" to ws-print-line(1:8)
               move all "-" to ws-print-line(10:20)
               move all "-" to ws-print-line(31:7)
               move all "-" to ws-print-line(39:5)
               move all "-" to ws-print-line(45:6)
               move all "-" to ws-print-line(52:16)
               move all "-" to ws-print-line(69:16)
               perform emit-line
               set ws-file-shown to true
           end-if

           add 1 to ws-stats-matched

           perform set-stats-mode-desc

           move f-stats-tries to ws-tries-disp
           move spaces to ws-print-line
           move f-stats-date to ws-print-line(1:8)
           move f-stats-player to ws-print-line(10:20)
           move f-stats-word to ws-print-line(31:7)
           move ws-tries-disp to ws-print-line(42:2)
           move f-stats-solved to ws-print-line(47:1)
           move ws-mode-desc to ws-print-line(52:16)
           if f-stats-v2 then
               move f-stats-game-id to ws-print-line(69:16)
           end-if
           perform emit-line

           perform add-stats-month

           if ws-csv-active then
               move f-stats-tries to ws-csv-tries
               move concat(
                   "stats," trim(ws-archive-file-name) ","
                   trim(f-stats-player) ","
                   f-stats-date ","
                   trim(f-stats-word) ","
                   ws-csv-tries ","
                   f-stats-solved ",,,")
                   to ws-csv-line
               if f-stats-v2 then
                   move concat(
                       trim(ws-csv-line) trim(f-stats-game-id))
                       to ws-csv-line
               end-if
               perform write-csv-line
           end-if

           exit paragraph.


      *> Version-1 rows can't say what mode they were.
       set-stats-mode-desc.

           move spaces to ws-mode-desc

           if not f-stats-v2 then
               move "-" to ws-mode-desc
               exit paragraph
           end-if

           if f-stats-daily-flag = 'Y' then
               move "daily" to ws-mode-desc
           end-if
           if f-stats-hard-flag = 'Y' then
               move concat(trim(ws-mode-desc) " hard")
                   to ws-mode-desc
           end-if
           if f-stats-blitz-flag = 'Y' then
               move concat(trim(ws-mode-desc) " blitz")
                   to ws-mode-desc
           end-if
           if f-stats-migrated-flag = 'Y' then
               move concat(trim(ws-mode-desc) " imported")
                   to ws-mode-desc
           end-if
           if ws-mode-desc = spaces then
               move "free play" to ws-mode-desc
           end-if
           move trim(ws-mode-desc) to ws-mode-desc

           exit paragraph.


      *> Same month buckets as history-report: wins by try count 1
      *> to 6, 7 for anything longer, and the losses.
       add-stats-month.

           move f-stats-date(1:6) to ws-this-month-key

           set ws-not-found to true
           perform varying ws-mo-idx from 1 by 1
               until ws-mo-idx > ws-month-count
               if ws-mo-key(ws-mo-idx) = ws-this-month-key then
                   set ws-found to true
                   exit perform
               end-if
           end-perform

           if ws-not-found then
               if ws-month-count >= ws-max-months then
                   set ws-months-full to true
                   exit paragraph
               end-if
               add 1 to ws-month-count
               set ws-mo-idx to ws-month-count
               initialize ws-months(ws-mo-idx)
               move ws-this-month-key to ws-mo-key(ws-mo-idx)
           end-if

           add 1 to ws-mo-games(ws-mo-idx)

           if f-stats-solved = 'Y' then
               if f-stats-tries >= 1 and f-stats-tries <= 6 then
                   add 1 to
                       ws-mo-tries-hist(ws-mo-idx, f-stats-tries)
               else
                   if f-stats-tries >= 7 then
                       add 1 to ws-mo-tries-hist(ws-mo-idx, 7)
                   end-if
               end-if
           else
               add 1 to ws-mo-losses(ws-mo-idx)
           end-if

           exit paragraph.


      *> The archive files are in player order within each
      *> generation, so the months are put back in date order.
       sort-months.

           set ws-swapped to true

           perform until ws-not-swapped
               set ws-not-swapped to true
               perform varying ws-sort-idx from 1 by 1
                   until ws-sort-idx > ws-month-count - 1
                   if ws-mo-key(ws-sort-idx) >
                       ws-mo-key(ws-sort-idx + 1) then
                       move ws-months(ws-sort-idx) to ws-month-tmp
                       move ws-months(ws-sort-idx + 1)
                           to ws-months(ws-sort-idx)
                       move ws-month-tmp
                           to ws-months(ws-sort-idx + 1)
                       set ws-swapped to true
                   end-if
               end-perform
           end-perform

           exit paragraph.


       display-month-summary.

           move spaces to ws-print-line
           perform emit-line
           move "Monthly summary of the rows above" to ws-print-line
           perform emit-line
           move concat(
               "Month  Games Win%  1    2    3    4    5    "
               "6    7+   X") to ws-print-line
           perform emit-line
           move concat(
               "------ ----- ----- ---- ---- ---- ---- ---- "
               "---- ---- ----") to ws-print-line
           perform emit-line

           perform varying ws-mo-idx from 1 by 1
               until ws-mo-idx > ws-month-count
               perform display-month-row
           end-perform

           if ws-months-full then
               move ws-max-months to ws-count-disp
               move concat(
                   "Only the first " trim(ws-count-disp)
                   " months seen are summarised.")
                   to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


       display-month-row.

           move ws-mo-key(ws-mo-idx) to ws-month-key-disp

           if ws-mo-games(ws-mo-idx) > 0 then
               compute ws-win-pct rounded =
                   (ws-mo-games(ws-mo-idx) - ws-mo-losses(ws-mo-idx))
                   * 100 / ws-mo-games(ws-mo-idx)
           else
               move 0 to ws-win-pct
           end-if

           move ws-win-pct to ws-win-pct-disp
           move ws-mo-games(ws-mo-idx) to ws-games-disp

           move spaces to ws-print-line
           move ws-month-key-disp to ws-print-line(1:6)
           move ws-games-disp to ws-print-line(8:4)
           move ws-win-pct-disp to ws-print-line(13:5)

           perform varying ws-hist-idx from 1 by 1
               until ws-hist-idx > 7
               move ws-mo-tries-hist(ws-mo-idx, ws-hist-idx)
                   to ws-hist-disp
               compute ws-print-col = 19 + (ws-hist-idx - 1) * 5
               move ws-hist-disp
                   to ws-print-line(ws-print-col:4)
           end-perform

           move ws-mo-losses(ws-mo-idx) to ws-losses-disp
           move ws-losses-disp to ws-print-line(54:4)

           perform emit-line

           exit paragraph.


       search-word-stats-archives.

           move spaces to ws-print-line
           perform emit-line
           move "Word-stats archive rows" to ws-print-line
           perform emit-line

           move concat(
               "ls -1 cobordle_word_stats_archive_*.dat "
               "2>/dev/null > " trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-ls-not-eof to true

           open input fd-ls-file

               perform until ws-ls-eof
                   read fd-ls-file
                   at end set ws-ls-eof to true
                   not at end
                       if f-ls-record not = spaces then
                           move f-ls-record to ws-archive-file-name
                           add 1 to ws-word-files
                           perform search-one-word-stats-archive
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           if ws-word-matched = 0 then
               move "  (none)" to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


       search-one-word-stats-archive.

           set ws-file-not-shown to true
           set ws-not-eof to true

           open input fd-word-stats-archive-file

               perform until ws-eof
                   read fd-word-stats-archive-file
                   at end set ws-eof to true
                   not at end
                       perform check-word-stats-row
                   end-read
               end-perform

           close fd-word-stats-archive-file

           exit paragraph.


       check-word-stats-row.

           if f-word-stats-date < ws-from-date
           or f-word-stats-date > ws-to-date then
               exit paragraph
           end-if

           if ws-one-word not = spaces
           and upper-case(f-word-stats-word) not = ws-one-word then
               exit paragraph
           end-if

           if ws-file-not-shown then
               move spaces to ws-print-line
               perform emit-line
               move concat("From " trim(ws-archive-file-name))
                   to ws-print-line
               perform emit-line
               move "Date     Word    Tries Solved" to ws-print-line
               perform emit-line
               move "-------- ------- ----- ------" to ws-print-line
               perform emit-line
               set ws-file-shown to true
           end-if

           add 1 to ws-word-matched

           move f-word-stats-tries to ws-tries-disp
           move spaces to ws-print-line
           move f-word-stats-date to ws-print-line(1:8)
           move f-word-stats-word to ws-print-line(10:7)
           move ws-tries-disp to ws-print-line(21:2)
           move f-word-stats-solved to ws-print-line(26:1)
           perform emit-line

           if ws-csv-active then
               move f-word-stats-tries to ws-csv-tries
               move concat(
                   "word_stats," trim(ws-archive-file-name) ",,"
                   f-word-stats-date ","
                   trim(f-word-stats-word) ","
                   ws-csv-tries ","
                   f-word-stats-solved ",,,")
                   to ws-csv-line
               perform write-csv-line
           end-if

           exit paragraph.


      *> One archive log per player per generation; the player id is
      *> the part of the name between "cobordle_audit_" and
      *> "_archive_<stamp>.log".
       search-audit-archives.

           move spaces to ws-print-line
           perform emit-line
           move "Audit archive rows" to ws-print-line
           perform emit-line

           if ws-one-player not = spaces then
               move concat(
                   "ls -1 cobordle_audit_" trim(ws-one-player)
                   "_archive_*.log "
                   "2>/dev/null > " trim(ws-ls-file-name))
                   to ws-ls-command
           else
               move concat(
                   "ls -1 cobordle_audit_*_archive_*.log "
                   "2>/dev/null > " trim(ws-ls-file-name))
                   to ws-ls-command
           end-if
           call "SYSTEM" using ws-ls-command

           set ws-ls-not-eof to true

           open input fd-ls-file

               perform until ws-ls-eof
                   read fd-ls-file
                   at end set ws-ls-eof to true
                   not at end
                       if f-ls-record not = spaces then
                           move f-ls-record to ws-archive-file-name
                           move length(trim(ws-archive-file-name))
                               to ws-name-length
                           if ws-name-length > 34 then
                               move spaces to ws-file-player
                               move ws-archive-file-name(16:
                                   ws-name-length - 34)
                                   to ws-file-player
                               add 1 to ws-audit-files
                               perform search-one-audit-archive
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           if ws-audit-matched = 0 then
               move "  (none)" to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


       search-one-audit-archive.

           set ws-file-not-shown to true
           set ws-not-eof to true

           open input fd-audit-archive-file

               perform until ws-eof
                   move spaces to f-audit-record
                   read fd-audit-archive-file
                   at end set ws-eof to true
                   not at end
                       perform check-audit-row
                   end-read
               end-perform

           close fd-audit-archive-file

           exit paragraph.


       check-audit-row.

           if f-audit-date < ws-from-date
           or f-audit-date > ws-to-date then
               exit paragraph
           end-if

           if ws-one-word not = spaces
           and upper-case(f-audit-word) not = ws-one-word then
               exit paragraph
           end-if

           if ws-one-game-id not = spaces
           and f-audit-game-id not = ws-one-game-id then
               exit paragraph
           end-if

           if ws-file-not-shown then
               move spaces to ws-print-line
               perform emit-line
               move concat(
                   "From " trim(ws-archive-file-name)
                   "  (player " trim(ws-file-player) ")")
                   to ws-print-line
               perform emit-line
               move "Date      Word    Try Guess   Colors"
                   to ws-print-line
               perform emit-line
               move "--------- ------- --- ------- -------"
                   to ws-print-line
               perform emit-line
               set ws-file-shown to true
           end-if

           add 1 to ws-audit-matched

      *>   Same line audit-report builds for each guess.
           move concat(
               f-audit-date " "
               f-audit-word "  "
               f-audit-try "  "
               f-audit-guess "  "
               f-audit-colors)
               to ws-print-line
           perform emit-line

           if ws-csv-active then
               move concat(
                   "audit," trim(ws-archive-file-name) ","
                   trim(ws-file-player) ","
                   f-audit-date ","
                   trim(f-audit-word) ","
                   f-audit-try ",,"
                   trim(f-audit-guess) ","
                   trim(f-audit-colors) ","
                   trim(f-audit-game-id))
                   to ws-csv-line
               perform write-csv-line
           end-if

           exit paragraph.


       show-totals.

           move spaces to ws-print-line
           perform emit-line

           move ws-stats-matched to ws-count-disp
           move concat(
               "Stats rows:      " trim(ws-count-disp))
               to ws-print-line
           move ws-stats-files to ws-count-disp
           move concat(
               trim(ws-print-line, trailing) " from "
               trim(ws-count-disp) " archive file(s)")
               to ws-print-line
           perform emit-line

           if ws-one-player = spaces
           and ws-one-game-id = spaces then
               move ws-word-matched to ws-count-disp
               move concat(
                   "Word-stats rows: " trim(ws-count-disp))
                   to ws-print-line
               move ws-word-files to ws-count-disp
               move concat(
                   trim(ws-print-line, trailing) " from "
                   trim(ws-count-disp) " archive file(s)")
                   to ws-print-line
               perform emit-line
           else
               move concat(
                   "Word-stats rows: not searched (they carry no "
                   "player or game id)")
                   to ws-print-line
               perform emit-line
           end-if

           move ws-audit-matched to ws-count-disp
           move concat(
               "Audit rows:      " trim(ws-count-disp))
               to ws-print-line
           move ws-audit-files to ws-count-disp
           move concat(
               trim(ws-print-line, trailing) " from "
               trim(ws-count-disp) " archive file(s)")
               to ws-print-line
           perform emit-line

           exit paragraph.


       write-csv-line.

           move ws-csv-line to f-csv-record
           write f-csv-record
           add 1 to ws-extract-rows

           exit paragraph.


      *> Every line goes to the terminal, and to the spool with
      *> --print.
       emit-line.

           display trim(ws-print-line, trailing)

           if ws-print-active then
               call "print-line" using ws-print-line
           end-if

           exit paragraph.

       end program archive-inquiry.
