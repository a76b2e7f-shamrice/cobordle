      ******************************************************************
      * Purpose: Lint for cobordle.cfg and the players' preference
      *          profiles (cobordle_profile_<PLAYER>.dat), plus a
      *          dated history of what each file said. cobordle's
      *          apply-config-line quietly skips a key it doesn't know
      *          and takes numval of whatever follows the "=", so
      *          "LENGHT=6", "TRIES=abc" or "BOARDS=3" just do nothing;
      *          this reads every file the way the games do and names
      *          each line they would ignore or misread: unknown keys
      *          (with the key it was probably meant to be), values
      *          out of range, Y/N flags that aren't, a LANGUAGE or
      *          CATEGORY with no list on disk, a WORDFILE that isn't
      *          there, and keys a profile sets that only the shared
      *          file is read for.
      *
      *          Every run also compares each file with the last copy
      *          kept in cobordle_config_history.dat and, when it has
      *          changed (or appeared, or gone), appends the new
      *          contents stamped with the time, the login running the
      *          check, the file's owner and its modification time --
      *          so "who changed the shared defaults, and when" is a
      *          --history lookup. nightly-batch takes a --snapshot
      *          every night so no edit goes unrecorded for long.
      *
      *          Exit code: 0 clean, 4 warnings, 8 errors (--snapshot
      *          and --history always 0).
      *
      *          Usage: config-check            (lint + snapshot)
      *                 config-check --snapshot (snapshot only)
      *                 config-check --history [--file=NAME]
      *          --history lists every change kept; with --file= it
      *          shows the lines added and removed in each one.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. config-check.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-config-file
               assign to dynamic ws-config-file-name
               organization is line sequential.

               select optional fd-probe-file
               assign to dynamic ws-probe-file-name
               organization is line sequential.

               select optional fd-ls-file
               assign to dynamic ws-ls-file-name
               organization is line sequential.

               select optional fd-history-file
               assign to dynamic ws-history-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-config-file.
       01  f-config-record             pic x(80).

       fd  fd-probe-file.
       01  f-probe-record              pic x(80).

       fd  fd-ls-file.
       01  f-ls-record                 pic x(200).

      *> One row per line of a file as it stood when it was captured,
      *> preceded by a line-0 row that carries the capture's line
      *> count, checksum and whether the file was there at all.
       fd  fd-history-file.
       01  f-history-record.
           05  f-hist-stamp            pic x(14).
           05  f-hist-user             pic x(12).
           05  f-hist-owner            pic x(12).
           05  f-hist-mtime            pic x(14).
           05  f-hist-file             pic x(40).
           05  f-hist-line             pic 9(4).
           05  f-hist-text             pic x(80).
       01  f-history-header.
           05  filler                  pic x(92).
           05  f-hdr-line              pic 9(4).
           05  f-hdr-state             pic x(8).
           05  f-hdr-line-count        pic 9(4).
           05  f-hdr-checksum          pic 9(9).
           05  filler                  pic x(59).

       working-storage section.

       01  ws-config-file-name     pic x(40).
       01  ws-probe-file-name      pic x(60).
       01  ws-ls-file-name         pic x(40)
                                   value "cobordle_config_ls.tmp".
       01  ws-history-file-name    pic x(40)
                                   value "cobordle_config_history.dat".

       01  ws-cmd-args             pic x(200).
       01  ws-arg-discard          pic x(200).
       01  ws-arg-remainder        pic x(200).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-mode                 pic x(8) value "CHECK".
       01  ws-history-filter       pic x(40) value spaces.

       01  ws-ls-command           pic x(200).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-user-name            pic x(12).
       01  ws-now-stamp            pic x(14).

      *> One file from the listing: name, owner and modification
      *> time as stat prints them.
       01  ws-file-name            pic x(40).
       01  ws-file-owner           pic x(12).
       01  ws-file-mdate           pic x(10).
       01  ws-file-mtime           pic x(20).
       01  ws-file-zone            pic x(6).
       01  ws-file-stamp           pic x(14).
       01  ws-file-player          pic x(20).
       01  ws-file-shared-sw       pic a value 'N'.
           88  ws-file-shared      value 'Y'.
           88  ws-file-profile     value 'N'.
       01  ws-shared-seen-sw       pic a value 'N'.
           88  ws-shared-seen      value 'Y'.
           88  ws-shared-not-seen  value 'N'.

       01  ws-config-key           pic x(40).
       01  ws-config-value         pic x(80).
       01  ws-line-no              pic 9(4) comp.
       01  ws-line-disp            pic z(3)9.

      *> The keys the games read, and which of them only cobordle.cfg
      *> is consulted for. Adding a key is one more entry here and a
      *> WHEN in check-value.
       01  ws-max-keys             constant as 40.
       01  ws-keys occurs ws-max-keys times.
           05  ws-key-name         pic x(24).
           05  ws-key-scope        pic a.
       01  ws-key-count            pic 9(2) comp value 0.
       01  ws-key-idx              pic 9(2) comp.
       01  ws-key-found-sw         pic a value 'N'.
           88  ws-key-found        value 'Y'.
           88  ws-key-unknown      value 'N'.
       01  ws-hint-key             pic x(24).
       01  ws-diff-count           pic 9(2) comp.
       01  ws-char-idx             pic 9(3) comp.

      *> Keys already seen in the current file, so a second setting
      *> that silently overrides the first can be pointed out.
       01  ws-seen-keys            pic x(24)
                                   occurs ws-max-keys times.
       01  ws-seen-count           pic 9(2) comp value 0.
       01  ws-seen-idx             pic 9(2) comp.

      *> A value read as a whole number.
       01  ws-value-len            pic 9(3) comp.
       01  ws-value-start          pic 9(3) comp.
       01  ws-number-sw            pic a value 'N'.
           88  ws-number-ok        value 'Y'.
           88  ws-number-bad       value 'N'.
       01  ws-number               pic s9(7).
       01  ws-range-low            pic s9(7).
       01  ws-range-high           pic s9(7).
       01  ws-value-upper          pic x(80).
       01  ws-replay-num           pic 9(8).

       01  ws-finding-level        pic a.
           88  ws-finding-error    value 'E'.
           88  ws-finding-warning  value 'W'.
       01  ws-finding-text         pic x(100).

       01  ws-file-count           pic 9(4) comp value 0.
       01  ws-error-count          pic 9(5) comp value 0.
       01  ws-warning-count        pic 9(5) comp value 0.
       01  ws-file-findings        pic 9(5) comp value 0.
       01  ws-snapshot-count       pic 9(4) comp value 0.
       01  ws-count-disp           pic z(4)9.

      *> The last capture of every file the history knows about.
       01  ws-max-snaps            constant as 500.
       01  ws-snaps occurs ws-max-snaps times.
           05  ws-snap-file        pic x(40).
           05  ws-snap-state       pic x(8).
           05  ws-snap-line-count  pic 9(4).
           05  ws-snap-checksum    pic 9(9).
           05  ws-snap-seen        pic a.
       01  ws-snap-count           pic 9(4) comp value 0.
       01  ws-snap-idx             pic 9(4) comp.
       01  ws-snap-found-sw        pic a value 'N'.
           88  ws-snap-found       value 'Y'.
           88  ws-snap-not-found   value 'N'.

       01  ws-checksum             pic 9(18) comp.
       01  ws-line-sum             pic 9(9) comp.
       01  ws-content-count        pic 9(4) comp.

      *> --history --file=: the previous capture's lines, to show
      *> what each new one added and removed.
       01  ws-max-hist-lines       constant as 200.
       01  ws-prev-lines           pic x(80)
                                   occurs ws-max-hist-lines times.
       01  ws-prev-count           pic 9(4) comp value 0.
       01  ws-cur-lines            pic x(80)
                                   occurs ws-max-hist-lines times.
       01  ws-cur-count            pic 9(4) comp value 0.
       01  ws-cur-idx              pic 9(4) comp.
       01  ws-prev-idx             pic 9(4) comp.
       01  ws-match-sw             pic a value 'N'.
           88  ws-line-matched     value 'Y'.
           88  ws-line-unmatched   value 'N'.
       01  ws-cur-header           pic x(120).
       01  ws-have-capture-sw      pic a value 'N'.
           88  ws-have-capture     value 'Y'.
           88  ws-no-capture       value 'N'.

       01  ws-probe-found-sw       pic a value 'N'.
           88  ws-probe-found      value 'Y'.
           88  ws-probe-missing    value 'N'.

       procedure division.

       main-procedure.

           display "COBORDLE - Configuration check"
           display space

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if ws-mode = "HISTORY" then
               perform list-history
               stop run
           end-if

           move function current-date(1:14) to ws-now-stamp
           move spaces to ws-user-name
           accept ws-user-name from environment "USER"
           if ws-user-name = spaces then
               move "(unknown)" to ws-user-name
           end-if

           perform build-key-table
           perform load-last-snapshots

      *>   cobordle.cfg first, then every profile, with the owner and
      *>   modification time the history rows carry.
           move concat(
               "stat -c '%U %y %n' cobordle.cfg "
               "cobordle_profile_*.dat 2>/dev/null > "
               trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-not-eof to true

           open input fd-ls-file

               perform until ws-eof
                   read fd-ls-file
                   at end set ws-eof to true
                   not at end
                       if f-ls-record not = spaces then
                           perform check-one-file
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           if ws-shared-not-seen and ws-mode = "CHECK" then
               display "cobordle.cfg: not found -- every game runs "
                   "on its built-in defaults."
               display space
           end-if

           perform record-removed-files

           perform display-summary

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--snapshot"
           if ws-cmd-found > 0 then
               move "SNAPSHOT" to ws-mode
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--history"
           if ws-cmd-found > 0 then
               move "HISTORY" to ws-mode
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--file="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--file="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-history-filter
           end-if

           exit paragraph.


      *> S = read from cobordle.cfg only (game-day, list-sync,
      *> notify-send's webhook, the office's SITE-ID and the
      *> BATCH-WINDOW play-time-report checks never look at a
      *> profile); A = honoured in either file.
       build-key-table.

           move "DAILY" to ws-key-name(1)
           move "HARD" to ws-key-name(2)
           move "LENGTH" to ws-key-name(3)
           move "LOGGING" to ws-key-name(4)
           move "PLAYER-ID" to ws-key-name(5)
           move "COLORBLIND" to ws-key-name(6)
           move "PRACTICE" to ws-key-name(7)
           move "SUBMIT-SCORES" to ws-key-name(8)
           move "SCOREBOARD-URL" to ws-key-name(9)
           move "CATEGORY" to ws-key-name(10)
           move "LANGUAGE" to ws-key-name(11)
           move "DIFFICULTY" to ws-key-name(12)
           move "RECENT-DAYS" to ws-key-name(13)
           move "SHARED-DIR" to ws-key-name(14)
           move "BLITZ" to ws-key-name(15)
           move "ANALYZE" to ws-key-name(16)
           move "BOARDS" to ws-key-name(17)
           move "REPLAY" to ws-key-name(18)
           move "TEXT-MODE" to ws-key-name(19)
           move "WORDFILE" to ws-key-name(20)
           move "TRIES" to ws-key-name(21)
           move "MAX-WORDS" to ws-key-name(22)
           move "QWERTY" to ws-key-name(23)
           move "DEFCLUE" to ws-key-name(24)
           move "GAME-DAY-OFFSET-HOURS" to ws-key-name(25)
           move "SYNC-URL" to ws-key-name(26)
           move "NOTIFY-WEBHOOK-URL" to ws-key-name(27)
           move "CHAT-MENTIONS" to ws-key-name(28)
           move "SITE-ID" to ws-key-name(29)
           move "BATCH-WINDOW" to ws-key-name(30)
           move 30 to ws-key-count

           perform varying ws-key-idx from 1 by 1
               until ws-key-idx > ws-key-count
               move 'A' to ws-key-scope(ws-key-idx)
           end-perform
           move 'S' to ws-key-scope(25)
           move 'S' to ws-key-scope(26)
           move 'S' to ws-key-scope(27)
           move 'S' to ws-key-scope(29)
           move 'S' to ws-key-scope(30)

           exit paragraph.


      *> The line-0 row of each capture, last one wins: what every
      *> file looked like the last time it was recorded.
       load-last-snapshots.

           move 0 to ws-snap-count
           set ws-not-eof to true

           open input fd-history-file

               perform until ws-eof
                   read fd-history-file
                   at end set ws-eof to true
                   not at end
                       if f-hist-line = 0 then
                           move f-hist-file to ws-file-name
                           perform find-snapshot
                           if ws-snap-found then
                               move f-hdr-state
                                   to ws-snap-state(ws-snap-idx)
                               move f-hdr-line-count
                                   to ws-snap-line-count(ws-snap-idx)
                               move f-hdr-checksum
                                   to ws-snap-checksum(ws-snap-idx)
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-history-file

           exit paragraph.


      *> Looks ws-file-name up in the snapshot table, adding it when
      *> it's new (and there's room).
       find-snapshot.

           set ws-snap-not-found to true

           perform varying ws-snap-idx from 1 by 1
               until ws-snap-idx > ws-snap-count
               or ws-snap-found
               if ws-snap-file(ws-snap-idx) = ws-file-name then
                   set ws-snap-found to true
               end-if
           end-perform

           if ws-snap-found then
               subtract 1 from ws-snap-idx
               exit paragraph
           end-if

           if ws-snap-count < ws-max-snaps then
               add 1 to ws-snap-count
               move ws-snap-count to ws-snap-idx
               move ws-file-name to ws-snap-file(ws-snap-idx)
               move "NEW" to ws-snap-state(ws-snap-idx)
               move 0 to ws-snap-line-count(ws-snap-idx)
               move 0 to ws-snap-checksum(ws-snap-idx)
               move 'N' to ws-snap-seen(ws-snap-idx)
               set ws-snap-found to true
           end-if

           exit paragraph.


      *> One stat line: "owner yyyy-mm-dd hh:mm:ss.nnnnnnnnn +zzzz
      *> name".
       check-one-file.

           move spaces to ws-file-owner
           move spaces to ws-file-mdate
           move spaces to ws-file-mtime
           move spaces to ws-file-zone
           move spaces to ws-file-name
           unstring f-ls-record delimited by all space
               into ws-file-owner ws-file-mdate ws-file-mtime
                   ws-file-zone ws-file-name

           move concat(
               ws-file-mdate(1:4) ws-file-mdate(6:2)
               ws-file-mdate(9:2) ws-file-mtime(1:2)
               ws-file-mtime(4:2) ws-file-mtime(7:2))
               to ws-file-stamp

           add 1 to ws-file-count

           if ws-file-name = "cobordle.cfg" then
               set ws-file-shared to true
               set ws-shared-seen to true
               move spaces to ws-file-player
           else
               set ws-file-profile to true
               move spaces to ws-file-player
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-file-name delimited by "cobordle_profile_"
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by ".dat"
                   into ws-file-player
           end-if

           move ws-file-name to ws-config-file-name

           if ws-mode = "CHECK" then
               perform lint-one-file
           end-if

           perform snapshot-one-file

           exit paragraph.


       lint-one-file.

           move 0 to ws-file-findings
           move 0 to ws-seen-count
           move 0 to ws-line-no
           set ws-not-eof to true

           open input fd-config-file

               perform until ws-eof
                   read fd-config-file
                   at end set ws-eof to true
                   not at end
                       add 1 to ws-line-no
                       if f-config-record not = spaces
                       and f-config-record(1:1) not = "*" then
                           perform lint-one-line
                       end-if
                   end-read
               end-perform

           close fd-config-file

           set ws-not-eof to true

           if ws-file-findings = 0 then
               display concat(trim(ws-config-file-name) ": OK")
           end-if

           exit paragraph.


      *> Splits the line exactly as apply-config-line does, then
      *> checks the key and its value.
       lint-one-line.

           move 0 to ws-cmd-found
           inspect f-config-record tallying ws-cmd-found for all "="
           if ws-cmd-found = 0 then
               set ws-finding-error to true
               move concat(
                   "no ""="" -- not a KEY=VALUE line: "
                   trim(f-config-record))
                   to ws-finding-text
               perform report-finding
               exit paragraph
           end-if

           move spaces to ws-config-key
           move spaces to ws-config-value

           unstring f-config-record delimited by "="
               into ws-config-key ws-config-value

           move upper-case(trim(ws-config-key)) to ws-config-key
           move trim(ws-config-value) to ws-config-value
           move upper-case(ws-config-value) to ws-value-upper

           set ws-key-unknown to true
           perform varying ws-key-idx from 1 by 1
               until ws-key-idx > ws-key-count
               or ws-key-found
               if ws-key-name(ws-key-idx) = ws-config-key then
                   set ws-key-found to true
               end-if
           end-perform

           if ws-key-unknown then
               perform find-hint-key
               set ws-finding-error to true
               if ws-hint-key = spaces then
                   move concat(
                       "unknown key " trim(ws-config-key)
                       " -- ignored by every program")
                       to ws-finding-text
               else
                   move concat(
                       "unknown key " trim(ws-config-key)
                       " -- ignored; did you mean "
                       trim(ws-hint-key) "?")
                       to ws-finding-text
               end-if
               perform report-finding
               exit paragraph
           end-if

           subtract 1 from ws-key-idx

           if ws-file-profile and ws-key-scope(ws-key-idx) = 'S' then
               set ws-finding-warning to true
               move concat(
                   trim(ws-config-key) " is only read from "
                   "cobordle.cfg -- ignored in a profile")
                   to ws-finding-text
               perform report-finding
           end-if

           perform check-repeated-key

           if ws-config-value = spaces then
               set ws-finding-error to true
               move concat(trim(ws-config-key) " has no value")
                   to ws-finding-text
               perform report-finding
               exit paragraph
           end-if

           perform check-value

           exit paragraph.


      *> A near miss: a known key of the same length that differs in
      *> at most two letters (LENGHT, TIRES), or one that starts the
      *> same way (BLITZ-SECONDS).
       find-hint-key.

           move spaces to ws-hint-key

           perform varying ws-key-idx from 1 by 1
               until ws-key-idx > ws-key-count
               or ws-hint-key not = spaces

               if length(trim(ws-key-name(ws-key-idx)))
                   = length(trim(ws-config-key)) then
                   move 0 to ws-diff-count
                   perform varying ws-char-idx from 1 by 1
                       until ws-char-idx > 24
                       if ws-key-name(ws-key-idx)(ws-char-idx:1)
                           not = ws-config-key(ws-char-idx:1) then
                           add 1 to ws-diff-count
                       end-if
                   end-perform
                   if ws-diff-count <= 2 then
                       move ws-key-name(ws-key-idx) to ws-hint-key
                   end-if
               end-if

               if ws-hint-key = spaces
               and ws-config-key(1:4) = ws-key-name(ws-key-idx)(1:4)
               then
                   move ws-key-name(ws-key-idx) to ws-hint-key
               end-if
           end-perform

           exit paragraph.


       check-repeated-key.

           perform varying ws-seen-idx from 1 by 1
               until ws-seen-idx > ws-seen-count
               if ws-seen-keys(ws-seen-idx) = ws-config-key then
                   set ws-finding-warning to true
                   move concat(
                       trim(ws-config-key) " set again -- this "
                       "later line wins")
                       to ws-finding-text
                   perform report-finding
                   exit paragraph
               end-if
           end-perform

           if ws-seen-count < ws-max-keys then
               add 1 to ws-seen-count
               move ws-config-key to ws-seen-keys(ws-seen-count)
           end-if

           exit paragraph.


      *> The ranges here are the ones the games themselves enforce on
      *> the matching command-line options.
       check-value.

           evaluate ws-config-key
               when "DAILY"
               when "HARD"
               when "LOGGING"
               when "COLORBLIND"
               when "PRACTICE"
               when "SUBMIT-SCORES"
               when "SHARED-DIR"
               when "ANALYZE"
               when "TEXT-MODE"
               when "QWERTY"
               when "DEFCLUE"
                   if ws-value-upper not = "Y"
                   and ws-value-upper not = "N" then
                       set ws-finding-error to true
                       move concat(
                           trim(ws-config-key) "=" trim(ws-config-value)
                           " -- takes Y or N (anything else is N)")
                           to ws-finding-text
                       perform report-finding
                   end-if

               when "LENGTH"
                   move 4 to ws-range-low
                   move 7 to ws-range-high
                   perform check-number-range

               when "TRIES"
                   move 1 to ws-range-low
                   move 20 to ws-range-high
                   perform check-number-range

               when "RECENT-DAYS"
                   move 0 to ws-range-low
                   move 999 to ws-range-high
                   perform check-number-range

               when "MAX-WORDS"
                   move 1 to ws-range-low
                   move 30000 to ws-range-high
                   perform check-number-range

               when "BLITZ"
                   perform check-blitz-value

               when "BOARDS"
                   if ws-config-value not = "1"
                   and ws-config-value not = "2"
                   and ws-config-value not = "4" then
                       set ws-finding-error to true
                       move concat(
                           "BOARDS=" trim(ws-config-value)
                           " -- only 1, 2 or 4 boards are dealt")
                           to ws-finding-text
                       perform report-finding
                   end-if

               when "GAME-DAY-OFFSET-HOURS"
                   move -12 to ws-range-low
                   move 12 to ws-range-high
                   perform check-number-range

               when "DIFFICULTY"
                   if ws-value-upper not = "EASY"
                   and ws-value-upper not = "MEDIUM"
                   and ws-value-upper not = "HARD" then
                       set ws-finding-error to true
                       move concat(
                           "DIFFICULTY=" trim(ws-config-value)
                           " -- takes EASY, MEDIUM or HARD")
                           to ws-finding-text
                       perform report-finding
                   end-if

               when "LANGUAGE"
                   perform check-language-value

               when "CATEGORY"
                   perform check-category-value

               when "WORDFILE"
                   move ws-config-value to ws-probe-file-name
                   perform probe-one-file
                   if ws-probe-missing then
                       set ws-finding-error to true
                       move concat(
                           "WORDFILE " trim(ws-config-value)
                           " is missing or empty")
                           to ws-finding-text
                       perform report-finding
                   end-if

               when "REPLAY"
                   perform check-replay-value

               when "PLAYER-ID"
                   perform check-player-id-value

               when "SITE-ID"
                   perform check-site-id-value

               when "BATCH-WINDOW"
                   perform check-batch-window-value

               when "CHAT-MENTIONS"
                   if ws-value-upper not = "Y"
                   and ws-value-upper not = "N" then
                       set ws-finding-error to true
                       move concat(
                           trim(ws-config-key) "=" trim(ws-config-value)
                           " -- takes Y or N (anything else is Y)")
                           to ws-finding-text
                       perform report-finding
                   end-if

               when "SCOREBOARD-URL"
               when "SYNC-URL"
               when "NOTIFY-WEBHOOK-URL"
                   if ws-value-upper(1:7) not = "HTTP://"
                   and ws-value-upper(1:8) not = "HTTPS://" then
                       set ws-finding-error to true
                       move concat(
                           trim(ws-config-key) " does not look like "
                           "an http:// or https:// URL")
                           to ws-finding-text
                       perform report-finding
                   end-if
           end-evaluate

           exit paragraph.


      *> ws-config-value as a whole number, optionally signed.
       read-whole-number.

           set ws-number-ok to true
           move 0 to ws-number
           move length(trim(ws-config-value)) to ws-value-len
           move 1 to ws-value-start

           if ws-config-value(1:1) = "-"
           or ws-config-value(1:1) = "+" then
               move 2 to ws-value-start
               if ws-value-len < 2 then
                   set ws-number-bad to true
                   exit paragraph
               end-if
           end-if

           if ws-value-len - ws-value-start + 1 > 7 then
               set ws-number-bad to true
               exit paragraph
           end-if

           if ws-config-value(ws-value-start:
               ws-value-len - ws-value-start + 1) is not numeric then
               set ws-number-bad to true
               exit paragraph
           end-if

           move function numval(ws-config-value) to ws-number

           exit paragraph.


      *> Bounds in ws-range-low/high on entry; reports a value that
      *> isn't a number at all, or falls outside them.
       check-number-range.

           perform read-whole-number

           if ws-number-bad then
               set ws-finding-error to true
               move concat(
                   trim(ws-config-key) "=" trim(ws-config-value)
                   " -- not a whole number (read as 0)")
                   to ws-finding-text
               perform report-finding
               exit paragraph
           end-if

           if ws-number < ws-range-low
           or ws-number > ws-range-high then
               perform report-out-of-range
           end-if

           exit paragraph.


       report-out-of-range.

           set ws-finding-error to true
           evaluate ws-config-key
               when "LENGTH"
                   move "LENGTH takes 4 to 7" to ws-finding-text
               when "TRIES"
                   move "TRIES takes 1 to 20" to ws-finding-text
               when "RECENT-DAYS"
                   move "RECENT-DAYS takes 0 to 999"
                       to ws-finding-text
               when "MAX-WORDS"
                   move "MAX-WORDS takes 1 to 30000"
                       to ws-finding-text
               when other
                   move concat(
                       trim(ws-config-key) " takes -12 to 12")
                       to ws-finding-text
           end-evaluate
           move concat(
               trim(ws-finding-text) "; found "
               trim(ws-config-value))
               to ws-finding-text
           perform report-finding

           exit paragraph.


      *> 0 turns the clock off; anything else is seconds per guess.
       check-blitz-value.

           perform read-whole-number

           if ws-number-bad then
               set ws-finding-error to true
               move concat(
                   "BLITZ=" trim(ws-config-value)
                   " -- not a whole number of seconds")
                   to ws-finding-text
               perform report-finding
               exit paragraph
           end-if

           if ws-number not = 0
           and (ws-number < 5 or ws-number > 300) then
               set ws-finding-error to true
               move concat(
                   "BLITZ takes 0 (off) or 5 to 300 seconds; found "
                   trim(ws-config-value))
                   to ws-finding-text
               perform report-finding
           end-if

           exit paragraph.


      *> Two letters, and the list word-loader would open for them
      *> has to be on disk.
       check-language-value.

           if length(trim(ws-config-value)) not = 2
           or ws-value-upper(1:2) is not alphabetic then
               set ws-finding-error to true
               move concat(
                   "LANGUAGE=" trim(ws-config-value)
                   " -- takes a two-letter code such as fr")
                   to ws-finding-text
               perform report-finding
               exit paragraph
           end-if

           move concat(
               "word_" lower-case(ws-config-value(1:2)) ".list")
               to ws-probe-file-name
           perform probe-one-file

           if ws-probe-missing then
               set ws-finding-error to true
               move concat(
                   "LANGUAGE=" trim(ws-config-value) " but "
                   trim(ws-probe-file-name) " is not on disk")
                   to ws-finding-text
               perform report-finding
           end-if

           exit paragraph.


      *> The same character set cobordle keeps on a category, and
      *> the category's list must exist.
       check-category-value.

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > length(trim(ws-config-value))

               evaluate lower-case(ws-config-value(ws-char-idx:1))
                   when "a" thru "z"
                   when "0" thru "9"
                   when "-"
                   when "_"
                       continue
                   when other
                       set ws-finding-error to true
                       move concat(
                           "CATEGORY=" trim(ws-config-value)
                           " -- unsupported characters, dropped")
                           to ws-finding-text
                       perform report-finding
                       exit paragraph
               end-evaluate
           end-perform

           move concat(lower-case(trim(ws-config-value)) ".list")
               to ws-probe-file-name
           perform probe-one-file

           if ws-probe-missing then
               set ws-finding-error to true
               move concat(
                   "CATEGORY=" trim(ws-config-value) " but "
                   trim(ws-probe-file-name) " is not on disk")
                   to ws-finding-text
               perform report-finding
           end-if

           exit paragraph.


      *> YYYY-MM-DD, a real date -- and a standing REPLAY in the
      *> shared file turns every player's daily into that one day.
       check-replay-value.

           if ws-config-value(5:1) not = "-"
           or ws-config-value(8:1) not = "-"
           or ws-config-value(11:1) not = space
           or ws-config-value(1:4) is not numeric
           or ws-config-value(6:2) is not numeric
           or ws-config-value(9:2) is not numeric then
               set ws-finding-error to true
               move concat(
                   "REPLAY=" trim(ws-config-value)
                   " -- takes a date as YYYY-MM-DD")
                   to ws-finding-text
               perform report-finding
               exit paragraph
           end-if

           move concat(ws-config-value(1:4) ws-config-value(6:2)
               ws-config-value(9:2)) to ws-replay-num
           if test-date-yyyymmdd(ws-replay-num) not = 0 then
               set ws-finding-error to true
               move concat(
                   "REPLAY=" trim(ws-config-value)
                   " is not a calendar date")
                   to ws-finding-text
               perform report-finding
               exit paragraph
           end-if

           if ws-file-shared then
               set ws-finding-warning to true
               move concat(
                   "REPLAY in cobordle.cfg replays that day for "
                   "every player")
                   to ws-finding-text
               perform report-finding
           end-if

           exit paragraph.


      *> The site id goes into the scoreboard POST's shell command
      *> line, so it takes the player id's character set.
       check-site-id-value.

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > length(trim(ws-config-value))

               evaluate ws-value-upper(ws-char-idx:1)
                   when "A" thru "Z"
                   when "0" thru "9"
                   when "-"
                   when "_"
                       continue
                   when other
                       set ws-finding-error to true
                       move concat(
                           "SITE-ID=" trim(ws-config-value)
                           " -- only letters, digits, - and _;"
                           " scores are posted without a site")
                           to ws-finding-text
                       perform report-finding
                       exit paragraph
               end-evaluate
           end-perform

           if length(trim(ws-config-value)) > 10 then
               set ws-finding-error to true
               move "SITE-ID is longer than 10 characters"
                   to ws-finding-text
               perform report-finding
           end-if

           exit paragraph.


      *> HHMM-HHMM, 24-hour clock; the end may be past midnight
      *> (2330-0130).
       check-batch-window-value.

           if length(trim(ws-config-value)) not = 9
           or ws-config-value(1:4) is not numeric
           or ws-config-value(5:1) not = "-"
           or ws-config-value(6:4) is not numeric
           or ws-config-value(1:2) > "23"
           or ws-config-value(3:2) > "59"
           or ws-config-value(6:2) > "23"
           or ws-config-value(8:2) > "59"
           or ws-config-value(1:4) = ws-config-value(6:4) then
               set ws-finding-error to true
               move concat(
                   "BATCH-WINDOW=" trim(ws-config-value)
                   " -- takes HHMM-HHMM, e.g. 0200-0400")
                   to ws-finding-text
               perform report-finding
           end-if

           exit paragraph.


      *> Player ids go into file names and shell command lines; a
      *> profile naming somebody else means its games are recorded
      *> against that player.
       check-player-id-value.

           perform varying ws-char-idx from 1 by 1
               until ws-char-idx > length(trim(ws-config-value))

               evaluate ws-value-upper(ws-char-idx:1)
                   when "A" thru "Z"
                   when "0" thru "9"
                   when "-"
                   when "_"
                       continue
                   when other
                       set ws-finding-error to true
                       move concat(
                           "PLAYER-ID=" trim(ws-config-value)
                           " -- only letters, digits, - and _")
                           to ws-finding-text
                       perform report-finding
                       exit paragraph
               end-evaluate
           end-perform

           if length(trim(ws-config-value)) > 20 then
               set ws-finding-error to true
               move "PLAYER-ID is longer than 20 characters"
                   to ws-finding-text
               perform report-finding
               exit paragraph
           end-if

           if ws-file-profile
           and ws-value-upper not = upper-case(ws-file-player) then
               set ws-finding-warning to true
               move concat(
                   "PLAYER-ID=" trim(ws-config-value) " in "
                   trim(ws-file-player) "'s profile")
                   to ws-finding-text
               perform report-finding
           end-if

           exit paragraph.


       probe-one-file.

           set ws-probe-missing to true

           open input fd-probe-file
               read fd-probe-file
               at end continue
               not at end
                   if f-probe-record not = spaces then
                       set ws-probe-found to true
                   end-if
               end-read
           close fd-probe-file

           exit paragraph.


       report-finding.

           if ws-file-findings = 0 then
               display concat(trim(ws-config-file-name) ":")
           end-if
           add 1 to ws-file-findings

           move ws-line-no to ws-line-disp

           if ws-finding-error then
               add 1 to ws-error-count
               display concat(
                   "  line " trim(ws-line-disp) "  ERROR  "
                   trim(ws-finding-text))
           else
               add 1 to ws-warning-count
               display concat(
                   "  line " trim(ws-line-disp) "  WARN   "
                   trim(ws-finding-text))
           end-if

           exit paragraph.


      *> Checksums the file as it stands; when it differs from the
      *> last capture (or there is none), appends a new capture.
       snapshot-one-file.

           perform checksum-one-file

           perform find-snapshot
           if ws-snap-not-found then
               exit paragraph
           end-if

           move 'Y' to ws-snap-seen(ws-snap-idx)

           if ws-snap-state(ws-snap-idx) = "PRESENT"
           and ws-snap-line-count(ws-snap-idx) = ws-content-count
           and ws-snap-checksum(ws-snap-idx) = ws-checksum then
               exit paragraph
           end-if

           open extend fd-history-file

               move spaces to f-history-record
               move ws-now-stamp to f-hist-stamp
               move ws-user-name to f-hist-user
               move ws-file-owner to f-hist-owner
               move ws-file-stamp to f-hist-mtime
               move ws-file-name to f-hist-file
               move 0 to f-hdr-line
               move "PRESENT" to f-hdr-state
               move ws-content-count to f-hdr-line-count
               move ws-checksum to f-hdr-checksum
               write f-history-record

               move 0 to ws-line-no
               set ws-not-eof to true

               open input fd-config-file
                   perform until ws-eof
                       read fd-config-file
                       at end set ws-eof to true
                       not at end
                           add 1 to ws-line-no
                           move ws-line-no to f-hist-line
                           move f-config-record to f-hist-text
                           write f-history-record
                       end-read
                   end-perform
               close fd-config-file

           close fd-history-file

           set ws-not-eof to true

           move "PRESENT" to ws-snap-state(ws-snap-idx)
           add 1 to ws-snapshot-count

           if ws-mode = "CHECK" then
               display concat(
                   "  (change recorded in "
                   trim(ws-history-file-name) ")")
           end-if

           exit paragraph.


       checksum-one-file.

           move 0 to ws-checksum
           move 0 to ws-content-count
           set ws-not-eof to true

           open input fd-config-file

               perform until ws-eof
                   read fd-config-file
                   at end set ws-eof to true
                   not at end
                       add 1 to ws-content-count
                       move 0 to ws-line-sum
                       perform varying ws-char-idx from 1 by 1
                           until ws-char-idx > 80
                           compute ws-line-sum = ws-line-sum
                               + ord(f-config-record(ws-char-idx:1))
                               * ws-char-idx
                       end-perform
                       compute ws-checksum = function mod(
                           ws-checksum * 31 + ws-line-sum
                           + ws-content-count, 999999937)
                   end-read
               end-perform

           close fd-config-file

           set ws-not-eof to true

           exit paragraph.


      *> A file the history has seen that is no longer on disk (a
      *> purged player's profile, a deleted cobordle.cfg) gets a
      *> capture saying so.
       record-removed-files.

           perform varying ws-snap-idx from 1 by 1
               until ws-snap-idx > ws-snap-count

               if ws-snap-seen(ws-snap-idx) not = 'Y'
               and ws-snap-state(ws-snap-idx) = "PRESENT" then
                   open extend fd-history-file
                       move spaces to f-history-record
                       move ws-now-stamp to f-hist-stamp
                       move ws-user-name to f-hist-user
                       move ws-snap-file(ws-snap-idx) to f-hist-file
                       move 0 to f-hdr-line
                       move "REMOVED" to f-hdr-state
                       move 0 to f-hdr-line-count
                       move 0 to f-hdr-checksum
                       write f-history-record
                   close fd-history-file
                   add 1 to ws-snapshot-count
                   if ws-mode = "CHECK" then
                       display concat(
                           trim(ws-snap-file(ws-snap-idx))
                           ": gone since the last check "
                           "(recorded as removed)")
                   end-if
               end-if
           end-perform

           exit paragraph.


       display-summary.

           display space
           move ws-file-count to ws-count-disp
           display concat("Files checked:     " trim(ws-count-disp))
           move ws-snapshot-count to ws-count-disp
           display concat("Changes recorded:  " trim(ws-count-disp))

           if ws-mode not = "CHECK" then
               exit paragraph
           end-if

           move ws-error-count to ws-count-disp
           display concat("Errors:            " trim(ws-count-disp))
           move ws-warning-count to ws-count-disp
           display concat("Warnings:          " trim(ws-count-disp))

           if ws-error-count > 0 then
               move 8 to return-code
           else
               if ws-warning-count > 0 then
                   move 4 to return-code
               end-if
           end-if

           exit paragraph.


      *> Every capture kept, oldest first; with --file= the lines
      *> each capture added (+) and removed (-) against the one
      *> before it.
       list-history.

           if ws-history-filter = spaces then
               display "When            By           Owner        "
                   "Modified        File"
           else
               display concat(
                   "Changes to " trim(ws-history-filter)
                   ", oldest first")
           end-if
           display space

           move 0 to ws-prev-count
           move 0 to ws-cur-count
           set ws-no-capture to true
           set ws-not-eof to true

           open input fd-history-file

               perform until ws-eof
                   read fd-history-file
                   at end set ws-eof to true
                   not at end
                       perform list-one-history-row
                   end-read
               end-perform

           close fd-history-file

           if ws-have-capture then
               perform show-capture-changes
           end-if

           exit paragraph.


       list-one-history-row.

           if ws-history-filter = spaces then
               if f-hist-line = 0 then
                   perform build-capture-header
                   display trim(ws-cur-header)
               end-if
               exit paragraph
           end-if

           if f-hist-file not = ws-history-filter then
               exit paragraph
           end-if

           if f-hist-line = 0 then
               if ws-have-capture then
                   perform show-capture-changes
               end-if
               perform build-capture-header
               set ws-have-capture to true
               move 0 to ws-cur-count
               exit paragraph
           end-if

           if ws-cur-count < ws-max-hist-lines then
               add 1 to ws-cur-count
               move f-hist-text to ws-cur-lines(ws-cur-count)
           end-if

           exit paragraph.


       build-capture-header.

           if f-hdr-state = "REMOVED" then
               move concat(
                   f-hist-stamp(1:8) " " f-hist-stamp(9:4) "   "
                   f-hist-user " (removed)    "
                   "                "
                   trim(f-hist-file))
                   to ws-cur-header
           else
               move concat(
                   f-hist-stamp(1:8) " " f-hist-stamp(9:4) "   "
                   f-hist-user " " f-hist-owner " "
                   f-hist-mtime(1:8) " " f-hist-mtime(9:4) "   "
                   trim(f-hist-file))
                   to ws-cur-header
           end-if

           exit paragraph.


      *> Shows one capture against the previous one, then makes it
      *> the previous one for the next.
       show-capture-changes.

           display trim(ws-cur-header)

           perform varying ws-cur-idx from 1 by 1
               until ws-cur-idx > ws-cur-count
               set ws-line-unmatched to true
               perform varying ws-prev-idx from 1 by 1
                   until ws-prev-idx > ws-prev-count
                   or ws-line-matched
                   if ws-prev-lines(ws-prev-idx)
                       = ws-cur-lines(ws-cur-idx) then
                       set ws-line-matched to true
                   end-if
               end-perform
               if ws-line-unmatched then
                   display concat(
                       "    + " trim(ws-cur-lines(ws-cur-idx)))
               end-if
           end-perform

           perform varying ws-prev-idx from 1 by 1
               until ws-prev-idx > ws-prev-count
               set ws-line-unmatched to true
               perform varying ws-cur-idx from 1 by 1
                   until ws-cur-idx > ws-cur-count
                   or ws-line-matched
                   if ws-cur-lines(ws-cur-idx)
                       = ws-prev-lines(ws-prev-idx) then
                       set ws-line-matched to true
                   end-if
               end-perform
               if ws-line-unmatched then
                   display concat(
                       "    - " trim(ws-prev-lines(ws-prev-idx)))
               end-if
           end-perform

           display space

           perform varying ws-cur-idx from 1 by 1
               until ws-cur-idx > ws-cur-count
               move ws-cur-lines(ws-cur-idx)
                   to ws-prev-lines(ws-cur-idx)
           end-perform
           move ws-cur-count to ws-prev-count
           move 0 to ws-cur-count

           exit paragraph.

       end program config-check.
