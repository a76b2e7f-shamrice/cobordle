      ******************************************************************
      * Purpose: One-time rebuild of an existing cobordle_stats.idx
      *          with the two alternate keys stats_record.cpy's
      *          readers now declare: the game date (f-stats-date)
      *          and the game id (f-stats-game-id), both with
      *          duplicates. The record itself is unchanged -- every
      *          row is copied across byte for byte under its own
      *          player/date/seq key; only the file's indexes grow.
      *          The date- and game-driven programs (daily-digest,
      *          ticker, pickem, void-day, anomaly-screen,
      *          correct-game, game-trace) start on those keys
      *          instead of reading the whole file, so this must run
      *          once before they do.
      *
      *          The rekeyed file is built alongside the original and
      *          swapped in with the same delete-and-rename
      *          stats-migrate uses, so a crash mid-rebuild leaves
      *          the original untouched.
      *
      *          Usage: stats-rekey
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. stats-rekey.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-old-stats-file
               assign to dynamic ws-old-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-old-stats-key.

               select fd-stats-file
               assign to dynamic ws-new-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

       data division.

       file section.

      *> The same 100 bytes as stats_record.cpy, declared with the
      *> primary key only -- the file as it stood before the
      *> alternate keys. Kept inline here since this program is the
      *> only thing that still opens it that way.
       fd  fd-old-stats-file.
       01  f-old-stats-record.
           05  f-old-stats-key         pic x(36).
           05  f-old-stats-data        pic x(64).

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       working-storage section.

       01  ws-old-stats-file-name  pic x(40)
                                   value "cobordle_stats.idx".
       01  ws-new-stats-file-name  pic x(40)
                                   value "cobordle_stats.idx.new".

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-rekeyed-count        pic 9(7) comp value 0.
       01  ws-no-id-count          pic 9(7) comp value 0.
       01  ws-count-disp           pic z(6)9.

      *> The maintenance-window lock held while the file is being
      *> rewritten (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Stats file rekey"
           display concat(
               "Rebuilding " trim(ws-old-stats-file-name)
               " with date and game-id keys")
           display space

           perform check-operator-grant

           perform take-maintenance-lock

           set ws-not-eof to true

           open input fd-old-stats-file
           open output fd-stats-file

               perform until ws-eof
                   read fd-old-stats-file next
                   at end set ws-eof to true
                   not at end
                       perform rekey-stats-record
                   end-read
               end-perform

           close fd-old-stats-file
           close fd-stats-file

           call "CBL_DELETE_FILE" using ws-old-stats-file-name
           call "CBL_RENAME_FILE" using
               ws-new-stats-file-name ws-old-stats-file-name

           perform release-maintenance-lock

           move ws-rekeyed-count to ws-count-disp
           display concat(
               "Rows rekeyed: " trim(ws-count-disp))

           if ws-no-id-count > 0 then
               move ws-no-id-count to ws-count-disp
               display concat(
                   trim(ws-count-disp) " row(s) predate game ids "
                   "and are reachable by date only.")
           end-if

           stop run.


       rekey-stats-record.

           move f-old-stats-record to f-stats-record

           write f-stats-record
           invalid key
               display concat(
                   "Unexpected duplicate key for player "
                   trim(f-stats-player) " -- row skipped.")
               exit paragraph
           end-write

           add 1 to ws-rekeyed-count

           if f-stats-game-id = spaces then
               add 1 to ws-no-id-count
           end-if

           exit paragraph.


      *> Nobody may record play while this run rewrites the file
      *> underneath them: the maintenance lock is taken first, and a
      *> run that finds it already held by someone else stops here.
       take-maintenance-lock.

           move 'S' to l-ml-action
           move "stats-rekey" to l-ml-program
           move 60 to l-ml-minutes
           call "maint-lock" using l-maint-lock

           if l-ml-refused then
               display concat(
                   "Refusing to run: the maintenance lock is held by "
                   trim(l-ml-holder) " until " l-ml-until-disp ".")
               if l-ml-stale then
                   display "That lock looks stale -- check it with "
                       "maint-window and clear it with maint-window "
                       "--clear."
               end-if
               move 8 to return-code
               stop run
           end-if

           exit paragraph.


       release-maintenance-lock.

           move 'C' to l-ml-action
           call "maint-lock" using l-maint-lock

           exit paragraph.


       check-operator-grant.

           move "stats-rekey" to l-oc-program
           move spaces to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program stats-rekey.
