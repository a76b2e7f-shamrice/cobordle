      ******************************************************************
      * Purpose: Crash-safe before-image journal for player-rename and
      *          player-purge. Each of them rewrites a dozen file
      *          families one after another; killed halfway, a player
      *          is left split across two ids or half purged. So a
      *          confirmed run first notes itself here, and before it
      *          touches a file it has a copy of that file kept
      *          (cobordle_rollback_<n>.img) -- or a note that the
      *          file didn't exist yet -- and a copy of the affected
      *          players' rows of cobordle_stats.idx. The journal
      *          itself is cobordle_rollback.jnl.
      *
      *          A run that finishes drops the journal and images. A
      *          journal still there at the next start is an
      *          unfinished run: rolling it back puts every file it
      *          had noted back as it was before the run, files it
      *          created are removed, and the players' stats rows go
      *          back to their before-image. A roll back can itself
      *          be interrupted and simply run again.
      *
      *          Called with one l-rollback-journal per action.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. rollback-journal.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-journal-file
               assign to dynamic ws-journal-file-name
               organization is line sequential.

               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-image-file
               assign to dynamic ws-image-file-name
               organization is line sequential.

       data division.

       file section.

      *> B row: the run (program, arguments, stamp, login).
      *> F row: one file -- E it existed and its image is kept, N it
      *>        didn't exist before the run.
      *> S row: one player's stats rows, image kept.
       fd  fd-journal-file.
       01  f-journal-record.
           05  f-rbj-type              pic a.
               88  f-rbj-begin         value 'B'.
               88  f-rbj-file          value 'F'.
               88  f-rbj-stats         value 'S'.
           05  f-rbj-seq               pic 9(4).
           05  f-rbj-state             pic a.
               88  f-rbj-existed       value 'E'.
               88  f-rbj-absent        value 'N'.
           05  f-rbj-name              pic x(60).
           05  f-rbj-image             pic x(40).
           05  f-rbj-args              pic x(60).
           05  f-rbj-stamp             pic x(14).
           05  f-rbj-user              pic x(12).

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       fd  fd-image-file.
       01  f-image-record              pic x(100).

       working-storage section.

       01  ws-journal-file-name    pic x(40)
                                   value "cobordle_rollback.jnl".
       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-image-file-name      pic x(40).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

      *> The journal as read back, for de-duplication and for the
      *> roll back, which works through it last entry first.
       01  ws-max-entries          constant as 1000.
       01  ws-entries occurs ws-max-entries times.
           05  ws-en-type          pic a.
           05  ws-en-state         pic a.
           05  ws-en-name          pic x(60).
           05  ws-en-image         pic x(40).
       01  ws-entry-count          pic 9(4) comp value 0.
       01  ws-entry-idx            pic 9(4) comp.
       01  ws-begin-found-sw       pic a value 'N'.
           88  ws-begin-found      value 'Y'.
           88  ws-begin-not-found  value 'N'.
       01  ws-already-sw           pic a value 'N'.
           88  ws-already-kept     value 'Y'.
           88  ws-not-yet-kept     value 'N'.

       01  ws-seq-disp             pic 9(4).
       01  ws-user-name            pic x(12).

       01  ws-file-details.
           05  ws-file-size        pic x(8) comp-x.
           05  ws-file-date        pic x(8).

       linkage section.

       copy "./src/copy/rollback_journal.cpy".

       procedure division using l-rollback-journal.

       main-procedure.

           perform load-journal

           evaluate true
               when l-rb-query
                   if ws-begin-found then
                       set l-rb-pending to true
                   else
                       set l-rb-none to true
                   end-if
               when l-rb-begin
                   perform begin-run
               when l-rb-save-file
                   perform keep-file-image
               when l-rb-save-stats
                   perform keep-stats-image
               when l-rb-commit
                   perform drop-journal
                   set l-rb-done to true
               when l-rb-rollback
                   perform roll-back-run
                   set l-rb-done to true
           end-evaluate

           goback.


      *> Reads the journal into the entry table and hands the run's
      *> details back to the caller.
       load-journal.

           move 0 to ws-entry-count
           set ws-begin-not-found to true
           move spaces to l-rb-stamp
           move spaces to l-rb-user
           set ws-not-eof to true

           open input fd-journal-file

               perform until ws-eof
                   read fd-journal-file
                   at end set ws-eof to true
                   not at end
                       if f-rbj-begin then
                           set ws-begin-found to true
                           move f-rbj-name to l-rb-program
                           move f-rbj-args to l-rb-args
                           move f-rbj-stamp to l-rb-stamp
                           move f-rbj-user to l-rb-user
                       else
                           if ws-entry-count < ws-max-entries then
                               add 1 to ws-entry-count
                               move f-rbj-type
                                   to ws-en-type(ws-entry-count)
                               move f-rbj-state
                                   to ws-en-state(ws-entry-count)
                               move f-rbj-name
                                   to ws-en-name(ws-entry-count)
                               move f-rbj-image
                                   to ws-en-image(ws-entry-count)
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-journal-file

           move ws-entry-count to l-rb-entries

           exit paragraph.


       begin-run.

           move spaces to ws-user-name
           accept ws-user-name from environment "USER"
           if ws-user-name = spaces then
               move "(unknown)" to ws-user-name
           end-if

           move spaces to f-journal-record
           set f-rbj-begin to true
           move 0 to f-rbj-seq
           move l-rb-program to f-rbj-name
           move l-rb-args to f-rbj-args
           move function current-date(1:14) to f-rbj-stamp
           move ws-user-name to f-rbj-user

           open output fd-journal-file
           write f-journal-record
           close fd-journal-file

           move f-rbj-stamp to l-rb-stamp
           move ws-user-name to l-rb-user
           move 0 to l-rb-entries

           exit paragraph.


      *> The image is copied before its journal row is written, so a
      *> row never names an image that isn't there. A file already
      *> kept this run keeps its first image -- that is the state
      *> before the run.
       keep-file-image.

           set ws-not-yet-kept to true
           perform varying ws-entry-idx from 1 by 1
               until ws-entry-idx > ws-entry-count
               if ws-en-type(ws-entry-idx) = 'F'
               and ws-en-name(ws-entry-idx) = l-rb-file-name then
                   set ws-already-kept to true
               end-if
           end-perform

           if ws-already-kept then
               exit paragraph
           end-if

           move spaces to f-journal-record
           set f-rbj-file to true
           compute f-rbj-seq = ws-entry-count + 1
           move l-rb-file-name to f-rbj-name

           call "CBL_CHECK_FILE_EXIST" using
               l-rb-file-name ws-file-details
           if return-code = 0 then
               set f-rbj-existed to true
               move f-rbj-seq to ws-seq-disp
               move concat(
                   "cobordle_rollback_" ws-seq-disp ".img")
                   to ws-image-file-name
               call "CBL_COPY_FILE" using
                   l-rb-file-name ws-image-file-name
               move ws-image-file-name to f-rbj-image
           else
               set f-rbj-absent to true
           end-if
           move 0 to return-code

           perform append-journal-row

           exit paragraph.


      *> The player's rows of the indexed stats file, written out as
      *> plain records in key order.
       keep-stats-image.

           set ws-not-yet-kept to true
           perform varying ws-entry-idx from 1 by 1
               until ws-entry-idx > ws-entry-count
               if ws-en-type(ws-entry-idx) = 'S'
               and ws-en-name(ws-entry-idx) = l-rb-player then
                   set ws-already-kept to true
               end-if
           end-perform

           if ws-already-kept then
               exit paragraph
           end-if

           move spaces to f-journal-record
           set f-rbj-stats to true
           compute f-rbj-seq = ws-entry-count + 1
           set f-rbj-existed to true
           move l-rb-player to f-rbj-name

           move f-rbj-seq to ws-seq-disp
           move concat("cobordle_rollback_" ws-seq-disp ".img")
               to ws-image-file-name
           move ws-image-file-name to f-rbj-image

           set ws-not-eof to true

           move l-rb-player to f-stats-player
           move 0 to f-stats-date
           move 0 to f-stats-seq

           open output fd-image-file
           open input fd-stats-file

               start fd-stats-file key >= f-stats-key
               invalid key set ws-eof to true
               end-start

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       if f-stats-player not = l-rb-player then
                           set ws-eof to true
                       else
                           write f-image-record from f-stats-record
                       end-if
                   end-read
               end-perform

           close fd-stats-file
           close fd-image-file

           move l-rb-player to f-rbj-name
           perform append-journal-row

           exit paragraph.


       append-journal-row.

           open extend fd-journal-file
           write f-journal-record
           close fd-journal-file

           add 1 to ws-entry-count
           move ws-entry-count to l-rb-entries

           exit paragraph.


      *> Last entry first, so a file noted twice under different
      *> families still ends at its earliest image.
       roll-back-run.

           perform varying ws-entry-idx from ws-entry-count by -1
               until ws-entry-idx < 1

               evaluate true
                   when ws-en-type(ws-entry-idx) = 'S'
                       perform restore-stats-image
                   when ws-en-state(ws-entry-idx) = 'E'
                       call "CBL_DELETE_FILE" using
                           ws-en-name(ws-entry-idx)
                       call "CBL_COPY_FILE" using
                           ws-en-image(ws-entry-idx)
                           ws-en-name(ws-entry-idx)
                   when other
                       call "CBL_DELETE_FILE" using
                           ws-en-name(ws-entry-idx)
               end-evaluate
           end-perform

           move 0 to return-code

           perform drop-journal

           exit paragraph.


      *> Every row the player has now goes; the image rows come back.
       restore-stats-image.

           set ws-not-eof to true

           move ws-en-name(ws-entry-idx) to f-stats-player
           move 0 to f-stats-date
           move 0 to f-stats-seq

           open i-o fd-stats-file

               start fd-stats-file key >= f-stats-key
               invalid key set ws-eof to true
               end-start

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       if f-stats-player
                           not = ws-en-name(ws-entry-idx) then
                           set ws-eof to true
                       else
                           delete fd-stats-file
                       end-if
                   end-read
               end-perform

               move ws-en-image(ws-entry-idx) to ws-image-file-name
               set ws-not-eof to true

               open input fd-image-file

                   perform until ws-eof
                       read fd-image-file
                       at end set ws-eof to true
                       not at end
                           move f-image-record to f-stats-record
                           write f-stats-record
                           invalid key continue
                           end-write
                       end-read
                   end-perform

               close fd-image-file

           close fd-stats-file

           exit paragraph.


       drop-journal.

           perform varying ws-entry-idx from 1 by 1
               until ws-entry-idx > ws-entry-count
               if ws-en-image(ws-entry-idx) not = spaces then
                   call "CBL_DELETE_FILE" using
                       ws-en-image(ws-entry-idx)
               end-if
           end-perform

           call "CBL_DELETE_FILE" using ws-journal-file-name
           move 0 to return-code

           move 0 to ws-entry-count
           move 0 to l-rb-entries

           exit paragraph.

       end program rollback-journal.
