      ******************************************************************
      * Purpose: Maintenance-window lock. estate-snapshot --restore,
      *          stats-migrate, player-rename, player-purge,
      *          stats-archive, void-day, index-verify --reorganize,
      *          stats-rebuild, stats-collect, stats-convert,
      *          word-summary-build and the nightly-batch run take it
      *          before they start rewriting cobordle_stats.idx and
      *          the per-player files, and release it when they're
      *          done; cobordle, coop, tournament, bot-race and the
      *          other programs that record play ask here at start-up
      *          and refuse to deal a round while it's held, instead
      *          of writing rows into the middle of a restore.
      *
      *          The lock is one line in cobordle_maintenance.lck:
      *          who took it, when, and until when they expect to be
      *          done. A lock past that time is stale -- the job that
      *          took it crashed -- and health-check reports it;
      *          maint-window clears it.
      *
      *          The taker's stamp is exported to the environment so
      *          the utilities nightly-batch starts as steps join the
      *          batch's lock instead of being refused by it.
      *
      *          Called with one l-maint-lock per action.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. maint-lock.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-lock-file
               assign to dynamic ws-lock-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-lock-file.
       01  f-lock-record.
           05  f-lock-program          pic x(20).
           05  f-lock-user             pic x(12).
           05  f-lock-set-stamp        pic x(14).
           05  f-lock-until-stamp      pic x(12).

       working-storage section.

       01  ws-lock-file-name       pic x(40)
                                   value "cobordle_maintenance.lck".

       01  ws-user-name            pic x(12).
       01  ws-env-stamp            pic x(14).
       01  ws-now-stamp            pic x(14).

       01  ws-lock-found-sw        pic a value 'N'.
           88  ws-lock-found       value 'Y'.
           88  ws-lock-not-found   value 'N'.

      *> How this process came by the lock, so a clear only removes a
      *> lock this run actually took.
       01  ws-own-stamp            pic x(14) value spaces.
       01  ws-joined-sw            pic a value 'N'.
           88  ws-joined           value 'Y'.
           88  ws-not-joined       value 'N'.

       01  ws-now-minutes          pic 9(5) comp.
       01  ws-until-minutes        pic 9(7) comp.
       01  ws-until-days           pic 9(9) comp.
       01  ws-until-date           pic 9(8).
       01  ws-until-hh             pic 9(2).
       01  ws-until-mm             pic 9(2).

      *> The refusal line comes out in the caller's language.
       copy "./src/copy/message_text.cpy".

       linkage section.

       copy "./src/copy/maint_lock.cpy".

       procedure division using l-maint-lock.

       main-procedure.

           perform read-lock-file

           evaluate true
               when l-ml-set
                   perform set-lock
               when l-ml-clear
                   perform clear-lock
               when l-ml-force-clear
                   perform force-clear-lock
               when other
                   if ws-lock-found then
                       set l-ml-held to true
                   else
                       set l-ml-free to true
                   end-if
           end-evaluate

           goback.


      *> Loads the current lock (if any) into the caller's fields and
      *> builds the message a refused program shows.
       read-lock-file.

           set ws-lock-not-found to true
           move spaces to l-ml-holder
           move spaces to l-ml-holder-user
           move spaces to l-ml-set-stamp
           move spaces to l-ml-until-stamp
           move spaces to l-ml-until-disp
           move spaces to l-ml-message
           set l-ml-not-stale to true

           open input fd-lock-file
               read fd-lock-file
               at end continue
               not at end
                   if f-lock-record not = spaces then
                       set ws-lock-found to true
                   end-if
               end-read
           close fd-lock-file

           if ws-lock-not-found then
               exit paragraph
           end-if

           move f-lock-program to l-ml-holder
           move f-lock-user to l-ml-holder-user
           move f-lock-set-stamp to l-ml-set-stamp
           move f-lock-until-stamp to l-ml-until-stamp
           move concat(
               f-lock-until-stamp(9:2) ":" f-lock-until-stamp(11:2))
               to l-ml-until-disp

           if function current-date(1:12) > f-lock-until-stamp then
               set l-ml-stale to true
           end-if

           move l-ml-language to l-mt-language
           move 420 to l-mt-number
           move spaces to l-mt-parms
           move l-ml-until-disp to l-mt-parm-1
           move l-ml-holder to l-mt-parm-2
           call "message-text" using l-message-text
           move l-mt-text to l-ml-message

           exit paragraph.


       set-lock.

           if ws-lock-found then
               move spaces to ws-env-stamp
               accept ws-env-stamp
                   from environment "COBORDLE_MAINT_STAMP"
               if ws-env-stamp not = spaces
               and ws-env-stamp = f-lock-set-stamp then
                   set ws-joined to true
                   set l-ml-joined to true
               else
                   set l-ml-refused to true
               end-if
               exit paragraph
           end-if

           move function current-date(1:14) to ws-now-stamp

           move spaces to ws-user-name
           accept ws-user-name from environment "USER"
           if ws-user-name = spaces then
               move "(unknown)" to ws-user-name
           end-if

      *>   Until = now plus the caller's expected minutes, carried
      *>   across midnight through the calendar functions.
           compute ws-now-minutes =
               function numval(ws-now-stamp(9:2)) * 60
               + function numval(ws-now-stamp(11:2))
           compute ws-until-minutes = ws-now-minutes + l-ml-minutes
           compute ws-until-days =
               function integer-of-date(
                   function numval(ws-now-stamp(1:8)))
               + ws-until-minutes / 1440
           compute ws-until-date =
               function date-of-integer(ws-until-days)
           compute ws-until-minutes =
               function mod(ws-until-minutes, 1440)
           compute ws-until-hh = ws-until-minutes / 60
           compute ws-until-mm = function mod(ws-until-minutes, 60)

           move l-ml-program to f-lock-program
           move ws-user-name to f-lock-user
           move ws-now-stamp to f-lock-set-stamp
           move concat(ws-until-date ws-until-hh ws-until-mm)
               to f-lock-until-stamp

           open output fd-lock-file
           write f-lock-record
           close fd-lock-file

           move ws-now-stamp to ws-own-stamp
           set environment "COBORDLE_MAINT_STAMP" to ws-own-stamp

           set ws-lock-found to true
           perform read-lock-file
           set l-ml-granted to true

           exit paragraph.


      *> Only the run that took the lock removes it: a joined step
      *> leaves its batch's lock alone, and a lock somebody else has
      *> taken since is never touched.
       clear-lock.

           if ws-joined then
               set l-ml-joined to true
               exit paragraph
           end-if

           if ws-lock-not-found then
               set l-ml-free to true
               exit paragraph
           end-if

           if ws-own-stamp = spaces
           or ws-own-stamp not = f-lock-set-stamp then
               set l-ml-refused to true
               exit paragraph
           end-if

           call "CBL_DELETE_FILE" using ws-lock-file-name
           move spaces to ws-own-stamp
           set environment "COBORDLE_MAINT_STAMP" to ws-own-stamp
           set l-ml-cleared to true

           exit paragraph.


       force-clear-lock.

           if ws-lock-not-found then
               set l-ml-free to true
               exit paragraph
           end-if

           call "CBL_DELETE_FILE" using ws-lock-file-name
           set l-ml-cleared to true

           exit paragraph.

       end program maint-lock.
