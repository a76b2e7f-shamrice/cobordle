      ******************************************************************
      * Purpose: Sign-in for recorded play. cobordle, coop, tournament,
      *          head-to-head, challenge and pickem call this with the
      *          player id before a round that will be recorded: the
      *          id has to be on the player master
      *          (cobordle_players.dat) and active, and the player
      *          types their PIN -- three tries -- so nobody plays,
      *          and loses, under a colleague's id. A player still on
      *          the one-time initial PIN player-master issued (newly
      *          added or enrolled, or reset by the commissioner)
      *          types that first and then chooses their own here,
      *          typed twice; an id with no PIN issued at all can't
      *          sign in until the commissioner issues one.
      *
      *          Until player-master has created the master file,
      *          registration isn't in force and every id is let
      *          through as before.
      *
      *          An id signed in once stays signed in for the rest of
      *          the process, so a sitting of several rounds asks
      *          once. PINs are never stored, only a hash salted with
      *          the player id. Prompts and refusals come out in the
      *          caller's l-ps-language, through message-text.
      *
      *          Called with one l-player-signin per player.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. player-signin.

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

       data division.

       file section.

       fd  fd-player-file.
       copy "./src/copy/player_record.cpy".

       fd  fd-player-tmp.
       01  f-player-tmp-record         pic x(89).

       working-storage section.

       01  ws-player-file-name     pic x(40)
                                   value "cobordle_players.dat".
       01  ws-player-tmp-name      pic x(40)
                                   value "cobordle_players.dat.tmp".

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-master-rows          pic 9(5) comp value 0.
       01  ws-found-sw             pic a value 'N'.
           88  ws-found            value 'Y'.
           88  ws-not-found        value 'N'.
       01  ws-found-status         pic a.
       01  ws-found-hash           pic 9(9).
       01  ws-found-pin-state      pic a.

      *> Ids already signed in during this process.
       01  ws-max-signed           constant as 8.
       01  ws-signed-ids           pic x(20)
                                   occurs ws-max-signed times.
       01  ws-signed-count         pic 9(2) comp value 0.
       01  ws-signed-idx           pic 9(2) comp.

       01  ws-pin-in               pic x(8).
       01  ws-pin-again            pic x(8).
       01  ws-pin-len              pic 9(2) comp.
       01  ws-pin-ok-sw            pic a value 'N'.
           88  ws-pin-ok           value 'Y'.
           88  ws-pin-not-ok       value 'N'.
       01  ws-attempt              pic 9 comp.
       01  ws-pin-prompt           pic 9(3).

      *> Salted PIN hash: the id and the PIN run through a few rounds
      *> of a position-weighted sum, the same family of checksum
      *> record-audit-entry chains the audit trail with.
       01  ws-hash-input           pic x(28).
       01  ws-hash-value           pic 9(18) comp.
       01  ws-hash-round           pic 9 comp.
       01  ws-hash-idx             pic 9(2) comp.

       copy "./src/copy/message_text.cpy".

       linkage section.

       copy "./src/copy/player_signin.cpy".

       procedure division using l-player-signin.

       main-procedure.

           move upper-case(l-ps-player) to l-ps-player

           if l-ps-hash-only then
               perform compute-pin-hash
               goback
           end-if

           move spaces to l-ps-message
           move spaces to l-ps-name
           move spaces to l-ps-team

           perform find-player

           if ws-master-rows = 0 then
               set l-ps-open to true
               goback
           end-if

           if ws-not-found then
               set l-ps-unregistered to true
               move 400 to l-mt-number
               move l-ps-player to l-mt-parm-1
               perform get-message
               move l-mt-text to l-ps-message
               goback
           end-if

           if ws-found-status not = 'A' then
               set l-ps-inactive to true
               move 401 to l-mt-number
               move l-ps-player to l-mt-parm-1
               perform get-message
               move l-mt-text to l-ps-message
               goback
           end-if

           perform varying ws-signed-idx from 1 by 1
               until ws-signed-idx > ws-signed-count
               if ws-signed-ids(ws-signed-idx) = l-ps-player then
                   set l-ps-signed-in to true
                   goback
               end-if
           end-perform

           evaluate true
               when ws-found-hash = 0
                   set l-ps-bad-pin to true
                   move 405 to l-mt-number
                   move l-ps-player to l-mt-parm-1
                   perform get-message
                   move l-mt-text to l-ps-message
               when ws-found-pin-state = 'M'
                   perform change-initial-pin
               when other
                   move 402 to ws-pin-prompt
                   perform ask-for-pin
           end-evaluate

           if l-ps-signed-in
           and ws-signed-count < ws-max-signed then
               add 1 to ws-signed-count
               move l-ps-player to ws-signed-ids(ws-signed-count)
           end-if

           goback.


       find-player.

           move 0 to ws-master-rows
           set ws-not-found to true
           set ws-not-eof to true

           open input fd-player-file

               perform until ws-eof
                   read fd-player-file
                   at end set ws-eof to true
                   not at end
                       if f-plyr-id not = spaces then
                           add 1 to ws-master-rows
                       end-if
                       if f-plyr-id = l-ps-player then
                           set ws-found to true
                           move f-plyr-status to ws-found-status
                           move f-plyr-pin-hash to ws-found-hash
                           move f-plyr-pin-state
                               to ws-found-pin-state
                           move f-plyr-name to l-ps-name
                           move f-plyr-team to l-ps-team
                       end-if
                   end-read
               end-perform

           close fd-player-file

           exit paragraph.


      *> ws-pin-prompt says which PIN is asked for: the player's own
      *> or the initial one.
       ask-for-pin.

           set l-ps-bad-pin to true

           perform varying ws-attempt from 1 by 1
               until ws-attempt > 3 or l-ps-signed-in

               move ws-pin-prompt to l-mt-number
               move l-ps-player to l-mt-parm-1
               perform get-message
               display concat(trim(l-mt-text) " ") with no advancing
               move spaces to ws-pin-in
               accept ws-pin-in with secure

               move ws-pin-in to l-ps-pin
               perform compute-pin-hash

               if l-ps-pin-hash = ws-found-hash then
                   set l-ps-signed-in to true
               else
                   move 403 to l-mt-number
                   perform get-message
                   display trim(l-mt-text)
               end-if
           end-perform

           move spaces to l-ps-pin

           if l-ps-bad-pin then
               move 404 to l-mt-number
               move l-ps-player to l-mt-parm-1
               perform get-message
               move l-mt-text to l-ps-message
           end-if

           exit paragraph.


      *> First sign-in after player-master issued the initial PIN:
      *> only someone who was handed that PIN gets to choose the
      *> id's own, so a colleague can't claim an id that isn't
      *> theirs. The initial PIN stays good until a new one is saved.
       change-initial-pin.

           move 406 to l-mt-number
           move l-ps-player to l-mt-parm-1
           perform get-message
           display trim(l-mt-text)

           move 407 to ws-pin-prompt
           perform ask-for-pin
           if l-ps-bad-pin then
               exit paragraph
           end-if

           perform choose-new-pin

           exit paragraph.


      *> The player picks the PIN, typed twice, and it goes onto the
      *> master in place of the initial one.
       choose-new-pin.

           set l-ps-bad-pin to true

           move 408 to l-mt-number
           perform get-message
           display trim(l-mt-text)

           perform varying ws-attempt from 1 by 1
               until ws-attempt > 3 or l-ps-signed-in

               move 409 to l-mt-number
               perform get-message
               display concat(trim(l-mt-text) " ") with no advancing
               move spaces to ws-pin-in
               accept ws-pin-in with secure
               move 410 to l-mt-number
               perform get-message
               display concat(trim(l-mt-text) " ") with no advancing
               move spaces to ws-pin-again
               accept ws-pin-again with secure

               perform check-pin-format
               if ws-pin-ok then
                   move ws-pin-in to l-ps-pin
                   perform compute-pin-hash
               end-if

               evaluate true
                   when ws-pin-not-ok
                       move 411 to l-mt-number
                       perform get-message
                       display trim(l-mt-text)
                   when ws-pin-in not = ws-pin-again
                       move 412 to l-mt-number
                       perform get-message
                       display trim(l-mt-text)
                   when l-ps-pin-hash = ws-found-hash
                       move 413 to l-mt-number
                       perform get-message
                       display trim(l-mt-text)
                   when other
                       perform store-new-pin
                       set l-ps-signed-in to true
                       move 414 to l-mt-number
                       perform get-message
                       display trim(l-mt-text)
               end-evaluate
           end-perform

           move spaces to l-ps-pin

           if l-ps-bad-pin then
               move 415 to l-mt-number
               move l-ps-player to l-mt-parm-1
               perform get-message
               move l-mt-text to l-ps-message
           end-if

           exit paragraph.


       check-pin-format.

           set ws-pin-not-ok to true

           if ws-pin-in = spaces then
               exit paragraph
           end-if

           move length(trim(ws-pin-in)) to ws-pin-len
           if ws-pin-len >= 4
           and ws-pin-in(1:ws-pin-len) is numeric then
               set ws-pin-ok to true
           end-if

           exit paragraph.


       compute-pin-hash.

           move concat(l-ps-player l-ps-pin) to ws-hash-input
           move 0 to ws-hash-value

           perform varying ws-hash-round from 1 by 1
               until ws-hash-round > 3
               perform varying ws-hash-idx from 1 by 1
                   until ws-hash-idx > 28
                   compute ws-hash-value = function mod(
                       ws-hash-value * 131
                       + ord(ws-hash-input(ws-hash-idx:1))
                       * ws-hash-idx + ws-hash-round,
                       999999937)
               end-perform
           end-perform

      *>   Zero means "no PIN issued", so a hash can never be zero.
           if ws-hash-value = 0 then
               move 1 to ws-hash-value
           end-if

           move ws-hash-value to l-ps-pin-hash

           exit paragraph.


      *> Rewrites the master with the new hash on this player's row.
       store-new-pin.

           set ws-not-eof to true

           open input fd-player-file
           open output fd-player-tmp

               perform until ws-eof
                   read fd-player-file
                   at end set ws-eof to true
                   not at end
                       if f-plyr-id = l-ps-player then
                           move l-ps-pin-hash to f-plyr-pin-hash
                           move space to f-plyr-pin-state
                       end-if
                       write f-player-tmp-record
                           from f-player-record
                   end-read
               end-perform

           close fd-player-file
           close fd-player-tmp

           call "CBL_DELETE_FILE" using ws-player-file-name
           call "CBL_RENAME_FILE" using
               ws-player-tmp-name ws-player-file-name

           exit paragraph.


       get-message.

           move l-ps-language to l-mt-language
           call "message-text" using l-message-text
           move spaces to l-mt-parms

           exit paragraph.

       end program player-signin.
