      ******************************************************************
      * Purpose: Single source of the player-facing wording cobordle,
      *          run-game, run-game-multi, player-signin and maint-lock
      *          show: prompts, info-bar messages, hint text,
      *          share-result lines, the sign-in and maintenance
      *          refusals and the session summary, each by message
      *          number. The English catalog (messages_en.cpy) is
      *          built in; on top of it go cobordle_messages_en.dat,
      *          if the office has reworded anything, and then the
      *          player's language file,
      *          cobordle_messages_<ll>.dat for the LANGUAGE
      *          setting or --lang=. A number the language file
      *          doesn't carry -- or a language with no file at all --
      *          stays English, so a half-finished translation plays
      *          fine; message-check lists what is missing.
      *
      *          The catalog is loaded on the first call and kept for
      *          the rest of the process, and loaded again only if a
      *          call asks for a different language.
      *
      *          Called with one l-message-text per message.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. message-text.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-message-file
               assign to dynamic ws-message-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-message-file.
       copy "./src/copy/message_record.cpy".

       working-storage section.

       01  ws-message-file-name      pic x(40).

       01  ws-eof-sw                 pic a value 'N'.
           88  ws-eof                value 'Y'.
           88  ws-not-eof            value 'N'.

       01  ws-loaded-sw              pic a value 'N'.
           88  ws-loaded             value 'Y'.
           88  ws-not-loaded         value 'N'.

       01  ws-loaded-language        pic x(2) value spaces.
       01  ws-file-language          pic x(2).

       copy "./src/copy/messages_en.cpy".

      *> The working catalog, subscripted directly by message number.
       01  ws-max-messages           constant as 999.
       01  ws-messages.
           05  ws-message-text       pic x(100)
                                     occurs ws-max-messages times.
       01  ws-msg-idx                pic 9(3) comp.
       01  ws-msg-number             pic 9(3).

       01  ws-template               pic x(100).
       01  ws-template-length        pic 9(3) comp.
       01  ws-text-idx               pic 9(3) comp.
       01  ws-render-ptr             pic 9(3) comp.
       01  ws-parm-idx               pic 9 comp.

       linkage section.

       copy "./src/copy/message_text.cpy".

       procedure division using l-message-text.

       main-procedure.

           if ws-not-loaded
           or l-mt-language not = ws-loaded-language then
               perform load-messages
           end-if

           move spaces to l-mt-text

           if l-mt-number = 0
           or ws-message-text(l-mt-number) = spaces then
               move concat("[message " l-mt-number "]") to l-mt-text
               goback
           end-if

           move ws-message-text(l-mt-number) to ws-template
           perform render-message

           goback.


      *> English first, then the office's English rewording, then the
      *> player's language; each file only replaces the numbers it
      *> carries.
       load-messages.

           set ws-loaded to true
           move l-mt-language to ws-loaded-language
           move spaces to ws-messages

           perform varying ws-msg-idx from 1 by 1
               until ws-msg-idx > ws-english-count
               move ws-english-text(ws-msg-idx)
                   to ws-message-text(ws-english-number(ws-msg-idx))
           end-perform

           move "en" to ws-file-language
           perform load-message-file

           if l-mt-language not = spaces
           and l-mt-language not = "en" then
               move l-mt-language to ws-file-language
               perform load-message-file
           end-if

           exit paragraph.


      *> Translator's notes (* rows), blank lines and rows without a
      *> message number are passed over, as is a row left blank.
       load-message-file.

           move concat(
               "cobordle_messages_" trim(ws-file-language) ".dat")
               to ws-message-file-name
           set ws-not-eof to true

           open input fd-message-file

               perform until ws-eof
                   read fd-message-file
                   at end set ws-eof to true
                   not at end
                       if f-message-record(1:1) not = "*"
                       and f-message-number is numeric
                       and f-message-text not = spaces then
                           move f-message-number to ws-msg-number
                           if ws-msg-number > 0 then
                               move f-message-text
                                   to ws-message-text(ws-msg-number)
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-message-file

           exit paragraph.


      *> Fills the {1} thru {4} markers in with the caller's values,
      *> trimmed; a marker whose value was left blank just drops out.
       render-message.

           move length(trim(ws-template trailing))
               to ws-template-length
           move 1 to ws-render-ptr

           perform varying ws-text-idx from 1 by 1
               until ws-text-idx > ws-template-length

               evaluate true
                   when ws-text-idx <= 98
                   and ws-template(ws-text-idx:1) = "{"
                   and ws-template(ws-text-idx + 2:1) = "}"
                   and ws-template(ws-text-idx + 1:1) >= "1"
                   and ws-template(ws-text-idx + 1:1) <= "4"
                       move ws-template(ws-text-idx + 1:1)
                           to ws-parm-idx
                       if l-mt-parm(ws-parm-idx) not = spaces then
                           string trim(l-mt-parm(ws-parm-idx))
                               delimited by size
                               into l-mt-text
                               with pointer ws-render-ptr
                           end-string
                       end-if
                       add 2 to ws-text-idx
                   when other
                       string ws-template(ws-text-idx:1)
                           delimited by size
                           into l-mt-text
                           with pointer ws-render-ptr
                       end-string
               end-evaluate
           end-perform

           exit paragraph.

       end program message-text.
