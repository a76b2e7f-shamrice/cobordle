      ******************************************************************
      * Purpose: Checks every per-language message file
      *          (cobordle_messages_<ll>.dat) against the built-in
      *          English catalog message-text starts from, and lists,
      *          file by file, the message numbers the translation
      *          doesn't carry yet -- those show in English to that
      *          language's players until someone translates them.
      *          Also named: rows that aren't "NNN text", numbers the
      *          English catalog doesn't have (a typo, or a message
      *          since retired), a number given twice (the later row
      *          wins), and a translation that leaves out one of the
      *          {1} thru {4} values the English fills in, or asks for
      *          one the game never supplies.
      *
      *          cobordle_messages_en.dat only rewords the English, so
      *          numbers it leaves out are not reported as missing.
      *
      *          --template writes cobordle_messages.tpl: every
      *          English message as a ready-made file to start a new
      *          language from (copy it to cobordle_messages_<ll>.dat
      *          and translate the text after each number).
      *
      *          Exit code: 0 clean, 4 messages missing or warnings,
      *          8 unreadable rows (--template always 0).
      *
      *          Usage: message-check [--template]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. message-check.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-message-file
               assign to dynamic ws-message-file-name
               organization is line sequential.

               select optional fd-ls-file
               assign to dynamic ws-ls-file-name
               organization is line sequential.

               select fd-template-file
               assign to dynamic ws-template-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-message-file.
       copy "./src/copy/message_record.cpy".

       fd  fd-ls-file.
       01  f-ls-record             pic x(40).

       fd  fd-template-file.
       01  f-template-record       pic x(104).

       working-storage section.

       01  ws-message-file-name    pic x(40).
       01  ws-ls-file-name         pic x(40)
                                   value "cobordle_messages_ls.tmp".
       01  ws-template-file-name   pic x(40)
                                   value "cobordle_messages.tpl".

       01  ws-cmd-args             pic x(200).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-mode                 pic x(8) value "CHECK".

       01  ws-ls-command           pic x(200).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       copy "./src/copy/messages_en.cpy".

      *> Which English numbers exist, and which ones the file being
      *> checked has given so far, by message number.
       01  ws-max-messages         constant as 999.
       01  ws-number-table.
           05  ws-number-entry occurs ws-max-messages times.
               10  ws-english-sw   pic a.
                   88  ws-in-english       value 'Y'.
               10  ws-english-idx  pic 9(3) comp.
               10  ws-seen-sw      pic a.
                   88  ws-seen             value 'Y'.
                   88  ws-not-seen         value 'N'.
       01  ws-msg-idx              pic 9(4) comp.
       01  ws-msg-number           pic 9(3).

       01  ws-file-language        pic x(2).
       01  ws-line-no              pic 9(5) comp.
       01  ws-line-disp            pic z(4)9.

       01  ws-marker               pic x(3).
       01  ws-marker-idx           pic 9.
       01  ws-english-tally        pic 9(2) comp.
       01  ws-translated-tally     pic 9(2) comp.

       01  ws-finding-text         pic x(100).
       01  ws-finding-sw           pic a.
           88  ws-finding-error    value 'E'.
           88  ws-finding-warning  value 'W'.

       01  ws-file-count           pic 9(3) comp value 0.
       01  ws-file-findings        pic 9(5) comp value 0.
       01  ws-file-missing         pic 9(5) comp value 0.
       01  ws-missing-count        pic 9(5) comp value 0.
       01  ws-error-count          pic 9(5) comp value 0.
       01  ws-warning-count        pic 9(5) comp value 0.
       01  ws-count-disp           pic z(4)9.

       procedure division.

       main-procedure.

           display "COBORDLE - Message file check"
           display space

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if ws-mode = "TEMPLATE" then
               perform write-template
               stop run
           end-if

           perform build-number-table

           move concat(
               "ls -1 cobordle_messages_*.dat 2>/dev/null > "
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

           if ws-file-count = 0 then
               display "No cobordle_messages_<ll>.dat files found -- "
                   "every player sees the English messages."
               display "message-check --template writes a file to "
                   "start a translation from."
               display space
           end-if

           perform display-summary

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--template"
           if ws-cmd-found > 0 then
               move "TEMPLATE" to ws-mode
           end-if

           exit paragraph.


       build-number-table.

           perform varying ws-msg-idx from 1 by 1
               until ws-msg-idx > ws-max-messages
               move 'N' to ws-english-sw(ws-msg-idx)
               move 0 to ws-english-idx(ws-msg-idx)
           end-perform

           perform varying ws-msg-idx from 1 by 1
               until ws-msg-idx > ws-english-count
               move ws-english-number(ws-msg-idx) to ws-msg-number
               move 'Y' to ws-english-sw(ws-msg-number)
               move ws-msg-idx to ws-english-idx(ws-msg-number)
           end-perform

           exit paragraph.


      *> The language code is whatever sits between
      *> "cobordle_messages_" and ".dat" in the file name.
       check-one-file.

           move f-ls-record to ws-message-file-name
           move ws-message-file-name(19:2) to ws-file-language
           add 1 to ws-file-count
           move 0 to ws-file-findings
           move 0 to ws-file-missing
           move 0 to ws-line-no

           perform varying ws-msg-idx from 1 by 1
               until ws-msg-idx > ws-max-messages
               set ws-not-seen(ws-msg-idx) to true
           end-perform

           set ws-not-eof to true

           open input fd-message-file

               perform until ws-eof
                   read fd-message-file
                   at end set ws-eof to true
                   not at end
                       add 1 to ws-line-no
                       perform check-one-row
                   end-read
               end-perform

           close fd-message-file

           set ws-not-eof to true

           if ws-file-language not = "en" then
               perform list-missing-messages
           end-if

           if ws-file-findings = 0 then
               display concat(trim(ws-message-file-name) ": complete")
           end-if
           display space

           exit paragraph.


       check-one-row.

           if f-message-record = spaces
           or f-message-record(1:1) = "*" then
               exit paragraph
           end-if

           if f-message-number is not numeric
           or f-message-number = "000"
           or f-message-filler not = space
           or f-message-text = spaces then
               set ws-finding-error to true
               move "not a message row (NNN text)" to ws-finding-text
               perform report-finding
               exit paragraph
           end-if

           move f-message-number to ws-msg-number

           if not ws-in-english(ws-msg-number) then
               set ws-finding-warning to true
               move concat(
                   "message " f-message-number
                   " is not in the English catalog")
                   to ws-finding-text
               perform report-finding
               exit paragraph
           end-if

           if ws-seen(ws-msg-number) then
               set ws-finding-warning to true
               move concat(
                   "message " f-message-number
                   " given again -- this row wins")
                   to ws-finding-text
               perform report-finding
           end-if
           set ws-seen(ws-msg-number) to true

           perform check-row-markers

           exit paragraph.


      *> Each {n} the English fills in has to appear in the
      *> translation, or that value silently drops out of the line;
      *> one the English doesn't have is never supplied.
       check-row-markers.

           move ws-english-idx(ws-msg-number) to ws-msg-idx

           perform varying ws-marker-idx from 1 by 1
               until ws-marker-idx > 4

               move concat("{" ws-marker-idx "}") to ws-marker
               move 0 to ws-english-tally
               move 0 to ws-translated-tally
               inspect ws-english-text(ws-msg-idx)
                   tallying ws-english-tally for all ws-marker
               inspect f-message-text
                   tallying ws-translated-tally for all ws-marker

               if ws-english-tally > 0
               and ws-translated-tally = 0 then
                   set ws-finding-warning to true
                   move concat(
                       "message " f-message-number " leaves out "
                       ws-marker)
                       to ws-finding-text
                   perform report-finding
               end-if

               if ws-english-tally = 0
               and ws-translated-tally > 0 then
                   set ws-finding-warning to true
                   move concat(
                       "message " f-message-number " uses "
                       ws-marker " but no value is given for it")
                       to ws-finding-text
                   perform report-finding
               end-if
           end-perform

           exit paragraph.


      *> Listed with the English wording so the translator can see
      *> what each missing number says.
       list-missing-messages.

           perform varying ws-msg-idx from 1 by 1
               until ws-msg-idx > ws-english-count

               move ws-english-number(ws-msg-idx) to ws-msg-number
               if ws-not-seen(ws-msg-number) then
                   if ws-file-findings = 0 then
                       display concat(
                           trim(ws-message-file-name) ":")
                   end-if
                   add 1 to ws-file-findings
                   add 1 to ws-file-missing
                   add 1 to ws-missing-count
                   display concat(
                       "  MISSING " ws-msg-number "  "
                       trim(ws-english-text(ws-msg-idx)))
               end-if
           end-perform

           if ws-file-missing > 0 then
               move ws-file-missing to ws-count-disp
               display concat(
                   "  " trim(ws-count-disp) " message(s) show in "
                   "English for language " ws-file-language)
           end-if

           exit paragraph.


       report-finding.

           if ws-file-findings = 0 then
               display concat(trim(ws-message-file-name) ":")
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


       write-template.

           open output fd-template-file

           move "* cobordle message file -- copy to "
               & "cobordle_messages_<ll>.dat" to f-template-record
           write f-template-record
           move "* and translate the text after each number. Keep "
               & "{1} thru {4} where the" to f-template-record
           write f-template-record
           move "* English has them; a number left out stays English."
               to f-template-record
           write f-template-record

           perform varying ws-msg-idx from 1 by 1
               until ws-msg-idx > ws-english-count
               move concat(
                   ws-english-number(ws-msg-idx) " "
                   ws-english-text(ws-msg-idx))
                   to f-template-record
               write f-template-record
           end-perform

           close fd-template-file

           move ws-english-count to ws-count-disp
           display concat(
               trim(ws-count-disp) " messages written to "
               trim(ws-template-file-name))

           exit paragraph.


       display-summary.

           move ws-file-count to ws-count-disp
           display concat("Files checked:     " trim(ws-count-disp))
           move ws-missing-count to ws-count-disp
           display concat("Messages missing:  " trim(ws-count-disp))
           move ws-error-count to ws-count-disp
           display concat("Errors:            " trim(ws-count-disp))
           move ws-warning-count to ws-count-disp
           display concat("Warnings:          " trim(ws-count-disp))

           if ws-error-count > 0 then
               move 8 to return-code
           else
               if ws-missing-count > 0 or ws-warning-count > 0 then
                   move 4 to return-code
               end-if
           end-if

           exit paragraph.

       end program message-check.
