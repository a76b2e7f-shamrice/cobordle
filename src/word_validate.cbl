      *          into l-word-list. Meant to be run nightly against
      *          word.list (and the word4/6/7.list variants) via
      *          cron/JCL-equivalent, separately from normal play.
      *
      *          Given a puzzle pack (NAME.pack -- see puzzle-pack)
      *          it checks the pack the same way: its header (a
      *          TITLE= line, and LENGTH= when the pack isn't five
      *          letters) and then every word through the same entry
      *          checks, plus that each word is on the answer list
      *          for the pack's length and its allowed list, and not
      *          on the blackout list. Findings go to
      *          pack_rejects.rpt, and a pack with any finding ends
      *          with return code 4 so puzzle-pack can refuse it.
      *
      *          Usage: word-validate [LIST | NAME.pack]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       fd  fd-word-file.
       01  f-word-entry              pic a(7).
      *> The whole line, for a pack's header lines and for telling a
      *> word longer than seven letters from a seven-letter one.
       01  f-word-line               pic x(80).

       fd  fd-rejects-file.
       01  f-reject-record           pic x(80).
       01  ws-blackout-hits-disp     pic z(4)9.
       01  ws-seen-scan-idx          pic 9(5) comp.

      *> Puzzle-pack mode: the header read from the pack, and the
      *> answer list for its length that every pack word must be on.
       01  ws-pack-mode-sw           pic a value 'N'.
           88  ws-pack-mode          value 'Y'.
           88  ws-list-mode          value 'N'.
       01  ws-pack-title             pic x(60) value spaces.
       01  ws-pack-words-sw          pic a value 'N'.
           88  ws-pack-words-started value 'Y'.
           88  ws-pack-in-header     value 'N'.
       01  ws-max-pack-words         constant as 50.
       01  ws-header-key             pic x(20).
       01  ws-header-value           pic x(60).
       01  ws-pack-file-name         pic x(40).
       01  ws-answer-file-name       pic x(40).
       01  ws-answer-words           pic a(7)
                                     occurs ws-max-words times.
       01  ws-answer-count           pic 9(5) comp value 0.
       01  ws-answer-idx             pic 9(5) comp.
       01  ws-answer-found-sw        pic a value 'N'.
           88  ws-answer-found       value 'Y'.
           88  ws-answer-not-found   value 'N'.
       01  ws-pack-missing           pic 9(5) comp value 0.
       01  ws-pack-missing-disp      pic z(4)9.
       01  ws-pack-findings          pic 9(7) comp value 0.

       procedure division.

       main-procedure.
                   into ws-word-file-name
           end-if

           move 0 to ws-name-len
           inspect ws-word-file-name tallying ws-name-len
               for all ".pack"
           if ws-name-len > 0 then
               set ws-pack-mode to true
               move "pack_rejects.rpt" to ws-rejects-file-name
               perform read-pack-header
           else
               perform determine-expected-length
           end-if

           display "COBORDLE - Word list validation"
           display concat("Validating: " trim(ws-word-file-name))
                   at end set ws-eof to true
                   not at end
                       add 1 to ws-line-num
                       if ws-pack-mode then
                           perform validate-pack-line
                       else
                           perform validate-entry
                       end-if
                   end-read
               end-perform

           if ws-pack-mode then
               perform check-pack-header
           end-if

           close fd-word-file
           close fd-rejects-file

                   " for details")
           end-if

           if ws-pack-mode then
               perform check-pack-answers
           end-if

           perform check-allowed-coverage
           perform check-blackout-presence

           if ws-pack-mode then
               compute ws-pack-findings = ws-reject-count
                   + ws-pack-missing + ws-cover-missing
                   + ws-blackout-hits
               display space
               if ws-pack-findings > 0 then
                   display concat(
                       "Pack " trim(ws-word-file-name)
                       " is NOT ready to play -- see "
                       trim(ws-rejects-file-name))
                   move 4 to return-code
               else
                   display concat(
                       "Pack " trim(ws-word-file-name)
                       " is ready to play.")
               end-if
           end-if

           stop run.


                   end-if
               end-perform

               if ws-list-mode then
                   perform check-schedule-blackout
               end-if

           close fd-rejects-file

               exit paragraph
           end-if

      *>   A pack is covered by the allowed list of the answer list
      *>   its words were checked against.
           if ws-pack-mode then
               move function length(trim(ws-answer-file-name))
                   to ws-name-len
               move concat(
                   ws-answer-file-name(1:ws-name-len - 5)
                   "_allowed.list")
                   to ws-allowed-file-name
           else
               move function length(trim(ws-word-file-name))
                   to ws-name-len
               if ws-name-len < 6 then
                   exit paragraph
               end-if

               move concat(
                   ws-word-file-name(1:ws-name-len - 5)
                   "_allowed.list")
                   to ws-allowed-file-name
           end-if

           perform load-allowed-words


       check-entry-length.

           if length(trim(f-word-line)) not = ws-expected-length then
               move "wrong length" to ws-reject-reason
               set ws-is-invalid to true
           end-if

           exit paragraph.


      *> ==================== puzzle packs ====================

      *> Takes the pack's TITLE= and LENGTH= lines ahead of the main
      *> scan, so the words are checked against the pack's length.
      *> A LENGTH= outside 4 to 7 is reported by check-pack-header
      *> and the words are checked as five-letter ones.
       read-pack-header.

           move 5 to ws-expected-length
           set ws-not-eof to true

           open input fd-word-file

               perform until ws-eof
                   read fd-word-file
                   at end set ws-eof to true
                   not at end
                       move 0 to ws-name-len
                       inspect f-word-line tallying ws-name-len
                           for all "="
                       if f-word-line(1:1) not = "*"
                       and ws-name-len > 0 then
                           perform split-pack-header
                           if ws-header-key = "TITLE" then
                               move ws-header-value to ws-pack-title
                           end-if
                           if ws-header-key = "LENGTH"
                           and ws-header-value(1:1) >= "4"
                           and ws-header-value(1:1) <= "7"
                           and ws-header-value(2:1) = space then
                               move ws-header-value(1:1)
                                   to ws-expected-length
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-word-file

           set ws-not-eof to true

           exit paragraph.


       split-pack-header.

           move spaces to ws-header-key
           move spaces to ws-header-value
           unstring f-word-line delimited by "="
               into ws-header-key ws-header-value
           move upper-case(trim(ws-header-key)) to ws-header-key
           move trim(ws-header-value) to ws-header-value

           exit paragraph.


      *> One pack line: comments and blank lines pass, header lines
      *> belong ahead of the words, and every word goes through the
      *> same entry checks a list row does.
       validate-pack-line.

           if f-word-line = spaces
           or f-word-line(1:1) = "*" then
               exit paragraph
           end-if

           move 0 to ws-name-len
           inspect f-word-line tallying ws-name-len for all "="
           if ws-name-len > 0 then
               perform split-pack-header
               evaluate true
                   when ws-pack-words-started
                       move "header line after the words"
                           to ws-reject-reason
                       perform reject-entry
                   when ws-header-key = "LENGTH"
                       if ws-header-value(1:1) < "4"
                       or ws-header-value(1:1) > "7"
                       or ws-header-value(2:1) not = space then
                           move "LENGTH must be 4 to 7"
                               to ws-reject-reason
                           perform reject-entry
                       end-if
                   when ws-header-key not = "TITLE"
                       move "unknown header line"
                           to ws-reject-reason
                       perform reject-entry
               end-evaluate
               exit paragraph
           end-if

           set ws-pack-words-started to true

           if ws-valid-count >= ws-max-pack-words then
               move "pack holds 50 words at most"
                   to ws-reject-reason
               perform reject-entry
               exit paragraph
           end-if

           perform validate-entry

           exit paragraph.


       check-pack-header.

           if ws-pack-title = spaces then
               move "no TITLE= line" to ws-reject-reason
               perform reject-pack
           end-if

           if ws-valid-count = 0 then
               move "no words in the pack" to ws-reject-reason
               perform reject-pack
           end-if

           exit paragraph.


       reject-pack.

           add 1 to ws-reject-count

           move concat("PACK: " ws-reject-reason) to f-reject-record
           write f-reject-record

           display concat("REJECT pack: " trim(ws-reject-reason))

           exit paragraph.


      *> Every pack word has to be on the answer list for the pack's
      *> length -- the list run-game checks guesses against -- or
      *> the round could never be won. The mapping is word-loader's.
       check-pack-answers.

           if ws-expected-length = 5 then
               move "word.list" to ws-answer-file-name
           else
               move ws-expected-length to ws-expected-length-disp
               move concat("word" ws-expected-length-disp ".list")
                   to ws-answer-file-name
           end-if

           move ws-word-file-name to ws-pack-file-name
           move ws-answer-file-name to ws-word-file-name
           set ws-not-eof to true

           open input fd-word-file

               perform until ws-eof
                   read fd-word-file
                   at end set ws-eof to true
                   not at end
                       if f-word-entry not = spaces
                       and ws-answer-count < ws-max-words then
                           add 1 to ws-answer-count
                           move upper-case(f-word-entry)
                               to ws-answer-words(ws-answer-count)
                       end-if
                   end-read
               end-perform

           close fd-word-file

           move ws-pack-file-name to ws-word-file-name
           set ws-not-eof to true

           open extend fd-rejects-file

               perform varying ws-seen-scan-idx from 1 by 1
                   until ws-seen-scan-idx > ws-seen-count

                   set ws-answer-not-found to true
                   perform varying ws-answer-idx from 1 by 1
                       until ws-answer-idx > ws-answer-count
                       if ws-answer-words(ws-answer-idx)
                           = ws-seen-words(ws-seen-scan-idx) then
                           set ws-answer-found to true
                           exit perform
                       end-if
                   end-perform

                   if ws-answer-not-found then
                       add 1 to ws-pack-missing
                       move concat(
                           "NOT IN ANSWER LIST: "
                           ws-seen-words(ws-seen-scan-idx))
                           to f-reject-record
                       write f-reject-record
                       display concat(
                           "NOT IN ANSWER LIST: "
                           ws-seen-words(ws-seen-scan-idx))
                   end-if
               end-perform

           close fd-rejects-file

           display space
           move ws-pack-missing to ws-pack-missing-disp
           display concat(
               "Pack words missing from "
               trim(ws-answer-file-name) ": "
               trim(ws-pack-missing-disp))

           exit paragraph.

       end program word-validate.
