      *          Usage: session-report [PLAYER] [--from=YYYYMMDD]
      *                     [--to=YYYYMMDD]
      *                 session-report --show=TIMESTAMP
      *                 ... [--viewer=PLAYER]
      *          With no PLAYER every player's sessions are listed.
      *          Today's daily word is masked in the listing, and a
      *          transcript of it held back, unless --viewer names a
      *          player who has already finished today's daily (see
      *          daily-embargo).
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       01  ws-from-date            pic 9(8) value 0.
       01  ws-to-date              pic 9(8) value 99999999.
       01  ws-show-timestamp       pic x(14) value spaces.
       01  ws-show-word            pic a(7).
       01  ws-viewer-arg           pic x(20) value spaces.
       01  ws-row-date             pic 9(8).

       01  ws-eof-sw               pic a value 'N'.
       01  ws-row-count            pic 9(5) comp value 0.
       01  ws-row-count-disp       pic z(4)9.

      *> Spoiler check on every word the browser is about to print.
       copy "./src/copy/embargo_check.cpy".

       procedure division.

       main-procedure.

       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--viewer="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--viewer="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-viewer-arg
               move upper-case(ws-viewer-arg) to ws-viewer-arg
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--show="
               exit paragraph
           end-if

           move f-sidx-word to l-emb-word
           move ws-viewer-arg to l-emb-viewer
           call "daily-embargo" using l-embargo-check

           display concat(
               f-sidx-timestamp " "
               f-sidx-player " "
               l-emb-shown-word " "
               f-sidx-solved "   "
               f-sidx-tries "  "
               trim(f-sidx-file-name))
                           set ws-show-found to true
                           move f-sidx-file-name
                               to ws-transcript-file-name
                           move f-sidx-word to ws-show-word
                           set ws-eof to true
                       end-if
                   end-read
               exit paragraph
           end-if

      *>   Every guess in the transcript leads up to the answer, so a
      *>   transcript of today's daily is withheld whole rather than
      *>   masked line by line.
           move ws-show-word to l-emb-word
           move ws-viewer-arg to l-emb-viewer
           call "daily-embargo" using l-embargo-check
           if l-emb-masked then
               display "That session played today's daily word. Its "
                   "transcript is held back until the game day is "
                   "over"
               display "(or pass --viewer= once you've finished "
                   "today's daily yourself)."
               exit paragraph
           end-if

           display concat("--- " trim(ws-transcript-file-name) " ---")
           display space

