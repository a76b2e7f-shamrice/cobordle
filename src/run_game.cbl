               access mode is dynamic
               record key is f-wsum-word.

               select optional fd-dispute-file
               assign to dynamic ws-dispute-file-name
               organization is line sequential.

       data division.

       file section.
       fd  fd-word-summary-file.
       copy "./src/copy/word_summary_record.cpy".

      *> A player's end-of-round "dispute this word" flag, queued for
      *> the curators' dispute-review.
       fd  fd-dispute-file.
       copy "./src/copy/dispute_record.cpy".

       working-storage section.

       copy "screenio.cpy".
           88  ws-wsum-found                       value 'Y'.
           88  ws-wsum-not-found                   value 'N'.

       01  ws-dispute-file-name                    pic x(40)
                                 value "cobordle_disputes.dat".
       01  ws-dispute-list-name                    pic x(40).
       01  ws-dispute-sw                           pic a value space.
           88  ws-dispute-wanted                   value 'D'.
       01  ws-dispute-reason-in                    pic x value space.
       77  ws-dispute-prompt                      pic x(80).
       77  ws-dispute-reason-prompt               pic x(80).
       77  ws-prompt-col                          pic 9(2) comp.

      *> Tile colors actually rendered to the screen. ls-guess-letter
      *> -color below always records the logical green/yellow/black
      *> result for hard mode, share text and the audit log; these
      *> can now make false.
       01  ws-rules-tries-text                     pic x(55).

      *> The rest of s-rules-text and the command legend, in the
      *> player's language (see load-screen-text). Each is cut to
      *> the room its screen position leaves.
       01  ws-rules-text-1                         pic x(55).
       01  ws-rules-text-2                         pic x(55).
       01  ws-rules-text-3                         pic x(55).
       01  ws-rules-text-4                         pic x(55).
       01  ws-legend-enter-text                    pic x(18).
       01  ws-legend-f12-text                      pic x(22).
       01  ws-legend-esc-text                      pic x(14).
       01  ws-legend-f1-text                       pic x(60).

      *> Everything the player reads comes from the message catalog
      *> in their language (see message-text).
       copy "./src/copy/message_text.cpy".


      *> Checked before each checkpoint save: a lock taken mid-round
      *> means the checkpoint files may be mid-restore (see
      *> maint-lock).
       copy "./src/copy/maint_lock.cpy".

       local-storage section.

               ws-max-hints + l-bonus-hints

           if l-text-mode then
               move 200 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               move 201 to l-mt-number
               move l-word-length to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)

               if l-blitz-seconds > 0 then
                   move 202 to l-mt-number
                   perform get-message
                   display trim(l-mt-text)
      *>           The round is untimed, so the caller must not
      *>           record it as blitz.
                   move 0 to l-blitz-seconds
                   set environment "COB_TIMEOUT"
                       to ls-blitz-millis
                   move ls-blitz-limit to ls-blitz-limit-disp
                   move 203 to l-mt-number
                   move ls-blitz-limit-disp to l-mt-parm-1
                   perform get-message
                   move l-mt-text to ls-blitz-info-text
               end-if

               perform build-rules-tries-text
               perform load-screen-text
               display space blank screen
               display s-run-game-background-screen
           end-if
      *>   Cheating... show solution
           if l-cheat-flag = 'Y' then
               call "logger" using "RUN-GAME : CHEAT MODE IS ENABLED"
               move 204 to l-mt-number
               move l-selected-word to l-mt-parm-1
               perform get-message
               if l-text-mode then
                   display trim(l-mt-text)
               else
                   display trim(l-mt-text) at 1740
               end-if
           end-if

               end-call
           end-if

      *>   Special-event daily: the caller put the event's banner in
      *>   the options; open the round with it.
           if l-event-banner not = spaces
           and not (l-defclue-mode and l-clue-text not = spaces) then
               call "display-info-text" using
                   cob-color-blue
                   l-event-banner
                   l-text-mode-flag
               end-call
           end-if

           perform load-and-resume-checkpoint

           perform until ls-puzzle-solved or ls-puzzle-not-solved
                           l-text-mode-flag
                       end-call
                   else
      *>                   The event banner is the info bar's resting
      *>                   state on an event daily. Text mode printed
      *>                   it once at the start; repeating it under
      *>                   every guess would only bury the board.
                       if l-event-banner not = spaces
                       and l-not-text-mode then
                           call "display-info-text" using
                               cob-color-blue
                               l-event-banner
                               l-text-mode-flag
                           end-call
                       else
                           call "display-info-text" using
                               0 " " l-text-mode-flag
                           end-call
                       end-if
                   end-if
               end-if


                       if ls-correct-letters = l-word-length then
                           perform compute-elapsed-time
                           move 205 to l-mt-number
                           move ls-elapsed-text to l-mt-parm-1
                           perform get-message
                           call "display-info-text" using
                               cob-color-green
                               l-mt-text
                               l-text-mode-flag
                           end-call
                           set ls-puzzle-solved to true

           if ls-puzzle-not-solved then
               perform compute-elapsed-time
               move 206 to l-mt-number
               move l-selected-word to l-mt-parm-1
               move ls-elapsed-text to l-mt-parm-2
               perform get-message
               call "display-info-text" using
                   cob-color-red
                   l-mt-text
                   l-text-mode-flag
               end-call
           end-if
               perform record-word-stats
           end-if

           perform offer-word-dispute

           goback.


       build-rules-tries-text.

           if l-practice-mode then
               move 207 to l-mt-number
           else
               move ls-effective-max-tries to ls-max-tries-disp
               move 208 to l-mt-number
               move ls-max-tries-disp to l-mt-parm-1
           end-if
           perform get-message
           move l-mt-text to ws-rules-tries-text

           exit paragraph.


      *> Fills the rules lines and command legend painted by
      *> s-run-game-background-screen.
       load-screen-text.

           move 240 to l-mt-number
           perform get-message
           move l-mt-text to ws-rules-text-1
           move 241 to l-mt-number
           perform get-message
           move l-mt-text to ws-rules-text-2
           move 242 to l-mt-number
           perform get-message
           move l-mt-text to ws-rules-text-3
           move 243 to l-mt-number
           perform get-message
           move l-mt-text to ws-rules-text-4

           move 244 to l-mt-number
           perform get-message
           move l-mt-text to ws-legend-enter-text
           move 245 to l-mt-number
           perform get-message
           move l-mt-text to ws-legend-f12-text
           move 246 to l-mt-number
           perform get-message
           move l-mt-text to ws-legend-esc-text
           move 247 to l-mt-number
           perform get-message
           move l-mt-text to ws-legend-f1-text

           exit paragraph.

           move ls-effective-max-tries to ls-text-max-tries-disp

           display space
           move 209 to l-mt-number
           move ls-text-try-num-disp to l-mt-parm-1
           move ls-text-max-tries-disp to l-mt-parm-2
           perform get-message
           display trim(l-mt-text) " " with no advancing
           accept ls-current-word-attempt

           exit paragraph.
               ws-checkpoint-file-name ls-ckpt-quarantine-name
           end-call

           move 210 to l-mt-number
           perform get-message
           call "display-info-text" using
               cob-color-red
               l-mt-text
               l-text-mode-flag
           end-call

      *> be resumed if the player quits before it's finished.
       save-checkpoint.

      *>   Nothing is written while a maintenance run holds the lock;
      *>   the round plays on, it just can't be resumed from here.
           move 'Q' to l-ml-action
           move "run-game" to l-ml-program
           call "maint-lock" using l-maint-lock
           if l-ml-held then
               exit paragraph
           end-if

           move l-selected-word to f-ckpt-word
           move ls-current-try-num to f-ckpt-try-num

           move l-selected-word to f-audit-word
           move l-game-id to f-audit-game-id
           move l-practice-flag to f-audit-practice-flag
           move l-daily-flag to f-audit-daily-flag
           move l-hard-mode-flag to f-audit-hard-flag
           if l-blitz-seconds > 0 then
               move 'Y' to f-audit-blitz-flag
           else
               move 'N' to f-audit-blitz-flag
           end-if
           move ls-share-row to f-audit-try
           move ls-current-word-attempt to f-audit-guess

               until ls-idx > l-word-length
               if ls-current-word-attempt(ls-idx:1) < "A"
               or ls-current-word-attempt(ls-idx:1) > "Z" then
                   move 211 to l-mt-number
                   perform get-message
                   call "display-info-text" using
                       cob-color-red
                       l-mt-text
                       l-text-mode-flag
                   end-call
                   exit paragraph
               end-if
           end-if

           move 212 to l-mt-number
           move ls-current-word-attempt to l-mt-parm-1
           perform get-message
           call "display-info-text" using
               cob-color-red
               l-mt-text
               l-text-mode-flag
           end-call

                   not = ls-hard-green(ls-idx:1) then

                   set ls-hard-violation to true
                   move 213 to l-mt-number
                   move ls-idx to l-mt-parm-1
                   move ls-hard-green(ls-idx:1) to l-mt-parm-2
                   perform get-message
                   call "display-info-text" using
                       cob-color-red
                       l-mt-text
                       l-text-mode-flag
                   end-call
                   exit paragraph

                   if ls-letter-search-count = 0 then
                       set ls-hard-violation to true
                       move 214 to l-mt-number
                       perform get-message
                       call "display-info-text" using
                           cob-color-red
                           l-mt-text
                           l-text-mode-flag
                       end-call
                       exit paragraph
           set ls-hint-just-given to true

           if ls-hint-count >= ls-effective-max-hints then
               move 215 to l-mt-number
               perform get-message
               call "display-info-text" using
                   cob-color-red
                   l-mt-text
                   l-text-mode-flag
               end-call
               exit paragraph
           end-if

           if ls-hint-count >= l-word-length then
               move 216 to l-mt-number
               perform get-message
               call "display-info-text" using
                   cob-color-red
                   l-mt-text
                   l-text-mode-flag
               end-call
               exit paragraph
               l-selected-word(ls-hint-pos:1)
           end-call

           move 217 to l-mt-number
           move ls-hint-pos-disp to l-mt-parm-1
           move l-selected-word(ls-hint-pos:1) to l-mt-parm-2
           perform get-message
           call "display-info-text" using
               cob-color-blue
               l-mt-text
               l-text-mode-flag
           end-call

           compute ls-current-try-y = 3 + 2 * function mod(
               ls-current-try-num, ws-max-tries-screen)

           move 218 to l-mt-number
           perform get-message
           call "display-info-text" using
               cob-color-red
               l-mt-text
               l-text-mode-flag
           end-call


               evaluate ls-guess-letter-color(ls-share-row, ls-idx)
                   when cob-color-green
                       move 219 to l-mt-number
                       move ls-current-word-attempt(ls-idx:1)
                           to l-mt-parm-1
                       perform get-message
                       display trim(l-mt-text)
                       call "update-remaining-letters" using
                           cob-color-green
                           ls-current-word-attempt(ls-idx:1)
                       end-call

                   when cob-color-yellow
                       move 220 to l-mt-number
                       move ls-current-word-attempt(ls-idx:1)
                           to l-mt-parm-1
                       perform get-message
                       display trim(l-mt-text)
                       call "update-remaining-letters" using
                           cob-color-yellow
                           ls-current-word-attempt(ls-idx:1)
                       end-call

                   when other
                       move 221 to l-mt-number
                       move ls-current-word-attempt(ls-idx:1)
                           to l-mt-parm-1
                       perform get-message
                       display trim(l-mt-text)
                       call "update-remaining-letters" using
                           cob-color-black
                           ls-current-word-attempt(ls-idx:1)
           exit paragraph.


      *> One key at the end of the round lets the player flag the
      *> word as obscure, offensive or misspelled. The flag goes to
      *> the disputes file under the round's game id, naming the
      *> list the word was dealt from, for the curators'
      *> dispute-review queue. Anything but D carries straight on,
      *> and so does anything but 1-4 at the reason prompt.
       offer-word-dispute.

           move space to ws-dispute-sw
           move space to ws-dispute-reason-in

           move 222 to l-mt-number
           perform get-message
           move l-mt-text to ws-dispute-prompt
           move 223 to l-mt-number
           perform get-message
           move l-mt-text to ws-dispute-reason-prompt

           if l-text-mode then
               display space
               display trim(ws-dispute-prompt) " " with no advancing
               accept ws-dispute-sw
           else
               display
                   ws-dispute-prompt
                   foreground-color cob-color-white highlight
                   background-color cob-color-blue
                   at 2001
               end-display
               compute ws-prompt-col =
                   length(trim(ws-dispute-prompt trailing)) + 2
               accept ws-dispute-sw upper
                   at line 20 column ws-prompt-col
           end-if

           move upper-case(ws-dispute-sw) to ws-dispute-sw
           if not ws-dispute-wanted then
               exit paragraph
           end-if

           if l-text-mode then
               display trim(ws-dispute-reason-prompt) " "
                   with no advancing
               accept ws-dispute-reason-in
           else
               display
                   ws-dispute-reason-prompt
                   foreground-color cob-color-white highlight
                   background-color cob-color-blue
                   at 2001
               end-display
               compute ws-prompt-col =
                   length(trim(ws-dispute-reason-prompt trailing)) + 2
               accept ws-dispute-reason-in
                   at line 20 column ws-prompt-col
           end-if

           move spaces to f-dispute-record
           evaluate ws-dispute-reason-in
               when "1"
                   set f-disp-obscure to true
               when "2"
                   set f-disp-offensive to true
               when "3"
                   set f-disp-misspelt to true
               when "4"
                   set f-disp-other to true
               when other
                   move 224 to l-mt-number
                   perform get-message
                   call "display-info-text" using
                       cob-color-blue
                       l-mt-text
                       l-text-mode-flag
                   end-call
                   exit paragraph
           end-evaluate

           perform determine-dispute-list-name

           move function current-date(1:14) to f-disp-stamp
           move l-game-id to f-disp-game-id
           move l-player-id to f-disp-player
           move l-selected-word to f-disp-word
           move l-word-length to f-disp-length
           move ws-dispute-list-name to f-disp-list-name
           set f-disp-open to true

           open extend fd-dispute-file
           write f-dispute-record
           close fd-dispute-file

           move 225 to l-mt-number
           move l-selected-word to l-mt-parm-1
           perform get-message
           call "display-info-text" using
               cob-color-green
               l-mt-text
               l-text-mode-flag
           end-call

           exit paragraph.


      *> The list word-loader dealt this round from, by its own
      *> rules: a word-file override, else the themed category list,
      *> else the language list, else the default list, each at the
      *> round's word length.
       determine-dispute-list-name.

           if l-word-file-override not = spaces then
               move l-word-file-override to ws-dispute-list-name
               exit paragraph
           end-if

           move l-word-length to ws-ckpt-length-digit

           if l-category not = spaces then
               move trim(l-category) to ws-dispute-list-name
           else
               if l-language not = spaces then
                   move concat("word_" trim(l-language))
                       to ws-dispute-list-name
               else
                   move "word" to ws-dispute-list-name
               end-if
           end-if

           if l-word-length = 5 then
               move concat(trim(ws-dispute-list-name) ".list")
                   to ws-dispute-list-name
           else
               move concat(trim(ws-dispute-list-name)
                   ws-ckpt-length-digit ".list")
                   to ws-dispute-list-name
           end-if

           exit paragraph.


      *> Folds the finished puzzle into the keyed per-word summary
      *> in place: read the word's row, add, rewrite (or write the
      *> word's first row).

           exit paragraph.


      *> Fetches message l-mt-number, with whatever values were moved
      *> to l-mt-parm-1 thru 4, in the player's language; the values
      *> are cleared for the next message.
       get-message.

           move l-message-language to l-mt-language
           call "message-text" using l-message-text
           move spaces to l-mt-parms

           exit paragraph.

       end program run-game.
