      *> what the result record can carry back.
       01  ws-max-tries-multi                     constant as 20.

      *> Checked before each checkpoint save: a lock taken mid-round
      *> means the checkpoint files may be mid-restore (see
      *> maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Everything the player reads comes from the message catalog
      *> in their language (see message-text).
       copy "./src/copy/message_text.cpy".

       local-storage section.

       01  ls-board-count                         pic 9 comp.

       01  ls-screen-row                          pic 99.
       01  ls-screen-col                          pic 99.
       01  ls-prompt-col                          pic 99.
       01  ls-board-col-base                      pic 99.

       01  ls-try-disp                            pic z9.
           if l-word-count < ls-board-count then
               move l-word-count to ls-board-count
               if ls-board-count < 2 then
                   move 300 to l-mt-number
                   perform get-message
                   display trim(l-mt-text)
                   move l-selected-word to l-result-word
                   move 0 to l-result-tries
                   set l-result-not-solved to true
                   goback
               end-if
               move ls-board-count to ls-board-disp
               move 301 to l-mt-number
               move ls-board-disp to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)
           end-if

      *>   One extra try per board over the single-board budget, the
           move ls-board-count to ls-board-disp

           if l-text-mode then
               move 302 to l-mt-number
               move ls-board-disp to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)
               move 303 to l-mt-number
               move ls-board-disp to l-mt-parm-1
               move ls-max-tries-disp to l-mt-parm-2
               perform get-message
               display trim(l-mt-text)
           else
               display space blank screen
               move 304 to l-mt-number
               move ls-board-disp to l-mt-parm-1
               move ls-max-tries-disp to l-mt-parm-2
               perform get-message
               display trim(l-mt-text) at 0102
               perform paint-board-headers
           end-if

               perform varying ls-board-idx from 1 by 1
                   until ls-board-idx > ls-board-count
                   move ls-board-idx to ls-board-disp
                   move 305 to l-mt-number
                   move ls-board-disp to l-mt-parm-1
                   move ls-board-words(ls-board-idx) to l-mt-parm-2
                   perform get-message
                   display trim(l-mt-text)
               end-perform
           end-if

               perform apply-guess-to-boards
           end-perform

           move 306 to l-mt-number
           perform get-message
           call "display-info-text" using
               cob-color-blue
               l-mt-text
               l-text-mode-flag
           end-call


       save-multi-checkpoint.

      *>   Nothing is written while a maintenance run holds the lock;
      *>   the round plays on, it just can't be resumed from here.
           move 'Q' to l-ml-action
           move "run-game-multi" to l-ml-program
           call "maint-lock" using l-maint-lock
           if l-ml-held then
               exit paragraph
           end-if

           move ls-board-count to f-mckpt-board-count

           perform varying ls-mckpt-idx from 1 by 1
               move ls-board-col-base to ls-screen-col
               move ls-board-idx to ls-board-disp

               move 307 to l-mt-number
               move ls-board-disp to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)
                   at line ls-screen-row column ls-screen-col
               end-display
           end-perform

           if l-text-mode then
               display space
               move 308 to l-mt-number
               move ls-try-disp to l-mt-parm-1
               move ls-max-tries-disp to l-mt-parm-2
               perform get-message
               display trim(l-mt-text) " " with no advancing
               accept ls-current-word-attempt
           else
               move 309 to l-mt-number
               move ls-try-disp to l-mt-parm-1
               move ls-max-tries-disp to l-mt-parm-2
               perform get-message
               display trim(l-mt-text) at 2202
               compute ls-prompt-col =
                   length(trim(l-mt-text trailing)) + 3
               display "        "
                   at line 22 column ls-prompt-col
               end-display
               accept ls-current-word-attempt
                   at line 22 column ls-prompt-col
           end-if

           move upper-case(ls-current-word-attempt)

       show-invalid-guess.

           move 310 to l-mt-number
           move ls-current-word-attempt to l-mt-parm-1
           perform get-message
           call "display-info-text" using
               cob-color-red
               l-mt-text
               l-text-mode-flag
           end-call

                       add 1 to ls-solved-board-count

                       move ls-board-idx to ls-board-disp
                       move 311 to l-mt-number
                       move ls-board-disp to l-mt-parm-1
                       perform get-message
                       call "display-info-text" using
                           cob-color-green
                           l-mt-text
                           l-text-mode-flag
                       end-call
                   end-if
               add 3 to ls-narrate-pos
           end-perform

           move 312 to l-mt-number
           move ls-board-disp to l-mt-parm-1
           move ls-narrate-line to l-mt-parm-2
           perform get-message
           display trim(l-mt-text)

           exit paragraph.

               move ls-board-idx to ls-board-disp
               move ls-board-solved-try(ls-board-idx) to ls-try-disp

               move ls-board-disp to l-mt-parm-1
               move ls-board-words(ls-board-idx) to l-mt-parm-2
               if ls-board-solved-flag(ls-board-idx) = 'Y' then
                   move 313 to l-mt-number
                   move ls-try-disp to l-mt-parm-3
               else
                   move 314 to l-mt-number
               end-if
               perform get-message
               display trim(l-mt-text)
           end-perform

           move 315 to l-mt-number
           move ls-elapsed-mins-disp to l-mt-parm-1
           move ls-elapsed-secs-disp to l-mt-parm-2
           perform get-message
           display trim(l-mt-text)

           exit paragraph.

               move ls-board-idx to ls-board-disp
               move ls-board-solved-try(ls-board-idx) to ls-try-disp

               move ls-board-disp to l-mt-parm-1
               if ls-board-solved-flag(ls-board-idx) = 'Y' then
                   move 316 to l-mt-number
                   move ls-try-disp to l-mt-parm-2
                   move ls-max-tries-disp to l-mt-parm-3
               else
                   move 317 to l-mt-number
                   move ls-max-tries-disp to l-mt-parm-2
               end-if
               perform get-message
               move l-mt-text
                   to l-result-share-lines(ls-share-line-idx)
           end-perform

           move ls-share-line-idx to l-result-share-line-count

           exit paragraph.


      *> Fetches message l-mt-number, with whatever values were moved
      *> to l-mt-parm-1 thru 4, in the player's language; the values
      *> are cleared for the next message.
       get-message.

           move l-message-language to l-mt-language
           call "message-text" using l-message-text
           move spaces to l-mt-parms

           exit paragraph.

       end program run-game-multi.
