               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-config-file
               assign to dynamic ws-config-file-name
       01  f-delivered-record.
           05  f-delivered-pending     pic x(54).
           05  f-delivered-on          pic 9(8).
           05  f-delivered-site        pic x(10).
           05  f-delivered-daily       pic a.

      *> The player's points-bank ledger: game points credited at
      *> round end, and the streak-freeze / prepaid-hint tokens
           88  ws-date-frozen                      value 'Y'.
           88  ws-date-not-frozen                  value 'N'.

      *> Office holidays are bridged for everyone's streak: a round
      *> dated on one counts neither toward nor against it, and a
      *> lost daily there spends no freeze (see holiday-check).
       copy "./src/copy/holiday_check.cpy".

      *> Special events from the events calendar take over the daily:
      *> the event's category list at the event's length, with its
      *> banner on the info bar (see event-check).
       copy "./src/copy/event_check.cpy".
       01  ws-event-length-disp    pic 9.

      *> Everything the player reads comes from the message catalog
      *> in their language (see message-text).
       copy "./src/copy/message_text.cpy".

       01  ws-defs-file-name       pic x(40) value "word_defs.list".
       01  ws-stage-file-name      pic x(40).
       01  ws-defs-word            pic x(10).
       01  ws-scoreboard-url       pic x(80)
                                   value "http://localhost:8080/scores".

      *> Which office this installation is (SITE-ID in cobordle.cfg),
      *> posted with every submission so the scoreboard service can
      *> keep the sites apart for the office league. Inlined into the
      *> same shell command line, so it gets the player id's
      *> allowlist; an id that fails it is posted blank.
       01  ws-site-id              pic x(10) value spaces.

       01  ws-player-id-safe-sw                      pic a value 'Y'.
           88  ws-player-id-safe                     value 'Y'.
           88  ws-player-id-unsafe                   value 'N'.
 
       01  ws-cmd-args                            pic x(2024).

       77  ws-play-again-prompt                   pic x(80).
       77  ws-play-again-col                      pic 9(2) comp.

      *> Maintenance-window lock check before any round is dealt,
      *> and before a checkpoint or the pending queue is touched
      *> (see maint-lock).
       copy "./src/copy/maint_lock.cpy".

      *> Sign-in against the registered-player master before any
      *> recorded round (see player-signin).
       copy "./src/copy/player_signin.cpy".

      *> Personal goals brought up to date after each recorded round
      *> (see goal-check); the last call's progress lines are what
      *> the session summary shows.
       copy "./src/copy/goal_check.cpy".
       01  ws-goal-line-idx                       pic 9 comp.

       local-storage section.

           display "Build date: " ws-compiled-date
           display space           

           move 0 to l-gc-line-count

           perform load-config-file

           accept ws-cmd-args from command-line

           perform parse-cmd-args

      *>   Checked once the settings are read, so the refusal comes
      *>   out in the player's language.
           perform check-maintenance-lock

           if l-daily-mode then
               perform apply-special-event
           end-if

      *>   A themed category list only exists in English; dealing it
      *>   while record-game-stats stamps the language prefix on the
      *>   category would let English rounds pollute the --lang
           if l-category not = spaces
           and l-language not = spaces then
               move spaces to l-language
               move 1 to l-mt-number
               perform get-message
               display trim(l-mt-text)
           end-if

      *>   Recorded play is for registered players only, signed in
      *>   with their PIN once for the whole sitting. Practice
      *>   rounds are never recorded and stay open to anyone.
           if l-not-practice-mode then
               perform sign-in-player
           end-if

           perform until ws-not-replay

               if ws-current-word = spaces then 
                   display space blank screen 
                   move 2 to l-mt-number
                   perform get-message
                   display trim(l-mt-text) at 0101
                   move 3 to l-mt-number
                   perform get-message
                   display trim(l-mt-text) at 0201
                   move 4 to l-mt-number
                   perform get-message
                   display trim(l-mt-text) at 0301
                   move 5 to l-mt-number
                   perform get-message
                   display trim(l-mt-text) at 0501
                   call "logger" using 
                       "Failed to load next word. Forced exit."
                   end-call 

               if ws-rejected-count > 0 then
                   move ws-rejected-count to ws-rejected-count-disp
                   move 6 to l-mt-number
                   move ws-rejected-count-disp to l-mt-parm-1
                   perform get-message
                   display trim(l-mt-text)
               end-if

      *>       One daily attempt per calendar day: a player who already
                   perform play-one-round
               end-if

               move 100 to l-mt-number
               perform get-message
               move l-mt-text to ws-play-again-prompt
               compute ws-play-again-col =
                   length(trim(ws-play-again-prompt trailing)) + 2

               display
                   ws-play-again-prompt
                   foreground-color cob-color-white highlight
                   background-color cob-color-blue
                   at 2001
               end-display
               accept ws-replay-sw upper
                   at line 20 column ws-play-again-col

           end-perform




      *> A daily on a special-event day is the event's puzzle: the
      *> event's category and length replace whatever the player
      *> configured, so every office gets the same themed word the
      *> schedule dealt, and the stats rows carry the event's
      *> category for the leaderboard's event results. A replay
      *> asks about the replayed date. A word-file override is a
      *> test or import run and is left alone.
       apply-special-event.

           move spaces to l-event-banner

           if l-word-file-override not = spaces then
               exit paragraph
           end-if

           if l-replay-date not = spaces then
               move concat(
                   l-replay-date(1:4)
                   l-replay-date(6:2)
                   l-replay-date(9:2))
                   to l-ev-date
           else
               call "game-day" using ws-today
               move ws-today to l-ev-date
           end-if

           call "event-check" using l-event-check
           if l-ev-none then
               exit paragraph
           end-if

           move l-ev-category to l-category
           move l-ev-length to l-word-length
           move l-ev-banner to l-event-banner
           if l-event-banner = spaces then
               move 7 to l-mt-number
               move l-ev-category to l-mt-parm-1
               perform get-message
               move l-mt-text to l-event-banner
           end-if

           move l-ev-length to ws-event-length-disp
           display trim(l-event-banner)
           move 8 to l-mt-number
           move l-ev-category to l-mt-parm-1
           move ws-event-length-disp to l-mt-parm-2
           perform get-message
           display trim(l-mt-text)

           exit paragraph.


      *> One full round: the screen clear, transcript stamp, run-game
      *> call and all the post-round recording that used to live
      *> inline in the main loop before the daily-attempt guard needed
           and (l-category not = spaces
               or l-language not = spaces) then
               set l-not-defclue-mode to true
               move 9 to l-mt-number
               perform get-message
               display trim(l-mt-text)
           end-if
           if l-defclue-mode and l-board-count = 1 then
               perform load-word-clue
               if l-board-count > 1 then
                   if l-not-practice-mode then
                       perform record-multi-results
                       move 101 to l-mt-number
                   else
                       move 102 to l-mt-number
                   end-if
               else
                   move 103 to l-mt-number
               end-if
               perform get-message
               move l-mt-text to ws-streak-info-text
           end-if
           perform display-share-result

           move l-result-points to ws-points-disp
           if l-not-practice-mode and l-board-count = 1 then
               move ws-bank-balance to ws-balance-disp
               move 104 to l-mt-number
               move ws-points-disp to l-mt-parm-1
               move ws-balance-disp to l-mt-parm-2
           else
               move 105 to l-mt-number
               move ws-points-disp to l-mt-parm-1
           end-if
           perform get-message
           display trim(l-mt-text)

           perform display-word-definition

      *>   judge badges against.
           if l-not-practice-mode and l-board-count = 1 then
               perform evaluate-achievements
               perform check-personal-goals
           end-if

           exit paragraph.


      *> Refreshes the player's goals against the row just written
      *> and announces any that this round settled.
       check-personal-goals.

           set l-gc-round-end to true
           move l-player-id to l-gc-player
           call "goal-check" using l-goal-check

           perform varying ws-goal-line-idx from 1 by 1
               until ws-goal-line-idx > l-gc-news-count
               display l-gc-news(ws-goal-line-idx)
           end-perform

           exit paragraph.


      *> One row per finished multi-board round, from the per-board
      *> detail run-game-multi hands back -- boards, each word, the
      *> per-board solve tries and the total tries used.
               call "CBL_DELETE_FILE" using ws-credits-file-name
               call "CBL_RENAME_FILE" using
                   ws-credits-tmp-name ws-credits-file-name
               move 106 to l-mt-number
               move l-replay-date to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)
           else
               call "CBL_DELETE_FILE" using ws-credits-tmp-name
           end-if

           if l-result-solved and ws-player-wins >= 1 then
               move "FIRST-WIN" to ws-badge-code
               move 132 to l-mt-number
               perform get-message
               move l-mt-text to ws-badge-text
               perform award-achievement
           end-if

           if l-result-solved and l-result-tries = 1 then
               move "SOLVED-IN-1" to ws-badge-code
               move 133 to l-mt-number
               perform get-message
               move l-mt-text to ws-badge-text
               perform award-achievement
           end-if

           if ws-player-games >= 100 then
               move "GAMES-100" to ws-badge-code
               move 134 to l-mt-number
               perform get-message
               move l-mt-text to ws-badge-text
               perform award-achievement
           end-if

           if ws-current-streak >= 10 then
               move "STREAK-10" to ws-badge-code
               move 135 to l-mt-number
               perform get-message
               move l-mt-text to ws-badge-text
               perform award-achievement
           end-if

           if l-result-solved and l-hard-mode
           and l-word-length = 7 then
               move "HARD7-WIN" to ws-badge-code
               move 136 to l-mt-number
               perform get-message
               move l-mt-text to ws-badge-text
               perform award-achievement
           end-if

                   to ws-earned-badges(ws-earned-count)
           end-if

           move 107 to l-mt-number
           move ws-badge-text to l-mt-parm-1
           perform get-message

           call "display-info-text" using
               cob-color-green
               l-mt-text
               l-text-mode-flag
           end-call


                       if upper-case(trim(ws-defs-word))
                           = trim(ws-current-word) then
                           move 108 to l-mt-number
                           move ws-defs-text to l-mt-parm-1
                           perform get-message
                           move l-mt-text to l-clue-text
                           set ws-defs-eof to true
                       end-if
                   end-read
           move ws-daily-prior-tries to ws-daily-prior-tries-disp

           display space
           move 109 to l-mt-number
           perform get-message
           display trim(l-mt-text)
           if ws-daily-prior-solved = 'Y' then
               move 110 to l-mt-number
           else
               move 111 to l-mt-number
           end-if
           move ws-daily-prior-tries-disp to l-mt-parm-1
           perform get-message
           display trim(l-mt-text)
           move 112 to l-mt-number
           perform get-message
           display trim(l-mt-text)
           display space

           exit paragraph.
                   end-if
               when "SCOREBOARD-URL"
                   move ws-config-value to ws-scoreboard-url
      *>       The office is the installation's, not the player's: a
      *>       profile can't move its owner to another site.
               when "SITE-ID"
                   if ws-config-file-name = "cobordle.cfg" then
                       move upper-case(ws-config-value) to ws-site-id
                   end-if
               when "CATEGORY"
                   move lower-case(ws-config-value) to l-category
               when "LANGUAGE"
                   move lower-case(ws-config-value(1:2))
                       to l-language
                   move l-language to l-message-language
               when "DIFFICULTY"
                   move upper-case(ws-config-value) to l-difficulty
               when "RECENT-DAYS"
                   display space
                   move 1 to ws-ckpt-idx
                   perform display-ckpt-found-row
                   move 113 to l-mt-number
                   perform get-message
                   display trim(l-mt-text)
                       foreground-color cob-color-white highlight
                       background-color cob-color-blue
                   end-display

               when other
                   display space
                   move 114 to l-mt-number
                   move l-player-id to l-mt-parm-1
                   perform get-message
                   display trim(l-mt-text)

                   perform varying ws-ckpt-idx from 1 by 1
                       until ws-ckpt-idx > ws-ckpt-found-count
                       perform display-ckpt-found-row
                   end-perform

                   move 115 to l-mt-number
                   perform get-message
                   display trim(l-mt-text)
                       foreground-color cob-color-white highlight
                       background-color cob-color-blue
                   end-display
           end-if

           display space
           move 116 to l-mt-number
           move f-multi-peek-record(1:1) to l-mt-parm-1
           move ws-multi-tries-disp to l-mt-parm-2
           perform get-message
           display trim(l-mt-text)
           move 113 to l-mt-number
           perform get-message
           display trim(l-mt-text)
               foreground-color cob-color-white highlight
               background-color cob-color-blue
           end-display
           if ws-ckpt-legacy-length < 4
           or ws-ckpt-legacy-length > 7 then
               call "CBL_DELETE_FILE" using ws-ckpt-legacy-name
               move 117 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               exit paragraph
           end-if


           if f-ckpt-peek-word not = spaces then
               call "CBL_DELETE_FILE" using ws-ckpt-legacy-name
               move 118 to l-mt-number
               perform get-message
               display trim(l-mt-text)
           else
               call "CBL_RENAME_FILE" using
                   ws-ckpt-legacy-name ws-ckpt-legacy-new-name
           move ws-ckpt-found-tries(ws-ckpt-idx) to ws-tries-disp
           move ws-ckpt-idx to ws-ckpt-idx-disp

           move ws-ckpt-idx-disp to l-mt-parm-1
           move ws-ckpt-found-length(ws-ckpt-idx) to l-mt-parm-2
           move ws-tries-disp to l-mt-parm-3

           if ws-ckpt-found-stamp(ws-ckpt-idx) = spaces then
               move 119 to l-mt-number
           else
               move 120 to l-mt-number
               move concat(
                   ws-ckpt-found-stamp(ws-ckpt-idx)(1:8)
                   " " ws-ckpt-found-stamp(ws-ckpt-idx)(9:4))
                   to l-mt-parm-4
           end-if
           perform get-message
           display trim(l-mt-text)

           exit paragraph.

               stop run
           end-if

      *>   The language comes first so every confirmation below is
      *>   already in it.
           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--lang="
           if ws-cmd-found > 0 then
               move spaces to ws-player-arg-discard
               move spaces to ws-player-arg-remainder
               unstring ws-cmd-args delimited by "--lang="
                   into ws-player-arg-discard ws-player-arg-remainder

               move spaces to ws-lang-arg
               unstring ws-player-arg-remainder delimited by space
                   into ws-lang-arg

               move lower-case(ws-lang-arg(1:2)) to l-language
               move l-language to l-message-language
               move 22 to l-mt-number
               move l-language to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found for all "--logging"
           if ws-cmd-found > 0 then
               move 10 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               call "enable-logger"
           end-if 

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found for all "--iddqd"
           if ws-cmd-found > 0 then
               move 11 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               move 'Y' to ws-cheat-flag
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found for all "--daily"
           if ws-cmd-found > 0 then
               move 12 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               set l-daily-mode to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found for all "--hard"
           if ws-cmd-found > 0 then
               move 13 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               set l-hard-mode to true
           end-if

           inspect ws-cmd-args tallying ws-cmd-found
               for all "--colorblind"
           if ws-cmd-found > 0 then
               move 14 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               set l-colorblind-mode to true
           end-if

           inspect ws-cmd-args tallying ws-cmd-found
               for all "--qwerty"
           if ws-cmd-found > 0 then
               move 15 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               set l-qwerty-mode to true
           end-if

           inspect ws-cmd-args tallying ws-cmd-found
               for all "--practice"
           if ws-cmd-found > 0 then
               move 16 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               set l-practice-mode to true
           end-if

           inspect ws-cmd-args tallying ws-cmd-found
               for all "--submit-scores"
           if ws-cmd-found > 0 then
               move 17 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               set l-submit-scores to true
           end-if

           inspect ws-cmd-args tallying ws-cmd-found
               for all "--text-mode"
           if ws-cmd-found > 0 then
               move 18 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               set l-text-mode to true
           end-if


           if l-word-length not = 5 then
               move l-word-length to ws-word-length-disp
               move 19 to l-mt-number
               move ws-word-length-disp to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)
           end-if

           move 0 to ws-cmd-found
                   into l-player-id

               move upper-case(l-player-id) to l-player-id
               move 20 to l-mt-number
               move l-player-id to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)
           end-if

           move 0 to ws-cmd-found
                   into l-category

               move lower-case(l-category) to l-category
               move 21 to l-mt-number
               move l-category to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)
           end-if

           move 0 to ws-cmd-found
                   into l-difficulty

               move upper-case(l-difficulty) to l-difficulty
               move 23 to l-mt-number
               move l-difficulty to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)
           end-if

           move 0 to ws-cmd-found

               if l-blitz-seconds >= 5 and l-blitz-seconds <= 300
                   move l-blitz-seconds to ws-points-disp
                   move 24 to l-mt-number
                   move ws-points-disp to l-mt-parm-1
                   perform get-message
                   display trim(l-mt-text)
               else
                   move 25 to l-mt-number
                   perform get-message
                   display trim(l-mt-text)
                   move 0 to l-blitz-seconds
               end-if
           end-if
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--defclue"
           if ws-cmd-found > 0 then
               move 26 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               set l-defclue-mode to true
           end-if

           inspect ws-cmd-args tallying ws-cmd-found
               for all "--analyze"
           if ws-cmd-found > 0 then
               move 27 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               set ws-analyze to true
           end-if

           inspect ws-cmd-args tallying ws-cmd-found
               for all "--boards=2"
           if ws-cmd-found > 0 then
               move 28 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               move 2 to l-board-count
           end-if

           inspect ws-cmd-args tallying ws-cmd-found
               for all "--boards=4"
           if ws-cmd-found > 0 then
               move 29 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               move 4 to l-board-count
           end-if

                   into l-replay-date

               set l-daily-mode to true
               move 30 to l-mt-number
               move l-replay-date to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)
           end-if

           move 0 to ws-cmd-found
               unstring ws-player-arg-remainder delimited by space
                   into l-word-file-override

               move 31 to l-mt-number
               move l-word-file-override to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)
           end-if

           move 0 to ws-cmd-found

               if l-max-tries >= 1 and l-max-tries <= 20 then
                   move l-max-tries to ws-tries-disp
                   move 32 to l-mt-number
                   move ws-tries-disp to l-mt-parm-1
                   perform get-message
                   display trim(l-mt-text)
               else
                   move 33 to l-mt-number
                   perform get-message
                   display trim(l-mt-text)
                   move 6 to l-max-tries
               end-if
           end-if
               if l-max-words >= 1 and l-max-words <= ws-max-words
               then
                   move l-max-words to ws-max-words-disp
                   move 34 to l-mt-number
                   move ws-max-words-disp to l-mt-parm-1
                   perform get-message
                   display trim(l-mt-text)
               else
                   move 35 to l-mt-number
                   perform get-message
                   display trim(l-mt-text)
                   move ws-max-words to l-max-words
               end-if
           end-if
               to f-transcript-record
           write f-transcript-record

      *>   The opening clue of a definition-clue round, as shown.
           if l-clue-text not = spaces then
               move l-clue-text to f-transcript-record
               write f-transcript-record
           end-if

           move space to f-transcript-record
           write f-transcript-record


           close fd-transcript-file

           move 121 to l-mt-number
           move ws-transcript-file-name to l-mt-parm-1
           perform get-message
           display trim(l-mt-text)

           exit paragraph.



      *> Shells out to curl to POST this round's summary (player,
      *> word, tries, solved flag, game id, and the site and daily
      *> flag the office league is scored on) to the shared
      *> scoreboard service.
      *> There's no HTTP client in this dialect, so CALL "SYSTEM" is
      *> the same escape hatch word-maint.cbl's CBL_DELETE_FILE/
      *> CBL_RENAME_FILE calls use for things outside plain COBOL.
               exit paragraph
           end-if

           perform varying ws-submit-check-idx from 1 by 1
               until ws-submit-check-idx > 10

               evaluate ws-site-id(ws-submit-check-idx:1)
                   when space
                   when "A" thru "Z"
                   when "0" thru "9"
                   when "-"
                   when "_"
                       continue
                   when other
                       call "logger" using
                           "Site id has unsupported characters; "
                               "submitting without one."
                       end-call
                       move spaces to ws-site-id
               end-evaluate
           end-perform

           perform check-game-already-delivered
           if ws-delivered-found then
               call "logger" using concat(
               "&tries=" trim(ws-submit-tries-disp)
               "&solved=" l-result-solved-flag
               "&gameid=" trim(l-game-id)
               "&site=" trim(ws-site-id)
               "&daily=" l-daily-flag
               quote)
               to ws-submit-command

           move l-result-solved-flag to f-pending-solved
           move ws-today to f-pending-date
           move l-game-id to f-pending-game-id
           move ws-site-id to f-pending-site
           move l-daily-flag to f-pending-daily

           move f-pending-record to f-delivered-pending
           move ws-today to f-delivered-on
           move ws-site-id to f-delivered-site
           move l-daily-flag to f-delivered-daily

           open extend fd-delivered-file
           write f-delivered-record
      *> the scoreboard service is reachable again.
       queue-pending-submission.

      *>   A lock taken since the round started means the queue file
      *>   may be mid-restore: the result is reported, not queued.
           move 'Q' to l-ml-action
           move "cobordle" to l-ml-program
           call "maint-lock" using l-maint-lock
           if l-ml-held then
               move 122 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               exit paragraph
           end-if

           move l-player-id to f-pending-player
           move l-result-word to f-pending-word
           move l-result-tries to f-pending-tries
           move l-result-solved-flag to f-pending-solved
           move ws-today to f-pending-date
           move l-game-id to f-pending-game-id
           move ws-site-id to f-pending-site
           move l-daily-flag to f-pending-daily

           open extend fd-pending-file
           write f-pending-record
               trim(ws-pending-file-name))
           end-call

           move 123 to l-mt-number
           perform get-message
           display trim(l-mt-text)

           exit paragraph.

      *> Round-end ledger work: credit the points just earned,
      *> debit a prepaid-hint token for every hint taken past the
      *> normal allowance, and spend a streak freeze on a lost
      *> daily so compute-streaks can skip the damage (not on an
      *> office holiday, which is bridged anyway).
       update-points-bank.

           if l-result-points > 0 then
               end-perform
           end-if

           move ws-today to l-hc-date
           call "holiday-check" using l-holiday-check
           if l-hc-holiday then
               move 124 to l-mt-number
               move l-hc-name to l-mt-parm-1
               perform get-message
               display trim(l-mt-text)
           end-if

           if l-daily-mode
           and l-result-not-solved
           and l-hc-open
           and ws-freeze-tokens > 0 then
               move ws-today to f-bank-date
               move 'U' to f-bank-type
               move "streak freeze spent" to f-bank-note
               perform append-bank-row
               subtract 1 from ws-freeze-tokens
               move 125 to l-mt-number
               perform get-message
               display trim(l-mt-text)
           end-if

           exit paragraph.
                           set ws-stats-eof to true
                       else
                           add 1 to ws-player-games
                           move f-stats-date to l-hc-date
                           call "holiday-check" using l-holiday-check
                           if f-stats-solved = 'Y' then
                               add 1 to ws-player-wins
                               if l-hc-open then
                                   add 1 to ws-current-streak
                               end-if
                               if ws-current-streak > ws-best-streak
                                   move ws-current-streak
                                       to ws-best-streak
                               end-if
                           else
      *>                       A loss on a date a streak freeze was
      *>                       spent on, or on an office holiday,
      *>                       doesn't break the run.
                               perform check-date-frozen
                               if ws-date-not-frozen then
                                   move 0 to ws-current-streak
           move ws-current-streak to ws-current-streak-disp
           move ws-best-streak to ws-best-streak-disp

           move 126 to l-mt-number
           move ws-current-streak-disp to l-mt-parm-1
           move ws-best-streak-disp to l-mt-parm-2
           perform get-message
           move l-mt-text to ws-streak-info-text

           exit paragraph.

           exit paragraph.


      *> Frozen by a spent streak freeze, or bridged for everyone as
      *> an office holiday (l-holiday-check already asked about the
      *> row's date).
       check-date-frozen.

           set ws-date-not-frozen to true
               end-if
           end-perform

           if l-hc-holiday then
               set ws-date-frozen to true
           end-if

           exit paragraph.


      *> Recaps the whole sitting right before exit: how many rounds
      *> were played, how many solved, and the average tries across
      *> them, tallied by ws-session-* counters across every trip
      *> through the perform-until-ws-not-replay loop above -- and,
      *> once a recorded round has refreshed them, where the
      *> player's goals for the month stand.
       display-session-summary.

           if ws-session-games-played = 0 then

           display space
           display "===================================="
           move 127 to l-mt-number
           perform get-message
           display trim(l-mt-text)
           move 128 to l-mt-number
           move ws-session-games-disp to l-mt-parm-1
           perform get-message
           display trim(l-mt-text)
           move 129 to l-mt-number
           move ws-session-solved-disp to l-mt-parm-1
           perform get-message
           display trim(l-mt-text)
           move 130 to l-mt-number
           move ws-session-avg-tries-disp to l-mt-parm-1
           perform get-message
           display trim(l-mt-text)
           if l-gc-line-count > 0 then
               move 131 to l-mt-number
               perform get-message
               display trim(l-mt-text)
               perform varying ws-goal-line-idx from 1 by 1
                   until ws-goal-line-idx > l-gc-line-count
                   display concat(
                       "  " l-gc-lines(ws-goal-line-idx))
               end-perform
           end-if
           display "===================================="
           display space

           exit paragraph.


      *> Fetches message l-mt-number, with whatever values were moved
      *> to l-mt-parm-1 thru 4, in the player's language; the values
      *> are cleared for the next message.
       get-message.

           move l-message-language to l-mt-language
           call "message-text" using l-message-text
           move spaces to l-mt-parms

           exit paragraph.


      *> Refuses to deal a round while an administrative run holds
      *> the maintenance lock: a game played now would write its rows
      *> into the middle of a restore or migration.
       check-maintenance-lock.

           move 'Q' to l-ml-action
           move "cobordle" to l-ml-program
           move l-message-language to l-ml-language
           call "maint-lock" using l-maint-lock

           if l-ml-held then
               display trim(l-ml-message)
               stop run
           end-if

           exit paragraph.


      *> Refuses the sitting for an id that isn't on the player
      *> master, or is inactive, or whose PIN isn't given.
       sign-in-player.

           set l-ps-verify to true
           move l-player-id to l-ps-player
           move l-message-language to l-ps-language
           call "player-signin" using l-player-signin

           if l-ps-unregistered or l-ps-inactive or l-ps-bad-pin then
               display l-ps-message
               call "disable-logger"
               stop run
           end-if

           exit paragraph.

       end program cobordle.
       
