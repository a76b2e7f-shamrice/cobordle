      ******************************************************************
      * Purpose: Letter-position heat map. opener-league only judges
      *          first guesses; this sweeps every guess in every
      *          cobordle_audit_<player>.log (players found from the
      *          stats file, as opener-league finds them) -- or one
      *          player's log with --player= -- and prints, for one
      *          word length, position-by-letter grids of:
      *
      *            - guesses: the share of all guesses with that
      *              letter in that position;
      *            - green, yellow and black: of the times that letter
      *              was played in that position, how often it came
      *              up each color (from the G/Y/B colors
      *              record-audit-entry stored);
      *            - answers: the share of the answers dealt with that
      *              letter in that position, to hold the guesses up
      *              against;
      *
      *          and a late-letters table: for each letter in the
      *          answers, the average try it was first played on and
      *          how many games ended without it ever being played
      *          (and how many of those were lost).
      *
      *          Games are cut from the audit rows the way
      *          opener-league and stats-rebuild cut them (date or
      *          word change, or the try number going back). Practice
      *          rows are left out, and so is the current game day:
      *          the answers grid would otherwise hint at today's
      *          daily.
      *
      *          Usage: letter-heatmap [--length=N] [--player=NAME]
      *                 (default length 5, every player)
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. letter-heatmap.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       fd  fd-audit-file.
       copy "./src/copy/audit_record.cpy".

       working-storage section.

       01  ws-stats-file-name        pic x(40)
                                     value "cobordle_stats.idx".
       01  ws-audit-file-name        pic x(40).

       01  ws-cmd-args               pic x(80).
       01  ws-arg-discard            pic x(80).
       01  ws-arg-remainder          pic x(80).
       01  ws-cmd-found              pic 9(2) comp.

       01  ws-word-length            pic 9 comp value 5.
       01  ws-length-disp            pic 9.
       01  ws-one-player             pic x(20) value spaces.
       01  ws-today                  pic 9(8).

       01  ws-eof-sw                 pic a value 'N'.
           88  ws-eof                value 'Y'.
           88  ws-not-eof            value 'N'.

      *> Distinct player ids seen in the stats file, used to find each
      *> cobordle_audit_<player>.log afterwards. Same 100-player bound
      *> opener-league uses.
       01  ws-max-players            constant as 100.
       01  ws-players                pic x(20)
                                     occurs ws-max-players times.
       01  ws-player-count           pic 9(3) comp value 0.
       01  ws-player-idx             pic 9(3) comp.
       01  ws-player-found-sw        pic a value 'N'.
           88  ws-player-found       value 'Y'.
           88  ws-player-not-found   value 'N'.

      *> The grids: per position (1 to 7), per letter (A to Z).
       01  ws-positions occurs 7 times.
           05  ws-letters occurs 26 times.
               10  ws-guess-count    pic 9(7) comp.
               10  ws-green-count    pic 9(7) comp.
               10  ws-yellow-count   pic 9(7) comp.
               10  ws-black-count    pic 9(7) comp.
               10  ws-answer-count   pic 9(7) comp.
       01  ws-total-guesses          pic 9(7) comp value 0.
       01  ws-total-games            pic 9(7) comp value 0.

      *> Late letters: per letter of the alphabet, over the games
      *> whose answer holds it.
       01  ws-late-letters occurs 26 times.
           05  ws-late-games         pic 9(7) comp.
           05  ws-late-played        pic 9(7) comp.
           05  ws-late-try-sum       pic 9(9) comp.
           05  ws-late-never         pic 9(7) comp.
           05  ws-late-never-lost    pic 9(7) comp.

      *> The game being walked out of the audit rows: its answer,
      *> whether it was solved, and the try each letter was first
      *> played on (0 = not yet).
       01  ws-game-open-sw           pic a value 'N'.
           88  ws-game-open          value 'Y'.
           88  ws-game-not-open      value 'N'.
       01  ws-game-date              pic 9(8).
       01  ws-game-word              pic a(7).
       01  ws-game-prev-try          pic 9(2).
       01  ws-game-solved            pic a.
       01  ws-first-try              pic 9(2) occurs 26 times.
       01  ws-in-answer              pic a occurs 26 times.

       01  ws-pos                    pic 9 comp.
       01  ws-letter-idx             pic 9(2) comp.
       01  ws-char                   pic a.
       01  ws-green-tally            pic 9 comp.

      *> Grid printing.
       01  ws-grid-sw                pic a.
           88  ws-grid-guesses       value 'Q'.
           88  ws-grid-green         value 'G'.
           88  ws-grid-yellow        value 'Y'.
           88  ws-grid-black         value 'B'.
           88  ws-grid-answers       value 'A'.
       01  ws-alphabet               pic a(26)
                                     value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  ws-grid-line              pic x(80).
       01  ws-grid-col               pic 9(2) comp.
       01  ws-cell-count             pic 9(7) comp.
       01  ws-cell-base              pic 9(7) comp.
       01  ws-cell-pct               pic 9(3)v9 comp.
       01  ws-cell-disp              pic zz9.9.
       01  ws-count-disp             pic z(6)9.
       01  ws-count-disp-2           pic z(6)9.
       01  ws-avg-try                pic 9(2)v9 comp.
       01  ws-avg-try-disp           pic z9.9.
       01  ws-never-disp             pic z(6)9.
       01  ws-lost-disp              pic z(6)9.

       procedure division.

       main-procedure.

           display "COBORDLE - Letter-position heat map"

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           call "game-day" using ws-today

           initialize ws-positions(1) ws-positions(2) ws-positions(3)
               ws-positions(4) ws-positions(5) ws-positions(6)
               ws-positions(7)
           perform varying ws-letter-idx from 1 by 1
               until ws-letter-idx > 26
               initialize ws-late-letters(ws-letter-idx)
           end-perform

           if ws-one-player not = spaces then
               move 1 to ws-player-count
               move ws-one-player to ws-players(1)
           else
               perform note-stats-players
           end-if

           if ws-player-count = 0 then
               display "No players found in the stats file. "
                   "Nothing to analyze."
               stop run
           end-if

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count

               move concat(
                   "cobordle_audit_"
                   trim(ws-players(ws-player-idx)) ".log")
                   to ws-audit-file-name
               perform sweep-one-audit-file
           end-perform

           if ws-total-games = 0 then
               display "No audit rows found for this word length."
               stop run
           end-if

           perform display-heat-map

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--length=4"
           if ws-cmd-found > 0 then
               move 4 to ws-word-length
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--length=6"
           if ws-cmd-found > 0 then
               move 6 to ws-word-length
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--length=7"
           if ws-cmd-found > 0 then
               move 7 to ws-word-length
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--player="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--player="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-one-player
               move upper-case(ws-one-player) to ws-one-player
           end-if

           exit paragraph.


       note-stats-players.

           set ws-not-eof to true

           open input fd-stats-file

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       perform note-one-player
                   end-read
               end-perform

           close fd-stats-file

           exit paragraph.


       note-one-player.

           set ws-player-not-found to true

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count
               if ws-players(ws-player-idx) = f-stats-player then
                   set ws-player-found to true
                   exit perform
               end-if
           end-perform

           if ws-player-not-found then
               if ws-player-count < ws-max-players then
                   add 1 to ws-player-count
                   move f-stats-player
                       to ws-players(ws-player-count)
               end-if
           end-if

           exit paragraph.


       sweep-one-audit-file.

           set ws-not-eof to true
           set ws-game-not-open to true

           open input fd-audit-file

               perform until ws-eof
                   read fd-audit-file
                   at end set ws-eof to true
                   not at end
                       if f-audit-practice-flag not = 'Y'
                       and f-audit-date not = ws-today
                       and length(trim(f-audit-word))
                           = ws-word-length then
                           perform apply-audit-row
                       end-if
                   end-read
               end-perform

           close fd-audit-file

           if ws-game-open then
               perform close-out-game
           end-if

           set ws-game-not-open to true

           exit paragraph.


       apply-audit-row.

           if ws-game-open then
               if f-audit-date not = ws-game-date
               or f-audit-word not = ws-game-word
               or f-audit-try <= ws-game-prev-try then
                   perform close-out-game
               end-if
           end-if

           if ws-game-not-open then
               perform open-game
           end-if

           move f-audit-try to ws-game-prev-try
           move 0 to ws-green-tally

           perform varying ws-pos from 1 by 1
               until ws-pos > ws-word-length

               move upper-case(f-audit-guess(ws-pos:1)) to ws-char
               if ws-char >= "A" and ws-char <= "Z" then
                   compute ws-letter-idx = ord(ws-char) - ord("A") + 1

                   add 1 to ws-guess-count(ws-pos, ws-letter-idx)
                   evaluate f-audit-colors(ws-pos:1)
                       when 'G'
                           add 1
                               to ws-green-count(ws-pos, ws-letter-idx)
                           add 1 to ws-green-tally
                       when 'Y'
                           add 1
                               to ws-yellow-count(ws-pos, ws-letter-idx)
                       when other
                           add 1
                               to ws-black-count(ws-pos, ws-letter-idx)
                   end-evaluate

                   if ws-first-try(ws-letter-idx) = 0 then
                       move f-audit-try to ws-first-try(ws-letter-idx)
                   end-if
               end-if
           end-perform

           add 1 to ws-total-guesses

           if ws-green-tally = ws-word-length then
               move 'Y' to ws-game-solved
           end-if

           exit paragraph.


      *> A new game: its answer goes into the answers grid once, and
      *> the letters it holds are noted for the late-letters table.
       open-game.

           set ws-game-open to true
           move f-audit-date to ws-game-date
           move f-audit-word to ws-game-word
           move 0 to ws-game-prev-try
           move 'N' to ws-game-solved
           add 1 to ws-total-games

           perform varying ws-letter-idx from 1 by 1
               until ws-letter-idx > 26
               move 0 to ws-first-try(ws-letter-idx)
               move 'N' to ws-in-answer(ws-letter-idx)
           end-perform

           perform varying ws-pos from 1 by 1
               until ws-pos > ws-word-length
               move upper-case(ws-game-word(ws-pos:1)) to ws-char
               if ws-char >= "A" and ws-char <= "Z" then
                   compute ws-letter-idx = ord(ws-char) - ord("A") + 1
                   add 1 to ws-answer-count(ws-pos, ws-letter-idx)
                   move 'Y' to ws-in-answer(ws-letter-idx)
               end-if
           end-perform

           exit paragraph.


       close-out-game.

           perform varying ws-letter-idx from 1 by 1
               until ws-letter-idx > 26
               if ws-in-answer(ws-letter-idx) = 'Y' then
                   add 1 to ws-late-games(ws-letter-idx)
                   if ws-first-try(ws-letter-idx) > 0 then
                       add 1 to ws-late-played(ws-letter-idx)
                       add ws-first-try(ws-letter-idx)
                           to ws-late-try-sum(ws-letter-idx)
                   else
                       add 1 to ws-late-never(ws-letter-idx)
                       if ws-game-solved not = 'Y' then
                           add 1 to ws-late-never-lost(ws-letter-idx)
                       end-if
                   end-if
               end-if
           end-perform

           set ws-game-not-open to true

           exit paragraph.


      *> ==================== report ====================

       display-heat-map.

           move ws-word-length to ws-length-disp
           move ws-total-games to ws-count-disp
           move ws-total-guesses to ws-count-disp-2

           display space
           if ws-one-player not = spaces then
               display concat(
                   "Player: " trim(ws-one-player) "   Length: "
                   ws-length-disp)
           else
               display concat(
                   "Every player   Length: " ws-length-disp)
           end-if
           display concat(
               "Games: " trim(ws-count-disp) "   Guesses: "
               trim(ws-count-disp-2))

           set ws-grid-guesses to true
           display space
           display "Guesses -- % of all guesses with the letter in "
               "that position"
           perform display-grid

           set ws-grid-green to true
           display space
           display "Green -- % of plays of the letter in that "
               "position that came up green"
           perform display-grid

           set ws-grid-yellow to true
           display space
           display "Yellow -- % of plays of the letter in that "
               "position that came up yellow"
           perform display-grid

           set ws-grid-black to true
           display space
           display "Black -- % of plays of the letter in that "
               "position that came up black"
           perform display-grid

           set ws-grid-answers to true
           display space
           display "Answers -- % of answers dealt with the letter in "
               "that position"
           perform display-grid

           perform display-late-letters

           exit paragraph.


      *> One row per letter, one column per position; a cell with
      *> nothing behind it prints as a dash.
       display-grid.

           move "Letter" to ws-grid-line
           perform varying ws-pos from 1 by 1
               until ws-pos > ws-word-length
               compute ws-grid-col = 4 + ws-pos * 7
               move ws-pos to ws-length-disp
               move ws-length-disp to ws-grid-line(ws-grid-col:1)
           end-perform
           display trim(ws-grid-line trailing)

           perform varying ws-letter-idx from 1 by 1
               until ws-letter-idx > 26

               move spaces to ws-grid-line
               move ws-alphabet(ws-letter-idx:1)
                   to ws-grid-line(4:1)

               perform varying ws-pos from 1 by 1
                   until ws-pos > ws-word-length
                   perform format-grid-cell
                   compute ws-grid-col = ws-pos * 7
                   move ws-cell-disp to ws-grid-line(ws-grid-col:5)
                   if ws-cell-base = 0 then
                       move "    -" to ws-grid-line(ws-grid-col:5)
                   end-if
               end-perform

               display trim(ws-grid-line trailing)
           end-perform

           exit paragraph.


       format-grid-cell.

           evaluate true
               when ws-grid-guesses
                   move ws-guess-count(ws-pos, ws-letter-idx)
                       to ws-cell-count
                   move ws-total-guesses to ws-cell-base
               when ws-grid-green
                   move ws-green-count(ws-pos, ws-letter-idx)
                       to ws-cell-count
                   move ws-guess-count(ws-pos, ws-letter-idx)
                       to ws-cell-base
               when ws-grid-yellow
                   move ws-yellow-count(ws-pos, ws-letter-idx)
                       to ws-cell-count
                   move ws-guess-count(ws-pos, ws-letter-idx)
                       to ws-cell-base
               when ws-grid-black
                   move ws-black-count(ws-pos, ws-letter-idx)
                       to ws-cell-count
                   move ws-guess-count(ws-pos, ws-letter-idx)
                       to ws-cell-base
               when ws-grid-answers
                   move ws-answer-count(ws-pos, ws-letter-idx)
                       to ws-cell-count
                   move ws-total-games to ws-cell-base
           end-evaluate

           move 0 to ws-cell-pct
           if ws-cell-base > 0 then
               compute ws-cell-pct rounded =
                   ws-cell-count * 100 / ws-cell-base
           end-if
           move ws-cell-pct to ws-cell-disp

           exit paragraph.


      *> Letters the answers held, with how soon the office got round
      *> to trying them.
       display-late-letters.

           display space
           display "Late letters -- for answers holding the letter: "
               "the average try it was first"
           display "played on, and games that ended without it ever "
               "being played"
           display "Letter    Games  AvgFirstTry  NeverPlayed  "
               "OfThoseLost"

           perform varying ws-letter-idx from 1 by 1
               until ws-letter-idx > 26

               if ws-late-games(ws-letter-idx) > 0 then
                   move ws-late-games(ws-letter-idx) to ws-count-disp
                   move 0 to ws-avg-try
                   if ws-late-played(ws-letter-idx) > 0 then
                       compute ws-avg-try rounded =
                           ws-late-try-sum(ws-letter-idx)
                           / ws-late-played(ws-letter-idx)
                   end-if
                   move ws-avg-try to ws-avg-try-disp
                   move ws-late-never(ws-letter-idx) to ws-never-disp
                   move ws-late-never-lost(ws-letter-idx)
                       to ws-lost-disp
                   display "   " ws-alphabet(ws-letter-idx:1) " "
                       ws-count-disp "         " ws-avg-try-disp
                       "      " ws-never-disp "      " ws-lost-disp
               end-if
           end-perform

           exit paragraph.

       end program letter-heatmap.
