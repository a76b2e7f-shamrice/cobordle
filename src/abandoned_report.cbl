      ******************************************************************
      * Purpose: Abandoned-game report. A round given up mid-way (the
      *          window killed, the terminal closed) leaves guesses in
      *          the player's audit log under its game id but never
      *          writes a stats row, so the words that make people
      *          quit never show in any difficulty figure. This finds
      *          those games -- non-practice audit games whose game id
      *          has no row in the stats file or the player's staging
      *          file -- and gives abandonment rates by word, word
      *          length, mode and player, with the last guess and its
      *          colors before each quit.
      *
      *          Left out: a game a live checkpoint still holds (it
      *          can be resumed, so it isn't abandoned yet), games on
      *          the current game day (they may still be in play) and
      *          audit games from before game ids were stamped (they
      *          can't be matched to a stats row).
      *
      *          Every unfiltered run rewrites the per-word totals in
      *          cobordle_abandoned_words.dat, which
      *          word-difficulty-report --abandoned reads for its
      *          quit-rate column; --words-only just does that (the
      *          nightly batch step).
      *
      *          Usage: abandoned-report [--player=NAME]
      *                     [--from=YYYYMMDD] [--to=YYYYMMDD]
      *                     [--words-only]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. abandoned-report.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-player-file
               assign to dynamic ws-player-file-name
               organization is line sequential.

               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-stage-file
               assign to dynamic ws-stage-file-name
               organization is line sequential.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name
               organization is line sequential.

               select optional fd-ls-file
               assign to dynamic ws-ls-file-name
               organization is line sequential.

               select optional fd-peek-file
               assign to dynamic ws-peek-file-name
               organization is line sequential.

               select fd-words-file
               assign to dynamic ws-words-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-player-file.
       copy "./src/copy/player_record.cpy".

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       fd  fd-stage-file.
       01  f-stage-record              pic x(100).

       fd  fd-audit-file.
       copy "./src/copy/audit_record.cpy".

       fd  fd-ls-file.
       01  f-ls-record                 pic x(80).

      *> Only the saved word at the head of a checkpoint is read.
       fd  fd-peek-file.
       01  f-peek-record.
           05  f-peek-word             pic a(7).
           05  filler                  pic x(178).

       fd  fd-words-file.
       copy "./src/copy/abandoned_word_record.cpy".

       working-storage section.

       01  ws-player-file-name     pic x(40)
                                   value "cobordle_players.dat".
       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-stage-file-name      pic x(40).
       01  ws-audit-file-name      pic x(40).
       01  ws-ls-file-name         pic x(40)
                                   value "cobordle_abandoned_ls.tmp".
       01  ws-ls-command           pic x(200).
       01  ws-peek-file-name       pic x(60).
       01  ws-words-file-name      pic x(40)
                                   value "cobordle_abandoned_words.dat".

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.
       01  ws-stats-eof-sw         pic a value 'N'.
           88  ws-stats-eof        value 'Y'.
           88  ws-stats-not-eof    value 'N'.

       01  ws-cmd-args             pic x(200).
       01  ws-arg-discard          pic x(200).
       01  ws-arg-remainder        pic x(200).
       01  ws-arg-value            pic x(20).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-one-player           pic x(20) value spaces.
       01  ws-from-date            pic 9(8) value 0.
       01  ws-to-date              pic 9(8) value 99999999.
       01  ws-today                pic 9(8).
       01  ws-words-only-sw        pic a value 'N'.
           88  ws-words-only       value 'Y'.
       01  ws-filtered-sw          pic a value 'N'.
           88  ws-filtered         value 'Y'.

      *> Players: the player master, then anyone else in the stats
      *> file (an id that played before the master existed).
       01  ws-max-players          constant as 200.
       01  ws-players occurs ws-max-players times.
           05  ws-pl-player        pic x(20).
           05  ws-pl-started       pic 9(7) comp.
           05  ws-pl-abandoned     pic 9(7) comp.
       01  ws-player-count         pic 9(3) comp value 0.
       01  ws-player-idx           pic 9(3) comp.
       01  ws-find-player          pic x(20).

      *> The current player's recorded game ids.
       01  ws-max-ids              constant as 10000.
       01  ws-player-ids           pic x(16)
                                   occurs ws-max-ids times.
       01  ws-id-count             pic 9(5) comp value 0.
       01  ws-id-idx               pic 9(5) comp.

      *> Words on the current player's live checkpoints.
       01  ws-max-ckpts            constant as 20.
       01  ws-ckpt-words           pic a(7)
                                   occurs ws-max-ckpts times.
       01  ws-ckpt-count           pic 9(2) comp value 0.
       01  ws-ckpt-idx             pic 9(2) comp.

      *> The game being walked out of the audit rows.
       01  ws-game-open-sw         pic a value 'N'.
           88  ws-game-open        value 'Y'.
           88  ws-game-not-open    value 'N'.
       01  ws-game-id              pic x(16).
       01  ws-game-date            pic 9(8).
       01  ws-game-word            pic a(7).
       01  ws-game-try             pic 9(2).
       01  ws-game-guess           pic a(7).
       01  ws-game-colors          pic x(7).
       01  ws-game-practice        pic a.
       01  ws-game-mode            pic x(3).

      *> This player's unrecorded games, held until their checkpoints
      *> have been matched off.
       01  ws-max-cands            constant as 2000.
       01  ws-cands occurs ws-max-cands times.
           05  ws-cd-date          pic 9(8).
           05  ws-cd-word          pic a(7).
           05  ws-cd-try           pic 9(2).
           05  ws-cd-guess         pic a(7).
           05  ws-cd-colors        pic x(7).
           05  ws-cd-mode          pic x(3).
           05  ws-cd-held          pic a.
       01  ws-cand-count           pic 9(4) comp value 0.
       01  ws-cand-idx             pic 9(4) comp.

      *> Abandoned games listed at the end.
       01  ws-max-shown            constant as 60.
       01  ws-shown occurs ws-max-shown times.
           05  ws-sh-player        pic x(20).
           05  ws-sh-date          pic 9(8).
           05  ws-sh-word          pic a(7).
           05  ws-sh-try           pic 9(2).
           05  ws-sh-guess         pic a(7).
           05  ws-sh-colors        pic x(7).
           05  ws-sh-mode          pic x(3).
       01  ws-shown-count          pic 9(3) comp value 0.
       01  ws-shown-idx            pic 9(3) comp.

      *> Per-word tallies, kept in word order for binary search.
       01  ws-max-words            constant as 10000.
       01  ws-words occurs ws-max-words times.
           05  ws-wd-word          pic a(7).
           05  ws-wd-started       pic 9(7) comp.
           05  ws-wd-abandoned     pic 9(7) comp.
           05  ws-wd-reported      pic a.
       01  ws-word-count           pic 9(5) comp value 0.
       01  ws-word-idx             pic 9(5) comp.
       01  ws-find-word            pic a(7).
       01  ws-bs-low               pic 9(5) comp.
       01  ws-bs-high              pic 9(5) comp.
       01  ws-bs-mid               pic 9(5) comp.
       01  ws-words-full-sw        pic a value 'N'.
           88  ws-words-full       value 'Y'.

      *> Per length (4 to 7 letters) and per mode: daily, hard,
      *> blitz, free play (none of those), unknown (rows written
      *> before the audit trail carried the mode).
       01  ws-lengths occurs 4 times.
           05  ws-ln-started       pic 9(7) comp.
           05  ws-ln-abandoned     pic 9(7) comp.
       01  ws-length-idx           pic 9 comp.
       01  ws-length-digit         pic 9.
       01  ws-modes occurs 5 times.
           05  ws-md-started       pic 9(7) comp.
           05  ws-md-abandoned     pic 9(7) comp.
       01  ws-mode-idx             pic 9 comp.
       01  ws-mode-names           pic x(50) value
           "Daily     Hard      Blitz     Free play Unknown   ".

       01  ws-started-total        pic 9(7) comp value 0.
       01  ws-abandoned-total      pic 9(7) comp value 0.
       01  ws-held-total           pic 9(7) comp value 0.
       01  ws-no-id-total          pic 9(7) comp value 0.
       01  ws-today-total          pic 9(7) comp value 0.
       01  ws-tally-abandoned-sw   pic a.
           88  ws-tally-abandoned  value 'Y'.
           88  ws-tally-recorded   value 'N'.

       01  ws-line                 pic x(80).
       01  ws-label                pic x(20).
       01  ws-started-disp         pic z(6)9.
       01  ws-abandoned-disp       pic z(6)9.
       01  ws-pct                  pic 9(3)v9.
       01  ws-pct-disp             pic zz9.9.
       01  ws-try-disp             pic z9.
       01  ws-top-idx              pic 9(5) comp.
       01  ws-top-count            pic 9(7) comp.
       01  ws-list-idx             pic 9(2) comp.
       01  ws-mode-desc            pic x(20).

       procedure division.

       main-procedure.

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if not ws-words-only then
               display "COBORDLE - Abandoned games"
               display space
           end-if

           call "game-day" using ws-today

           if ws-one-player not = spaces then
               move ws-one-player to ws-find-player
               perform find-or-add-player
           else
               perform load-player-master
               perform note-stats-players
           end-if

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count
               perform scan-one-player
           end-perform

           if not ws-filtered then
               perform write-words-file
           end-if

           if ws-words-only then
               move ws-word-count to ws-started-disp
               display concat(
                   "Abandonment totals written for "
                   trim(ws-started-disp) " word(s) to "
                   trim(ws-words-file-name))
               stop run
           end-if

           if ws-started-total = 0 then
               display "No rounds in the audit trail for that "
                   "selection."
               stop run
           end-if

           perform display-summary
           perform display-by-length
           perform display-by-mode
           perform display-by-player
           perform display-top-words
           perform display-abandoned-games

           stop run.


       parse-cmd-args.

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
               set ws-filtered to true
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--from="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               move spaces to ws-arg-value
               unstring ws-cmd-args delimited by "--from="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-arg-value
               if ws-arg-value(1:8) is numeric then
                   move ws-arg-value(1:8) to ws-from-date
                   set ws-filtered to true
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--to="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               move spaces to ws-arg-value
               unstring ws-cmd-args delimited by "--to="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-arg-value
               if ws-arg-value(1:8) is numeric then
                   move ws-arg-value(1:8) to ws-to-date
                   set ws-filtered to true
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--words-only"
           if ws-cmd-found > 0 then
               set ws-words-only to true
           end-if

           exit paragraph.


      *> ==================== players ====================

       load-player-master.

           set ws-not-eof to true

           open input fd-player-file

               perform until ws-eof
                   read fd-player-file
                   at end set ws-eof to true
                   not at end
                       if f-plyr-id not = spaces then
                           move f-plyr-id to ws-find-player
                           perform find-or-add-player
                       end-if
                   end-read
               end-perform

           close fd-player-file

           set ws-not-eof to true

           exit paragraph.


       note-stats-players.

           set ws-stats-not-eof to true

           open input fd-stats-file

               perform until ws-stats-eof
                   read fd-stats-file next
                   at end set ws-stats-eof to true
                   not at end
                       if f-stats-player not = ws-find-player then
                           move f-stats-player to ws-find-player
                           perform find-or-add-player
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           exit paragraph.


       find-or-add-player.

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count
               if ws-pl-player(ws-player-idx) = ws-find-player then
                   exit paragraph
               end-if
           end-perform

           if ws-player-count < ws-max-players then
               add 1 to ws-player-count
               move ws-player-count to ws-player-idx
               move ws-find-player to ws-pl-player(ws-player-idx)
               move 0 to ws-pl-started(ws-player-idx)
               move 0 to ws-pl-abandoned(ws-player-idx)
           end-if

           exit paragraph.


      *> ==================== one player ====================

       scan-one-player.

           perform load-player-game-ids
           perform load-player-checkpoints

           move 0 to ws-cand-count
           move concat(
               "cobordle_audit_" trim(ws-pl-player(ws-player-idx))
               ".log") to ws-audit-file-name
           perform sweep-audit-file

      *>   A live checkpoint is the player's latest unfinished game
      *>   on that word: it can still be resumed, so it is held back.
           perform varying ws-ckpt-idx from 1 by 1
               until ws-ckpt-idx > ws-ckpt-count
               perform varying ws-cand-idx from ws-cand-count by -1
                   until ws-cand-idx < 1
                   if ws-cd-held(ws-cand-idx) = 'N'
                   and ws-cd-word(ws-cand-idx)
                       = ws-ckpt-words(ws-ckpt-idx) then
                       move 'Y' to ws-cd-held(ws-cand-idx)
                       add 1 to ws-held-total
                       exit perform
                   end-if
               end-perform
           end-perform

           set ws-tally-abandoned to true
           perform varying ws-cand-idx from 1 by 1
               until ws-cand-idx > ws-cand-count
               if ws-cd-held(ws-cand-idx) = 'N' then
                   move ws-cd-word(ws-cand-idx) to ws-game-word
                   move ws-cd-mode(ws-cand-idx) to ws-game-mode
                   perform tally-game
                   perform keep-shown-game
               end-if
           end-perform

           exit paragraph.


      *> Every game id the player recorded: the stats file from
      *> their first key on, and their staging file (rounds played
      *> in a shared directory that stats-collect hasn't folded in).
       load-player-game-ids.

           move 0 to ws-id-count
           set ws-stats-not-eof to true

           move ws-pl-player(ws-player-idx) to f-stats-player
           move 0 to f-stats-date
           move 0 to f-stats-seq

           open input fd-stats-file

               start fd-stats-file key >= f-stats-key
               invalid key set ws-stats-eof to true
               end-start

               perform until ws-stats-eof
                   read fd-stats-file next
                   at end set ws-stats-eof to true
                   not at end
                       if f-stats-player
                           not = ws-pl-player(ws-player-idx) then
                           set ws-stats-eof to true
                       else
                           perform note-game-id
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           move concat(
               "cobordle_stage_" trim(ws-pl-player(ws-player-idx))
               ".dat") to ws-stage-file-name
           set ws-not-eof to true

           open input fd-stage-file

               perform until ws-eof
                   read fd-stage-file into f-stats-record
                   at end set ws-eof to true
                   not at end
                       perform note-game-id
                   end-read
               end-perform

           close fd-stage-file

           set ws-not-eof to true

           exit paragraph.


       note-game-id.

           if f-stats-game-id not = spaces
           and ws-id-count < ws-max-ids then
               add 1 to ws-id-count
               move f-stats-game-id to ws-player-ids(ws-id-count)
           end-if

           exit paragraph.


      *> The player's solo saves: the per-length names and the
      *> pre-length legacy name.
       load-player-checkpoints.

           move 0 to ws-ckpt-count

           move concat(
               "ls -1 cobordle_checkpoint_"
               trim(ws-pl-player(ws-player-idx)) ".dat "
               "cobordle_checkpoint_"
               trim(ws-pl-player(ws-player-idx)) "_*.dat "
               "2>/dev/null > " trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-not-eof to true

           open input fd-ls-file

               perform until ws-eof
                   read fd-ls-file
                   at end set ws-eof to true
                   not at end
                       if f-ls-record not = spaces then
                           move f-ls-record(1:60) to ws-peek-file-name
                           perform peek-checkpoint-word
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           set ws-not-eof to true

           exit paragraph.


       peek-checkpoint-word.

           move spaces to f-peek-record

           open input fd-peek-file
               read fd-peek-file
               at end continue
               end-read
           close fd-peek-file

           if f-peek-word not = spaces
           and ws-ckpt-count < ws-max-ckpts then
               add 1 to ws-ckpt-count
               move upper-case(f-peek-word)
                   to ws-ckpt-words(ws-ckpt-count)
           end-if

           exit paragraph.


      *> Games are cut the way the other audit readers cut them: a
      *> new game id, date or word, or the try number going back.
       sweep-audit-file.

           set ws-game-not-open to true
           set ws-not-eof to true

           open input fd-audit-file

               perform until ws-eof
                   read fd-audit-file
                   at end set ws-eof to true
                   not at end
                       if ws-game-open
                       and (f-audit-game-id not = ws-game-id
                           or f-audit-date not = ws-game-date
                           or f-audit-word not = ws-game-word
                           or f-audit-try <= ws-game-try) then
                           perform close-audit-game
                       end-if
                       if ws-game-not-open then
                           set ws-game-open to true
                           move f-audit-game-id to ws-game-id
                           move f-audit-date to ws-game-date
                           move f-audit-word to ws-game-word
                           move f-audit-practice-flag
                               to ws-game-practice
                           move f-audit-mode to ws-game-mode
                       end-if
                       move f-audit-try to ws-game-try
                       move f-audit-guess to ws-game-guess
                       move f-audit-colors to ws-game-colors
                   end-read
               end-perform

               if ws-game-open then
                   perform close-audit-game
               end-if

           close fd-audit-file

           set ws-not-eof to true

           exit paragraph.


       close-audit-game.

           set ws-game-not-open to true

           if ws-game-practice = 'Y'
           or ws-game-date < ws-from-date
           or ws-game-date > ws-to-date then
               exit paragraph
           end-if

           if ws-game-date = ws-today then
               add 1 to ws-today-total
               exit paragraph
           end-if

           if ws-game-id = spaces then
               add 1 to ws-no-id-total
               exit paragraph
           end-if

           move upper-case(ws-game-word) to ws-game-word

           perform varying ws-id-idx from ws-id-count by -1
               until ws-id-idx < 1
               if ws-player-ids(ws-id-idx) = ws-game-id then
                   set ws-tally-recorded to true
                   perform tally-game
                   exit paragraph
               end-if
           end-perform

           if ws-cand-count < ws-max-cands then
               add 1 to ws-cand-count
               move ws-game-date to ws-cd-date(ws-cand-count)
               move ws-game-word to ws-cd-word(ws-cand-count)
               move ws-game-try to ws-cd-try(ws-cand-count)
               move ws-game-guess to ws-cd-guess(ws-cand-count)
               move ws-game-colors to ws-cd-colors(ws-cand-count)
               move ws-game-mode to ws-cd-mode(ws-cand-count)
               move 'N' to ws-cd-held(ws-cand-count)
           end-if

           exit paragraph.


      *> One started game of ws-game-word in mode ws-game-mode,
      *> abandoned or recorded as ws-tally-abandoned-sw says.
       tally-game.

           add 1 to ws-started-total
           add 1 to ws-pl-started(ws-player-idx)
           if ws-tally-abandoned then
               add 1 to ws-abandoned-total
               add 1 to ws-pl-abandoned(ws-player-idx)
           end-if

           compute ws-length-idx = length(trim(ws-game-word)) - 3
           if ws-length-idx >= 1 and ws-length-idx <= 4 then
               add 1 to ws-ln-started(ws-length-idx)
               if ws-tally-abandoned then
                   add 1 to ws-ln-abandoned(ws-length-idx)
               end-if
           end-if

           if ws-game-mode = spaces then
               move 5 to ws-mode-idx
               perform tally-mode
           else
               if ws-game-mode(1:1) = 'Y' then
                   move 1 to ws-mode-idx
                   perform tally-mode
               end-if
               if ws-game-mode(2:1) = 'Y' then
                   move 2 to ws-mode-idx
                   perform tally-mode
               end-if
               if ws-game-mode(3:1) = 'Y' then
                   move 3 to ws-mode-idx
                   perform tally-mode
               end-if
               if ws-game-mode(1:1) not = 'Y'
               and ws-game-mode(2:1) not = 'Y'
               and ws-game-mode(3:1) not = 'Y' then
                   move 4 to ws-mode-idx
                   perform tally-mode
               end-if
           end-if

           move ws-game-word to ws-find-word
           perform find-or-add-word
           if ws-word-idx > 0 then
               add 1 to ws-wd-started(ws-word-idx)
               if ws-tally-abandoned then
                   add 1 to ws-wd-abandoned(ws-word-idx)
               end-if
           end-if

           exit paragraph.


       tally-mode.

           add 1 to ws-md-started(ws-mode-idx)
           if ws-tally-abandoned then
               add 1 to ws-md-abandoned(ws-mode-idx)
           end-if

           exit paragraph.


      *> Binary search of the word table; a new word is inserted in
      *> place. ws-word-idx is 0 when the table is full.
       find-or-add-word.

           move 1 to ws-bs-low
           move ws-word-count to ws-bs-high

           perform until ws-bs-low > ws-bs-high
               compute ws-bs-mid = (ws-bs-low + ws-bs-high) / 2
               evaluate true
                   when ws-wd-word(ws-bs-mid) = ws-find-word
                       move ws-bs-mid to ws-word-idx
                       exit paragraph
                   when ws-wd-word(ws-bs-mid) < ws-find-word
                       compute ws-bs-low = ws-bs-mid + 1
                   when other
                       compute ws-bs-high = ws-bs-mid - 1
               end-evaluate
           end-perform

           if ws-word-count >= ws-max-words then
               set ws-words-full to true
               move 0 to ws-word-idx
               exit paragraph
           end-if

           perform varying ws-word-idx from ws-word-count by -1
               until ws-word-idx < ws-bs-low
               move ws-words(ws-word-idx) to ws-words(ws-word-idx + 1)
           end-perform

           add 1 to ws-word-count
           move ws-bs-low to ws-word-idx
           move ws-find-word to ws-wd-word(ws-word-idx)
           move 0 to ws-wd-started(ws-word-idx)
           move 0 to ws-wd-abandoned(ws-word-idx)
           move 'N' to ws-wd-reported(ws-word-idx)

           exit paragraph.


       keep-shown-game.

           if ws-shown-count >= ws-max-shown then
               exit paragraph
           end-if

           add 1 to ws-shown-count
           move ws-pl-player(ws-player-idx)
               to ws-sh-player(ws-shown-count)
           move ws-cd-date(ws-cand-idx) to ws-sh-date(ws-shown-count)
           move ws-cd-word(ws-cand-idx) to ws-sh-word(ws-shown-count)
           move ws-cd-try(ws-cand-idx) to ws-sh-try(ws-shown-count)
           move ws-cd-guess(ws-cand-idx)
               to ws-sh-guess(ws-shown-count)
           move ws-cd-colors(ws-cand-idx)
               to ws-sh-colors(ws-shown-count)
           move ws-cd-mode(ws-cand-idx) to ws-sh-mode(ws-shown-count)

           exit paragraph.


       write-words-file.

           open output fd-words-file

           perform varying ws-word-idx from 1 by 1
               until ws-word-idx > ws-word-count
               move ws-wd-word(ws-word-idx) to f-abw-word
               move ws-wd-started(ws-word-idx) to f-abw-started
               move ws-wd-abandoned(ws-word-idx) to f-abw-abandoned
               move ws-today to f-abw-built-on
               write f-abandoned-word-record
           end-perform

           close fd-words-file

           exit paragraph.


      *> ==================== report ====================

       display-summary.

           if ws-one-player not = spaces then
               display concat("Player: " trim(ws-one-player))
           end-if
           if ws-from-date > 0 or ws-to-date < 99999999 then
               display concat(
                   "Games from " ws-from-date " to " ws-to-date)
           end-if

           move ws-started-total to ws-started-disp
           move ws-abandoned-total to ws-abandoned-disp
           compute ws-pct rounded =
               ws-abandoned-total * 100 / ws-started-total
           move ws-pct to ws-pct-disp
           display concat(
               "Rounds started: " trim(ws-started-disp)
               "   abandoned: " trim(ws-abandoned-disp)
               " (" trim(ws-pct-disp) "%)")

           if ws-held-total > 0 then
               move ws-held-total to ws-started-disp
               display concat(
                   "Held back, a live checkpoint can resume them: "
                   trim(ws-started-disp))
           end-if
           if ws-today-total > 0 then
               move ws-today-total to ws-started-disp
               display concat(
                   "Left out, on today's game day: "
                   trim(ws-started-disp))
           end-if
           if ws-no-id-total > 0 then
               move ws-no-id-total to ws-started-disp
               display concat(
                   "Left out, from before game ids: "
                   trim(ws-started-disp))
           end-if

           exit paragraph.


      *> One "label  started  abandoned  rate" line from ws-label and
      *> the display fields the caller has filled.
       display-rate-line.

           move spaces to ws-line
           move ws-label to ws-line(1:20)
           move ws-started-disp to ws-line(22:7)
           move ws-abandoned-disp to ws-line(31:7)
           move ws-pct-disp to ws-line(40:5)
           move "%" to ws-line(45:1)
           display trim(ws-line trailing)

           exit paragraph.


       display-by-length.

           display space
           display "Length               Started  Abandoned  Rate"

           perform varying ws-length-idx from 1 by 1
               until ws-length-idx > 4
               if ws-ln-started(ws-length-idx) > 0 then
                   compute ws-length-digit = ws-length-idx + 3
                   move concat(ws-length-digit " letters")
                       to ws-label
                   move ws-ln-started(ws-length-idx)
                       to ws-started-disp
                   move ws-ln-abandoned(ws-length-idx)
                       to ws-abandoned-disp
                   compute ws-pct rounded =
                       ws-ln-abandoned(ws-length-idx) * 100
                       / ws-ln-started(ws-length-idx)
                   move ws-pct to ws-pct-disp
                   perform display-rate-line
               end-if
           end-perform

           exit paragraph.


       display-by-mode.

           display space
           display "Mode                 Started  Abandoned  Rate"

           perform varying ws-mode-idx from 1 by 1
               until ws-mode-idx > 5
               if ws-md-started(ws-mode-idx) > 0 then
                   move ws-mode-names((ws-mode-idx - 1) * 10 + 1:10)
                       to ws-label
                   move ws-md-started(ws-mode-idx) to ws-started-disp
                   move ws-md-abandoned(ws-mode-idx)
                       to ws-abandoned-disp
                   compute ws-pct rounded =
                       ws-md-abandoned(ws-mode-idx) * 100
                       / ws-md-started(ws-mode-idx)
                   move ws-pct to ws-pct-disp
                   perform display-rate-line
               end-if
           end-perform

           display "(a hard daily counts under both)"

           exit paragraph.


       display-by-player.

           display space
           display "Player               Started  Abandoned  Rate"

           perform varying ws-player-idx from 1 by 1
               until ws-player-idx > ws-player-count
               if ws-pl-started(ws-player-idx) > 0 then
                   move ws-pl-player(ws-player-idx) to ws-label
                   move ws-pl-started(ws-player-idx)
                       to ws-started-disp
                   move ws-pl-abandoned(ws-player-idx)
                       to ws-abandoned-disp
                   compute ws-pct rounded =
                       ws-pl-abandoned(ws-player-idx) * 100
                       / ws-pl-started(ws-player-idx)
                   move ws-pct to ws-pct-disp
                   perform display-rate-line
               end-if
           end-perform

           exit paragraph.


       display-top-words.

           display space
           display "Most abandoned words"
           display "Word                 Started  Abandoned  Rate"

           perform varying ws-list-idx from 1 by 1
               until ws-list-idx > 15
               move 0 to ws-top-idx
               move 0 to ws-top-count
               perform varying ws-word-idx from 1 by 1
                   until ws-word-idx > ws-word-count
                   if ws-wd-reported(ws-word-idx) = 'N'
                   and ws-wd-abandoned(ws-word-idx) > ws-top-count
                       move ws-word-idx to ws-top-idx
                       move ws-wd-abandoned(ws-word-idx)
                           to ws-top-count
                   end-if
               end-perform
               if ws-top-idx = 0 then
                   exit perform
               end-if
               move 'Y' to ws-wd-reported(ws-top-idx)
               move ws-wd-word(ws-top-idx) to ws-label
               move ws-wd-started(ws-top-idx) to ws-started-disp
               move ws-wd-abandoned(ws-top-idx) to ws-abandoned-disp
               compute ws-pct rounded =
                   ws-wd-abandoned(ws-top-idx) * 100
                   / ws-wd-started(ws-top-idx)
               move ws-pct to ws-pct-disp
               perform display-rate-line
           end-perform

           if ws-list-idx = 1 then
               display "  (none)"
           end-if
           if ws-words-full then
               display "  (more words than the table holds -- the "
                   "rest are left out of the word figures)"
           end-if

           exit paragraph.


       display-abandoned-games.

           if ws-shown-count = 0 then
               exit paragraph
           end-if

           display space
           display "Abandoned games -- the last guess before the quit"
           display "Date     Player               Word    Try "
               "Guess   Colors  Mode"

           perform varying ws-shown-idx from 1 by 1
               until ws-shown-idx > ws-shown-count
               move ws-sh-try(ws-shown-idx) to ws-try-disp
               perform build-mode-desc
               display ws-sh-date(ws-shown-idx) " "
                   ws-sh-player(ws-shown-idx) " "
                   ws-sh-word(ws-shown-idx) " "
                   ws-try-disp "  "
                   ws-sh-guess(ws-shown-idx) " "
                   ws-sh-colors(ws-shown-idx) " "
                   trim(ws-mode-desc)
           end-perform

           if ws-abandoned-total > ws-shown-count then
               display "  (the first few shown; --player= or --from= "
                   "narrows the list)"
           end-if

           exit paragraph.


       build-mode-desc.

           move spaces to ws-mode-desc

           if ws-sh-mode(ws-shown-idx) = spaces then
               move "?" to ws-mode-desc
               exit paragraph
           end-if

           if ws-sh-mode(ws-shown-idx)(1:1) = 'Y' then
               move "daily" to ws-mode-desc
           end-if
           if ws-sh-mode(ws-shown-idx)(2:1) = 'Y' then
               move concat(trim(ws-mode-desc) " hard")
                   to ws-mode-desc
           end-if
           if ws-sh-mode(ws-shown-idx)(3:1) = 'Y' then
               move concat(trim(ws-mode-desc) " blitz")
                   to ws-mode-desc
           end-if
           if ws-mode-desc = spaces then
               move "free" to ws-mode-desc
           end-if

           exit paragraph.

       end program abandoned-report.
