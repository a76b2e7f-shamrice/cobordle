      ******************************************************************
      * Purpose: Single spoiler rule for every program that shows
      *          words to people: until the game day (as game-day
      *          computes it) is over, the current daily word is
      *          masked for anyone who hasn't finished that day's
      *          daily yet. The wallboard, the HTML pages and the
      *          browsers all ask here instead of each deciding for
      *          itself, so there is one embargo and one place to
      *          change it.
      *
      *          The day's daily words are dealt here through
      *          word-loader in daily mode, exactly as cobordle deals
      *          them -- the pre-generated schedule first (a scheduled
      *          word since dropped from its list falls back), the
      *          day-number pick as fallback, the blackout slide and
      *          the DIFFICULTY tier pick -- once per word length
      *          (4 to 7), per language list on disk (word_<ll>.list
      *          and its 4/6/7 variants) and per tier, since --lang=
      *          and --difficulty= put every one of them within any
      *          player's reach. The set is cached for the rest of
      *          the process, re-resolved only when the game day rolls
      *          over (the ticker runs all night). A viewer counts as
      *          finished with a daily word once they have a stats row
      *          for today carrying it, the same test cobordle's
      *          one-attempt-per-day guard makes. A display with no
      *          viewer never gets the word.
      *
      *          Random, practice and drill words aren't the daily and
      *          stay visible; the one exception is a random round
      *          that happened to deal one of today's daily words,
      *          which is masked too -- showing it would give the
      *          daily away all the same.
      *
      *          On a special-event day (see event-check) the daily is
      *          the event's length dealt from the event's category
      *          list, as cobordle deals it, and only that is resolved.
      *
      *          Called with one l-embargo-check per word shown.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. daily-embargo.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-ls-file
               assign to dynamic ws-ls-file-name
               organization is line sequential.

               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

       data division.

       file section.

       fd  fd-ls-file.
       01  f-ls-record               pic x(40).

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       working-storage section.

       01  ws-ls-file-name           pic x(40)
                                     value "cobordle_embargo_ls.tmp".
       01  ws-ls-command             pic x(200).
       01  ws-stats-file-name        pic x(40)
                                     value "cobordle_stats.idx".

       01  ws-max-words              constant as 30000.

       01  ws-eof-sw                 pic a value 'N'.
           88  ws-eof                value 'Y'.
           88  ws-not-eof            value 'N'.

      *> The game day the cached daily words belong to; zero until
      *> the first call resolves them.
       01  ws-today                  pic 9(8).
       01  ws-loaded-day             pic 9(8) value 0.
       01  ws-today-disp             pic x(10).

      *> Every word dealt as a daily today, whatever the length,
      *> language or tier; each word once.
       01  ws-max-dailies            constant as 400.
       01  ws-daily-words            pic a(7)
                                     occurs ws-max-dailies times.
       01  ws-daily-count            pic 9(3) comp value 0.
       01  ws-daily-idx              pic 9(3) comp.
       01  ws-check-word             pic a(7).
       01  ws-daily-sw               pic a value 'N'.
           88  ws-is-daily           value 'Y'.
           88  ws-not-daily          value 'N'.

       01  ws-length                 pic 9 comp.
       01  ws-resolve-length         pic 9 comp.

      *> Languages with a word list on disk; entry 1 is spaces, the
      *> English lists.
       01  ws-max-languages          constant as 20.
       01  ws-languages              pic x(2)
                                     occurs ws-max-languages times.
       01  ws-language-count         pic 9(2) comp value 0.
       01  ws-language-idx           pic 9(2) comp.
       01  ws-ls-language            pic x(2).
       01  ws-ls-rest                pic x(20).

      *> spaces (no tier) and the three DIFFICULTY tiers.
       01  ws-tier-values.
           05  filler                pic x(6) value spaces.
           05  filler                pic x(6) value "EASY".
           05  filler                pic x(6) value "MEDIUM".
           05  filler                pic x(6) value "HARD".
       01  ws-tier-table redefines ws-tier-values.
           05  ws-tiers              pic x(6) occurs 4 times.
       01  ws-tier-idx               pic 9 comp.

      *> The word-loader interface, as every game program passes it.
       01  ws-word-data.
           05  ws-dealt-word                      pic a(7).
           05  ws-word-count                      pic 9(5) comp
                                                  value 0.
           05  ws-word-list                       pic a(7) occurs
                                                  ws-max-words times.
           05  ws-allowed-count                   pic 9(5) comp
                                                  value 0.
           05  ws-allowed-list                    pic a(7) occurs
                                                  ws-max-words times.
           05  ws-rejected-count                  pic 9(5) comp
                                                  value 0.

       copy "./src/copy/game_options.cpy".

       copy "./src/copy/event_check.cpy".

      *> Viewers already looked up today, per word, so a browser
      *> painting fifty rows doesn't reread the stats file fifty
      *> times. Reset with the daily words when the day rolls.
       01  ws-max-viewers            constant as 20.
       01  ws-viewer-cache occurs ws-max-viewers times.
           05  ws-vc-player          pic x(20).
           05  ws-vc-word            pic a(7).
           05  ws-vc-finished        pic a.
       01  ws-viewer-count           pic 9(2) comp value 0.
       01  ws-vc-idx                 pic 9(2) comp.
       01  ws-viewer-finished-sw     pic a value 'N'.
           88  ws-viewer-finished    value 'Y'.
           88  ws-viewer-not-finished value 'N'.
       01  ws-cached-sw              pic a value 'N'.
           88  ws-cached             value 'Y'.
           88  ws-not-cached         value 'N'.

       linkage section.

       copy "./src/copy/embargo_check.cpy".

       procedure division using l-embargo-check.

       main-procedure.

           set l-emb-visible to true
           move l-emb-word to l-emb-shown-word

           if l-emb-word = spaces then
               goback
           end-if

           call "game-day" using ws-today
           if ws-today not = ws-loaded-day then
               perform resolve-daily-words
           end-if

           move function length(trim(l-emb-word)) to ws-length
           if ws-length < 4 or ws-length > 7 then
               goback
           end-if

           move upper-case(l-emb-word) to ws-check-word
           perform check-word-is-daily
           if ws-not-daily then
               goback
           end-if

      *>   Today's daily. Only a viewer who has finished it sees it.
           if l-emb-viewer not = spaces then
               perform check-viewer-finished
               if ws-viewer-finished then
                   goback
               end-if
           end-if

           set l-emb-masked to true
           move all "?" to l-emb-shown-word
           if ws-length < 7 then
               move spaces to l-emb-shown-word(ws-length + 1:)
           end-if

           goback.


      *> Fresh game day: every daily word dealt today, and an empty
      *> viewer cache.
       resolve-daily-words.

           move ws-today to ws-loaded-day
           move 0 to ws-viewer-count
           move 0 to ws-daily-count

           move concat(
               ws-today(1:4) "-" ws-today(5:2) "-" ws-today(7:2))
               to ws-today-disp

           move ws-today to l-ev-date
           call "event-check" using l-event-check

           if l-ev-active then
               move 1 to ws-language-count
               move spaces to ws-languages(1)
               move l-ev-length to ws-resolve-length
               perform resolve-one-length
               exit paragraph
           end-if

           perform collect-languages

           perform varying ws-resolve-length from 4 by 1
               until ws-resolve-length > 7
               perform resolve-one-length
           end-perform

           exit paragraph.


      *> One length, dealt for every language and every tier.
       resolve-one-length.

           perform varying ws-language-idx from 1 by 1
               until ws-language-idx > ws-language-count
               perform varying ws-tier-idx from 1 by 1
                   until ws-tier-idx > 4
                   perform deal-one-daily
               end-perform
           end-perform

           exit paragraph.


      *> Deals today's daily for this length, language and tier
      *> through word-loader, as schedule-preflight checks one.
       deal-one-daily.

           set l-daily-mode to true
           set l-not-practice-mode to true
           move ws-resolve-length to l-word-length
           move ws-today-disp to l-replay-date
           move ws-languages(ws-language-idx) to l-language
           move spaces to l-word-file-override
           move spaces to l-resume-word
           move ws-tiers(ws-tier-idx) to l-difficulty
           move ws-max-words to l-max-words
           move 0 to l-recent-days
           if l-ev-active then
               move l-ev-category to l-category
           else
               move spaces to l-category
           end-if

      *>   A fresh table each time: a list that is missing must not
      *>   deal from the last list's words.
           initialize ws-word-data
           call "word-loader" using ws-word-data l-game-options

           if ws-word-count = 0 or ws-dealt-word = spaces then
               exit paragraph
           end-if

           move upper-case(ws-dealt-word) to ws-check-word
           perform check-word-is-daily
           if ws-is-daily then
               exit paragraph
           end-if

           if ws-daily-count < ws-max-dailies then
               add 1 to ws-daily-count
               move ws-check-word to ws-daily-words(ws-daily-count)
           end-if

           exit paragraph.


      *> The language codes of the word_<ll>.list files on disk (any
      *> length variant); word_allowed.list, word_blackout.list and
      *> the rest of the word_ family don't fit the pattern.
       collect-languages.

           move 1 to ws-language-count
           move spaces to ws-languages(1)

           move concat(
               "ls -1 word_*.list 2>/dev/null > "
               trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-not-eof to true

           open input fd-ls-file

               perform until ws-eof
                   read fd-ls-file
                   at end set ws-eof to true
                   not at end
                       perform check-language-file
                   end-read
               end-perform

           close fd-ls-file

           set ws-not-eof to true

           call "CBL_DELETE_FILE" using ws-ls-file-name

           exit paragraph.


       check-language-file.

           move f-ls-record(6:2) to ws-ls-language
           move f-ls-record(8:) to ws-ls-rest

           if f-ls-record(1:5) not = "word_"
           or ws-ls-language is not alphabetic-lower then
               exit paragraph
           end-if

           if ws-ls-rest not = ".list"
           and ws-ls-rest not = "4.list"
           and ws-ls-rest not = "6.list"
           and ws-ls-rest not = "7.list" then
               exit paragraph
           end-if

           perform varying ws-language-idx from 1 by 1
               until ws-language-idx > ws-language-count
               if ws-languages(ws-language-idx) = ws-ls-language then
                   exit paragraph
               end-if
           end-perform

           if ws-language-count < ws-max-languages then
               add 1 to ws-language-count
               move ws-ls-language to ws-languages(ws-language-count)
           end-if

           exit paragraph.


       check-word-is-daily.

           set ws-not-daily to true

           perform varying ws-daily-idx from 1 by 1
               until ws-daily-idx > ws-daily-count
               if ws-daily-words(ws-daily-idx) = ws-check-word then
                   set ws-is-daily to true
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> Has this viewer a stats row for today carrying this daily
      *> word? Positioned straight onto the viewer's rows for today
      *> by key, the way check-daily-already-played reads them.
       check-viewer-finished.

           set ws-viewer-not-finished to true
           set ws-not-cached to true

           perform varying ws-vc-idx from 1 by 1
               until ws-vc-idx > ws-viewer-count
               if ws-vc-player(ws-vc-idx) = l-emb-viewer
               and ws-vc-word(ws-vc-idx) = ws-check-word then
                   set ws-cached to true
                   if ws-vc-finished(ws-vc-idx) = 'Y' then
                       set ws-viewer-finished to true
                   end-if
                   exit perform
               end-if
           end-perform

           if ws-cached then
               exit paragraph
           end-if

           move upper-case(l-emb-viewer) to f-stats-player
           move ws-today to f-stats-date
           move 0 to f-stats-seq

           set ws-not-eof to true

           open input fd-stats-file

               start fd-stats-file key >= f-stats-key
               invalid key set ws-eof to true
               end-start

               perform until ws-eof
                   read fd-stats-file next
                   at end set ws-eof to true
                   not at end
                       if f-stats-player
                           not = upper-case(l-emb-viewer)
                       or f-stats-date not = ws-today then
                           set ws-eof to true
                       else
                           if upper-case(f-stats-word)
                               = ws-check-word then
                               set ws-viewer-finished to true
                               set ws-eof to true
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-stats-file

           set ws-not-eof to true

           if ws-viewer-count < ws-max-viewers then
               add 1 to ws-viewer-count
               move l-emb-viewer to ws-vc-player(ws-viewer-count)
               move ws-check-word to ws-vc-word(ws-viewer-count)
               if ws-viewer-finished then
                   move 'Y' to ws-vc-finished(ws-viewer-count)
               else
                   move 'N' to ws-vc-finished(ws-viewer-count)
               end-if
           end-if

           exit paragraph.

       end program daily-embargo.
