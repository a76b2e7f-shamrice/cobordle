      ******************************************************************
      * Purpose: Word-selection fairness audit. Compares what
      *          word-loader actually dealt with the pool it was
      *          dealing from, for one pool at a time -- a word length,
      *          themed category and language, picked the same way the
      *          game picks them (LENGTH, CATEGORY, LANGUAGE in
      *          cobordle.cfg, or --length=, --category=, --lang=).
      *
      *          What was dealt comes from the stats rows (imported
      *          share-import history and puzzle-pack rounds aside --
      *          neither was dealt by word-loader) plus the rounds the
      *          audit trail shows were dealt but never finished:
      *          a non-practice game in cobordle_audit_<player>.log
      *          whose game id has no stats row -- including the logs
      *          of players who never finished a round at all. A daily
      *          word counts once per date, however many people played
      *          it or walked away from it.
      *
      *          Reports:
      *            - the most-dealt words, and any word dealt far more
      *              or far less often than chance (more than three
      *              standard deviations from an even share);
      *            - words on the list that have never been dealt;
      *            - deals of words no longer on the list or on the
      *              blackout list;
      *            - the EASY/MEDIUM/HARD mix of what was dealt
      *              against the pool and the configured DIFFICULTY,
      *              using word-loader's own tier rules (so the tiers
      *              are today's -- they move as play history grows);
      *            - every random deal that repeated a word the same
      *              player had inside their RECENT-DAYS window.
      *              word-loader allows a repeat only when every
      *              eligible word is recent, so on a full-size list
      *              these should not appear.
      *
      *          Usage: word-fairness [--length=N] [--category=NAME]
      *                     [--lang=xx] [--from=YYYYMMDD]
      *                     [--to=YYYYMMDD]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. word-fairness.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-config-file
               assign to dynamic ws-config-file-name
               organization is line sequential.

               select optional fd-word-file
               assign to dynamic ws-word-file-name
               organization is line sequential.

               select optional fd-blackout-file
               assign to dynamic ws-blackout-file-name
               organization is line sequential.

               select optional fd-word-summary-file
               assign to dynamic ws-word-summary-file-name
               organization is indexed
               access mode is sequential
               record key is f-wsum-word.

               select optional fd-word-stats-file
               assign to dynamic ws-word-stats-file-name
               organization is line sequential.

               select optional fd-stats-file
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is sequential
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name
               organization is line sequential.

               select optional fd-ls-file
               assign to dynamic ws-ls-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-config-file.
       01  f-config-record             pic x(80).

       fd  fd-word-file.
       01  f-word-entry                pic a(7).

       fd  fd-blackout-file.
       01  f-blackout-entry            pic a(7).

       fd  fd-word-summary-file.
       copy "./src/copy/word_summary_record.cpy".

       fd  fd-word-stats-file.
       01  f-word-stats-record.
           05  f-word-stats-word       pic a(7).
           05  f-word-stats-tries      pic 9(2).
           05  f-word-stats-solved     pic a.
           05  f-word-stats-date       pic 9(8).

       fd  fd-stats-file.
       copy "./src/copy/stats_record.cpy".

       fd  fd-audit-file.
       copy "./src/copy/audit_record.cpy".

       fd  fd-ls-file.
       01  f-ls-record                 pic x(80).

       working-storage section.

       01  ws-config-file-name     pic x(40) value "cobordle.cfg".
       01  ws-word-file-name       pic x(40).
       01  ws-blackout-file-name   pic x(40)
                                   value "word_blackout.list".
       01  ws-word-summary-file-name
                                   pic x(40)
                                   value "cobordle_word_summary.idx".
       01  ws-word-stats-file-name pic x(40)
                                   value "cobordle_word_stats.dat".
       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-audit-file-name      pic x(40).
       01  ws-ls-file-name         pic x(40)
                                   value "cobordle_fairness_ls.tmp".
       01  ws-ls-command           pic x(200).
       01  ws-ls-name              pic x(80).

       01  ws-config-key           pic x(20).
       01  ws-config-value         pic x(40).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.
       01  ws-ls-eof-sw            pic a value 'N'.
           88  ws-ls-eof           value 'Y'.
           88  ws-ls-not-eof       value 'N'.

       01  ws-cmd-args             pic x(200).
       01  ws-arg-discard          pic x(200).
       01  ws-arg-remainder        pic x(200).
       01  ws-arg-value            pic x(40).
       01  ws-cmd-found            pic 9(2) comp.

      *> The pool being audited and the settings it was dealt under.
       01  ws-word-length          pic 9 value 5.
       01  ws-category             pic x(20) value spaces.
       01  ws-language             pic x(2) value spaces.
       01  ws-pool-category        pic x(20).
       01  ws-difficulty           pic x(6) value spaces.
       01  ws-recent-days          pic 9(3) value 7.
       01  ws-recent-days-disp     pic zz9.
       01  ws-from-date            pic 9(8) value 0.
       01  ws-to-date              pic 9(8) value 99999999.

      *> The pool itself, sorted for binary search, with each word's
      *> deals, tier (E/M/H) and blackout mark alongside.
       01  ws-max-words            constant as 30000.
       01  ws-pool-words           pic a(7)
                                   occurs ws-max-words times.
       01  ws-pool-deals           pic 9(5) comp
                                   occurs ws-max-words times.
       01  ws-pool-solves          pic 9(7) comp
                                   occurs ws-max-words times.
       01  ws-pool-tries           pic 9(9) comp
                                   occurs ws-max-words times.
       01  ws-pool-tier            pic x
                                   occurs ws-max-words times.
       01  ws-pool-blackout        pic x
                                   occurs ws-max-words times.
       01  ws-pool-reported        pic x
                                   occurs ws-max-words times.
       01  ws-pool-count           pic 9(5) comp value 0.
       01  ws-pool-eligible        pic 9(5) comp value 0.
       01  ws-pool-rejected        pic 9(5) comp value 0.
       01  ws-pool-idx             pic 9(5) comp.
       01  ws-entry-word           pic a(7).
       01  ws-entry-len            pic 9(2) comp.
       01  ws-entry-valid-sw       pic a value 'Y'.
           88  ws-entry-valid      value 'Y'.
           88  ws-entry-invalid    value 'N'.
       01  ws-alpha-idx            pic 9(2) comp.

       01  ws-sort-i               pic 9(5) comp.
       01  ws-sort-j               pic 9(5) comp.
       01  ws-sort-temp            pic a(7).

       01  ws-find-word            pic a(7).
       01  ws-bs-low               pic 9(5) comp.
       01  ws-bs-high              pic 9(5) comp.
       01  ws-bs-mid               pic 9(5) comp.
       01  ws-bs-found-idx         pic 9(5) comp.

       01  ws-blackout-count       pic 9(3) comp value 0.

      *> Tier work, the same bands word-loader uses.
       01  ws-summary-rows         pic 9(5) comp value 0.
       01  ws-overall-solves       pic 9(7) comp value 0.
       01  ws-overall-tries        pic 9(9) comp value 0.
       01  ws-overall-avg-tries    pic 9(2)v9 comp value 0.
       01  ws-word-avg-tries       pic 9(2)v9 comp.
       01  ws-tier-names           pic x(18)
                                   value "EASY  MEDIUMHARD  ".
       01  ws-tier-idx             pic 9 comp.
       01  ws-tier-pool            pic 9(5) comp occurs 3 times.
       01  ws-tier-deals           pic 9(7) comp occurs 3 times.
       01  ws-config-tier-idx      pic 9 comp value 0.
       01  ws-outside-deals        pic 9(7) comp.

      *> The deals.
       01  ws-random-deals         pic 9(7) comp value 0.
       01  ws-abandoned-deals      pic 9(7) comp value 0.
       01  ws-daily-days           pic 9(7) comp value 0.
       01  ws-selections           pic 9(7) comp value 0.
       01  ws-off-list-deals       pic 9(7) comp value 0.
       01  ws-blackout-deals       pic 9(7) comp value 0.
       01  ws-is-daily-sw          pic a.
           88  ws-is-daily         value 'Y'.
           88  ws-is-random        value 'N'.

      *> A daily word counts once per date.
       01  ws-max-days             constant as 5000.
       01  ws-daily-dates          pic 9(8)
                                   occurs ws-max-days times.
       01  ws-daily-idx            pic 9(4) comp.
       01  ws-deal-date            pic 9(8).
       01  ws-new-date-sw          pic a.
           88  ws-new-date         value 'Y'.
           88  ws-seen-date        value 'N'.

      *> The player being scanned: every game id they recorded (so
      *> their audit log's unfinished rounds can be told apart) and
      *> their deals in this pool by date, for the recent-days check.
       01  ws-current-player       pic x(20) value spaces.
       01  ws-max-players          constant as 5000.
       01  ws-swept-players        pic x(20)
                                   occurs ws-max-players times.
       01  ws-swept-count          pic 9(4) comp value 0.
       01  ws-swept-idx            pic 9(4) comp.
       01  ws-unswept-id           pic x(20).
       01  ws-max-ids              constant as 10000.
       01  ws-player-ids           pic x(16)
                                   occurs ws-max-ids times.
       01  ws-id-count             pic 9(5) comp value 0.
       01  ws-id-idx               pic 9(5) comp.
       01  ws-max-recent           constant as 2000.
       01  ws-recent-rows occurs ws-max-recent times.
           05  ws-rc-word          pic a(7).
           05  ws-rc-date          pic 9(8).
       01  ws-recent-count         pic 9(4) comp value 0.
       01  ws-recent-idx           pic 9(4) comp.
       01  ws-recent-keep          pic 9(4) comp.
       01  ws-recent-cutoff        pic 9(8).

       01  ws-max-repeats          constant as 50.
       01  ws-repeat-rows occurs ws-max-repeats times.
           05  ws-rp-player        pic x(20).
           05  ws-rp-word          pic a(7).
           05  ws-rp-earlier       pic 9(8).
           05  ws-rp-date          pic 9(8).
       01  ws-repeat-count         pic 9(5) comp value 0.
       01  ws-repeat-idx           pic 9(3) comp.
       01  ws-days-apart           pic 9(5) comp.

      *> The game being walked out of an audit log.
       01  ws-game-date            pic 9(8).
       01  ws-game-word            pic a(7).
       01  ws-game-id              pic x(16).
       01  ws-game-prev-try        pic 9(2).
       01  ws-game-open-sw         pic a value 'N'.
           88  ws-game-open        value 'Y'.
           88  ws-game-not-open    value 'N'.

      *> Chance: an even share of the selections.
       01  ws-expected             pic 9(7)v99.
       01  ws-std-dev              pic 9(7)v99.
       01  ws-high-bound           pic 9(7)v99.
       01  ws-low-bound            pic s9(7)v99.
       01  ws-top-idx              pic 9(5) comp.
       01  ws-top-deals            pic 9(5) comp.
       01  ws-list-count           pic 9(5) comp.
       01  ws-list-limit           constant as 40.

       01  ws-line                 pic x(80).
       01  ws-count-disp           pic z(6)9.
       01  ws-count-disp-2         pic z(6)9.
       01  ws-deals-disp           pic z(4)9.
       01  ws-expected-disp        pic z(6)9.99.
       01  ws-pct                  pic 9(3)v9.
       01  ws-pct-disp             pic zz9.9.
       01  ws-pct-disp-2           pic zz9.9.
       01  ws-col                  pic 9(2) comp.

       procedure division.

       main-procedure.

           display "COBORDLE - Word-selection fairness audit"
           display space

           perform load-config-file

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           perform determine-word-file-name

           if ws-language not = spaces then
               move concat(trim(ws-language) "/" trim(ws-category))
                   to ws-pool-category
           else
               move ws-category to ws-pool-category
           end-if

           evaluate ws-difficulty
               when "EASY"
                   move 1 to ws-config-tier-idx
               when "MEDIUM"
                   move 2 to ws-config-tier-idx
               when "HARD"
                   move 3 to ws-config-tier-idx
               when other
                   move spaces to ws-difficulty
           end-evaluate

           perform load-pool
           if ws-pool-count = 0 then
               display concat(
                   "No words loaded from " trim(ws-word-file-name)
                   ". Nothing to audit.")
               stop run
           end-if

           perform load-blackout-list
           perform load-word-difficulty-stats
           perform build-tiers

           perform scan-stats-file

           perform display-pool-summary
           perform display-chance
           perform display-never-dealt
           perform display-tier-mix
           perform display-repeats

           stop run.


      *> The game settings that decide the pool: LENGTH, CATEGORY,
      *> LANGUAGE, DIFFICULTY and RECENT-DAYS.
       load-config-file.

           set ws-not-eof to true

           open input fd-config-file

               perform until ws-eof
                   read fd-config-file
                   at end set ws-eof to true
                   not at end
                       if f-config-record not = spaces
                       and f-config-record(1:1) not = "*" then
                           perform apply-config-line
                       end-if
                   end-read
               end-perform

           close fd-config-file

           set ws-not-eof to true

           exit paragraph.


       apply-config-line.

           move spaces to ws-config-key
           move spaces to ws-config-value
           unstring f-config-record delimited by "="
               into ws-config-key ws-config-value
           move upper-case(trim(ws-config-key)) to ws-config-key
           move trim(ws-config-value) to ws-config-value

           evaluate ws-config-key
               when "LENGTH"
                   if ws-config-value(1:1) >= "4"
                   and ws-config-value(1:1) <= "7" then
                       move ws-config-value(1:1) to ws-word-length
                   end-if
               when "CATEGORY"
                   move lower-case(ws-config-value) to ws-category
               when "LANGUAGE"
                   move lower-case(ws-config-value(1:2))
                       to ws-language
               when "DIFFICULTY"
                   move upper-case(ws-config-value) to ws-difficulty
               when "RECENT-DAYS"
                   move numval(ws-config-value) to ws-recent-days
           end-evaluate

           exit paragraph.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--length="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--length="
                   into ws-arg-discard ws-arg-remainder
               if ws-arg-remainder(1:1) >= "4"
               and ws-arg-remainder(1:1) <= "7" then
                   move ws-arg-remainder(1:1) to ws-word-length
               end-if
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--category="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               move spaces to ws-arg-value
               unstring ws-cmd-args delimited by "--category="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-arg-value
               move lower-case(ws-arg-value) to ws-category
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--lang="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               move spaces to ws-arg-value
               unstring ws-cmd-args delimited by "--lang="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-arg-value
               move lower-case(ws-arg-value(1:2)) to ws-language
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
               end-if
           end-if

      *>   A themed category wins over the language, as in the game:
      *>   the themed lists are English-only.
           if ws-category not = spaces then
               move spaces to ws-language
           end-if

           exit paragraph.


      *> The same file word-loader's determine-word-file-name opens.
       determine-word-file-name.

           if ws-category not = spaces then
               if ws-word-length = 5 then
                   move concat(trim(ws-category) ".list")
                       to ws-word-file-name
               else
                   move concat(trim(ws-category) ws-word-length
                       ".list") to ws-word-file-name
               end-if
               exit paragraph
           end-if

           if ws-language not = spaces then
               if ws-word-length = 5 then
                   move concat("word_" trim(ws-language) ".list")
                       to ws-word-file-name
               else
                   move concat("word_" trim(ws-language)
                       ws-word-length ".list") to ws-word-file-name
               end-if
           else
               if ws-word-length = 5 then
                   move "word.list" to ws-word-file-name
               else
                   move concat("word" ws-word-length ".list")
                       to ws-word-file-name
               end-if
           end-if

           exit paragraph.


      *> ==================== the pool ====================

       load-pool.

           set ws-not-eof to true

           open input fd-word-file

               perform until ws-eof
                   or ws-pool-count >= ws-max-words
                   read fd-word-file
                   at end set ws-eof to true
                   not at end
                       move f-word-entry to ws-entry-word
                       perform validate-word-entry
                       if ws-entry-valid then
                           add 1 to ws-pool-count
                           move upper-case(f-word-entry)
                               to ws-pool-words(ws-pool-count)
                       else
                           add 1 to ws-pool-rejected
                       end-if
                   end-read
               end-perform

           close fd-word-file

           set ws-not-eof to true

           perform varying ws-sort-i from 2 by 1
               until ws-sort-i > ws-pool-count
               move ws-pool-words(ws-sort-i) to ws-sort-temp
               move ws-sort-i to ws-sort-j
               perform until ws-sort-j <= 1
                   or ws-pool-words(ws-sort-j - 1) <= ws-sort-temp
                   move ws-pool-words(ws-sort-j - 1)
                       to ws-pool-words(ws-sort-j)
                   subtract 1 from ws-sort-j
               end-perform
               move ws-sort-temp to ws-pool-words(ws-sort-j)
           end-perform

           perform varying ws-pool-idx from 1 by 1
               until ws-pool-idx > ws-pool-count
               move 0 to ws-pool-deals(ws-pool-idx)
               move 0 to ws-pool-solves(ws-pool-idx)
               move 0 to ws-pool-tries(ws-pool-idx)
               move "M" to ws-pool-tier(ws-pool-idx)
               move "N" to ws-pool-blackout(ws-pool-idx)
               move "N" to ws-pool-reported(ws-pool-idx)
           end-perform

           exit paragraph.


      *> word-loader's rule: exactly the pool's length, A-Z only.
       validate-word-entry.

           set ws-entry-valid to true
           move length(trim(ws-entry-word)) to ws-entry-len

           if ws-entry-len not = ws-word-length then
               set ws-entry-invalid to true
               exit paragraph
           end-if

           perform varying ws-alpha-idx from 1 by 1
               until ws-alpha-idx > ws-entry-len
               evaluate ws-entry-word(ws-alpha-idx:1)
                   when "A" thru "Z"
                   when "a" thru "z"
                       continue
                   when other
                       set ws-entry-invalid to true
                       exit perform
               end-evaluate
           end-perform

           exit paragraph.


       load-blackout-list.

           set ws-not-eof to true

           open input fd-blackout-file

               perform until ws-eof
                   read fd-blackout-file
                   at end set ws-eof to true
                   not at end
                       move upper-case(f-blackout-entry)
                           to ws-find-word
                       perform find-pool-word
                       if ws-bs-found-idx > 0 then
                           move "Y"
                               to ws-pool-blackout(ws-bs-found-idx)
                           add 1 to ws-blackout-count
                       end-if
                   end-read
               end-perform

           close fd-blackout-file

           set ws-not-eof to true

           compute ws-pool-eligible = ws-pool-count - ws-blackout-count

           exit paragraph.


      *> Binary search of the sorted pool for ws-find-word; leaves
      *> ws-bs-found-idx at the subscript, 0 on a miss.
       find-pool-word.

           move 0 to ws-bs-found-idx
           move 1 to ws-bs-low
           move ws-pool-count to ws-bs-high

           perform until ws-bs-low > ws-bs-high
               compute ws-bs-mid = (ws-bs-low + ws-bs-high) / 2
               evaluate true
                   when ws-pool-words(ws-bs-mid) = ws-find-word
                       move ws-bs-mid to ws-bs-found-idx
                       exit paragraph
                   when ws-pool-words(ws-bs-mid) < ws-find-word
                       compute ws-bs-low = ws-bs-mid + 1
                   when other
                       compute ws-bs-high = ws-bs-mid - 1
               end-evaluate
           end-perform

           exit paragraph.


      *> Solves and tries per word: the keyed summary first, the full
      *> word-stats history only when the summary hasn't been built.
       load-word-difficulty-stats.

           set ws-not-eof to true

           open input fd-word-summary-file

               perform until ws-eof
                   read fd-word-summary-file
                   at end set ws-eof to true
                   not at end
                       add 1 to ws-summary-rows
                       if f-wsum-solves > 0 then
                           move f-wsum-word to ws-find-word
                           perform find-pool-word
                           if ws-bs-found-idx > 0 then
                               move f-wsum-solves
                                   to ws-pool-solves(ws-bs-found-idx)
                               move f-wsum-total-tries
                                   to ws-pool-tries(ws-bs-found-idx)
                               add f-wsum-solves to ws-overall-solves
                               add f-wsum-total-tries
                                   to ws-overall-tries
                           end-if
                       end-if
                   end-read
               end-perform

           close fd-word-summary-file

           set ws-not-eof to true

           if ws-summary-rows = 0 then
               open input fd-word-stats-file
                   perform until ws-eof
                       read fd-word-stats-file
                       at end set ws-eof to true
                       not at end
                           if f-word-stats-solved = 'Y' then
                               perform apply-word-stats-row
                           end-if
                       end-read
                   end-perform
               close fd-word-stats-file
               set ws-not-eof to true
           end-if

           if ws-overall-solves > 0 then
               compute ws-overall-avg-tries rounded =
                   ws-overall-tries / ws-overall-solves
           end-if

           exit paragraph.


       apply-word-stats-row.

           move f-word-stats-word to ws-find-word
           perform find-pool-word
           if ws-bs-found-idx > 0 then
               add 1 to ws-pool-solves(ws-bs-found-idx)
               add f-word-stats-tries to ws-pool-tries(ws-bs-found-idx)
               add 1 to ws-overall-solves
               add f-word-stats-tries to ws-overall-tries
           end-if

           exit paragraph.


      *> A full guess above the average is HARD, a full guess below
      *> is EASY, and a word nobody has solved yet is MEDIUM.
       build-tiers.

           perform varying ws-pool-idx from 1 by 1
               until ws-pool-idx > ws-pool-count

               if ws-pool-solves(ws-pool-idx) > 0 then
                   compute ws-word-avg-tries rounded =
                       ws-pool-tries(ws-pool-idx)
                       / ws-pool-solves(ws-pool-idx)
                   evaluate true
                       when ws-word-avg-tries >=
                           ws-overall-avg-tries + 1
                           move "H" to ws-pool-tier(ws-pool-idx)
                       when ws-word-avg-tries <=
                           ws-overall-avg-tries - 1
                           move "E" to ws-pool-tier(ws-pool-idx)
                   end-evaluate
               end-if

               if ws-pool-blackout(ws-pool-idx) = "N" then
                   perform find-tier-idx
                   add 1 to ws-tier-pool(ws-tier-idx)
               end-if
           end-perform

           exit paragraph.


       find-tier-idx.

           evaluate ws-pool-tier(ws-pool-idx)
               when "E"
                   move 1 to ws-tier-idx
               when "H"
                   move 3 to ws-tier-idx
               when other
                   move 2 to ws-tier-idx
           end-evaluate

           exit paragraph.


      *> ==================== the deals ====================

      *> One pass in key order, so each player's rows arrive together
      *> and in play order. At each change of player the previous
      *> player's audit log is swept for unfinished rounds.
       scan-stats-file.

           set ws-not-eof to true

           open input fd-stats-file

               perform until ws-eof
                   read fd-stats-file
                   at end set ws-eof to true
                   not at end
                       if f-stats-player not = ws-current-player then
                           perform close-player
                           move f-stats-player to ws-current-player
                       end-if
                       perform apply-stats-row
                   end-read
               end-perform

           close fd-stats-file

           perform close-player

           perform sweep-unscanned-audit-logs

           exit paragraph.


       apply-stats-row.

           if f-stats-game-id not = spaces
           and ws-id-count < ws-max-ids then
               add 1 to ws-id-count
               move f-stats-game-id to ws-player-ids(ws-id-count)
           end-if

           if f-stats-date < ws-from-date
           or f-stats-date > ws-to-date then
               exit paragraph
           end-if

      *>   Version-1 rows predate the length and category fields;
      *>   they were all default five-letter rounds.
           if f-stats-v2 then
               if f-stats-migrated-flag = 'Y'
               or f-stats-category = "pack" then
                   exit paragraph
               end-if
               if f-stats-length not = ws-word-length then
                   exit paragraph
               end-if
               if f-stats-category = "defclue"
               or f-stats-category = "co-op" then
                   if ws-pool-category not = spaces then
                       exit paragraph
                   end-if
               else
                   if f-stats-category not = ws-pool-category then
                       exit paragraph
                   end-if
               end-if
               if f-stats-daily-flag = 'Y' then
                   set ws-is-daily to true
               else
                   set ws-is-random to true
               end-if
           else
               if ws-word-length not = 5
               or ws-pool-category not = spaces then
                   exit paragraph
               end-if
               set ws-is-random to true
           end-if

           move upper-case(f-stats-word) to ws-find-word

           if ws-is-random then
               perform check-recent-repeat
           end-if
           perform remember-recent-deal

           if ws-is-daily then
               move f-stats-date to ws-deal-date
               perform note-daily-date
               if ws-seen-date then
                   exit paragraph
               end-if
           else
               add 1 to ws-random-deals
           end-if

           perform count-one-deal

           exit paragraph.


      *> A daily word counts once per date: ws-deal-date is looked
      *> up among the dates already counted, and added if it's new.
       note-daily-date.

           perform varying ws-daily-idx from 1 by 1
               until ws-daily-idx > ws-daily-days
               or ws-daily-idx > ws-max-days
               if ws-daily-dates(ws-daily-idx) = ws-deal-date
                   set ws-seen-date to true
                   exit paragraph
               end-if
           end-perform

           set ws-new-date to true
           add 1 to ws-daily-days
           if ws-daily-days <= ws-max-days then
               move ws-deal-date to ws-daily-dates(ws-daily-days)
           end-if

           exit paragraph.


      *> One selection of ws-find-word.
       count-one-deal.

           add 1 to ws-selections

           perform find-pool-word
           if ws-bs-found-idx = 0 then
               add 1 to ws-off-list-deals
               exit paragraph
           end-if

           add 1 to ws-pool-deals(ws-bs-found-idx)
           if ws-pool-blackout(ws-bs-found-idx) = "Y" then
               add 1 to ws-blackout-deals
           end-if

           move ws-bs-found-idx to ws-pool-idx
           perform find-tier-idx
           add 1 to ws-tier-deals(ws-tier-idx)

           exit paragraph.


      *> A random deal of a word this player already had within
      *> RECENT-DAYS days before it.
       check-recent-repeat.

           if ws-recent-days = 0 then
               exit paragraph
           end-if

           compute ws-recent-cutoff = date-of-integer(
               integer-of-date(f-stats-date) - ws-recent-days)

           perform varying ws-recent-idx from ws-recent-count by -1
               until ws-recent-idx < 1
               if ws-rc-date(ws-recent-idx) < ws-recent-cutoff then
                   exit perform
               end-if
               if ws-rc-word(ws-recent-idx) = ws-find-word then
                   add 1 to ws-repeat-count
                   if ws-repeat-count <= ws-max-repeats then
                       move f-stats-player
                           to ws-rp-player(ws-repeat-count)
                       move ws-find-word
                           to ws-rp-word(ws-repeat-count)
                       move ws-rc-date(ws-recent-idx)
                           to ws-rp-earlier(ws-repeat-count)
                       move f-stats-date
                           to ws-rp-date(ws-repeat-count)
                   end-if
                   exit perform
               end-if
           end-perform

           exit paragraph.


      *> The recent table keeps this player's deals in date order;
      *> when it fills, everything older than the window is dropped.
       remember-recent-deal.

           if ws-recent-count >= ws-max-recent then
               compute ws-recent-cutoff = date-of-integer(
                   integer-of-date(f-stats-date) - ws-recent-days)
               move 0 to ws-recent-keep
               perform varying ws-recent-idx from 1 by 1
                   until ws-recent-idx > ws-recent-count
                   if ws-rc-date(ws-recent-idx) >= ws-recent-cutoff
                       add 1 to ws-recent-keep
                       move ws-recent-rows(ws-recent-idx)
                           to ws-recent-rows(ws-recent-keep)
                   end-if
               end-perform
               move ws-recent-keep to ws-recent-count
               if ws-recent-count >= ws-max-recent then
                   exit paragraph
               end-if
           end-if

           add 1 to ws-recent-count
           move ws-find-word to ws-rc-word(ws-recent-count)
           move f-stats-date to ws-rc-date(ws-recent-count)

           exit paragraph.


      *> End of a player's stats rows: sweep their audit log, then
      *> clear the per-player tables.
       close-player.

           if ws-current-player not = spaces then
               if ws-swept-count < ws-max-players then
                   add 1 to ws-swept-count
                   move ws-current-player
                       to ws-swept-players(ws-swept-count)
               end-if
               move concat(
                   "cobordle_audit_" trim(ws-current-player) ".log")
                   to ws-audit-file-name
               perform sweep-audit-file
           end-if

           move 0 to ws-id-count
           move 0 to ws-recent-count

           exit paragraph.


      *> A game starts on a new game id, a new date or word, or the
      *> try number going back -- the way the other audit readers cut
      *> games. Only its first row is looked at.
       sweep-audit-file.

           set ws-not-eof to true
           set ws-game-not-open to true
           move 0 to ws-game-prev-try

           open input fd-audit-file

               perform until ws-eof
                   read fd-audit-file
                   at end set ws-eof to true
                   not at end
                       if ws-game-not-open
                       or f-audit-game-id not = ws-game-id
                       or f-audit-date not = ws-game-date
                       or f-audit-word not = ws-game-word
                       or f-audit-try <= ws-game-prev-try then
                           set ws-game-open to true
                           move f-audit-game-id to ws-game-id
                           move f-audit-date to ws-game-date
                           move f-audit-word to ws-game-word
                           perform check-unfinished-game
                       end-if
                       move f-audit-try to ws-game-prev-try
                   end-read
               end-perform

           close fd-audit-file

           set ws-not-eof to true

           exit paragraph.


      *> A non-practice game in this pool's length with a game id no
      *> stats row carries: dealt, then left unfinished. The audit row
      *> doesn't say which pool dealt it, so it counts here when the
      *> word is on this pool's list.
       check-unfinished-game.

           if f-audit-practice-flag = 'Y'
           or ws-game-id = spaces
           or f-audit-date < ws-from-date
           or f-audit-date > ws-to-date
           or length(trim(f-audit-word)) not = ws-word-length then
               exit paragraph
           end-if

           perform varying ws-id-idx from ws-id-count by -1
               until ws-id-idx < 1
               if ws-player-ids(ws-id-idx) = ws-game-id then
                   exit paragraph
               end-if
           end-perform

           move upper-case(f-audit-word) to ws-find-word
           perform find-pool-word
           if ws-bs-found-idx = 0 then
               exit paragraph
           end-if

      *>   An abandoned daily is still the one word of its date.
           if f-audit-daily-flag = 'Y' then
               move f-audit-date to ws-deal-date
               perform note-daily-date
               if ws-seen-date then
                   exit paragraph
               end-if
           else
               add 1 to ws-abandoned-deals
               add 1 to ws-random-deals
           end-if
           perform count-one-deal

           exit paragraph.


      *> Players with an audit log but no stats rows at all -- every
      *> round they started was abandoned -- never came up in the
      *> stats pass, so their logs are swept here. stats-archive's
      *> cobordle_audit_archive_*.log files are left out; those
      *> rounds are already in the stats they archived.
       sweep-unscanned-audit-logs.

           move concat(
               "ls -1 cobordle_audit_*.log 2>/dev/null > "
               trim(ws-ls-file-name))
               to ws-ls-command
           call "SYSTEM" using ws-ls-command

           set ws-ls-not-eof to true

           open input fd-ls-file

               perform until ws-ls-eof
                   read fd-ls-file
                   at end set ws-ls-eof to true
                   not at end
                       move 0 to ws-cmd-found
                       inspect f-ls-record tallying ws-cmd-found
                           for all "_archive_"
                       if f-ls-record not = spaces
                       and ws-cmd-found = 0 then
                           perform sweep-if-unscanned
                       end-if
                   end-read
               end-perform

           close fd-ls-file

           call "CBL_DELETE_FILE" using ws-ls-file-name

           exit paragraph.


       sweep-if-unscanned.

           move spaces to ws-unswept-id
           move f-ls-record(16:) to ws-ls-name
           unstring ws-ls-name delimited by ".log"
               into ws-unswept-id

           perform varying ws-swept-idx from 1 by 1
               until ws-swept-idx > ws-swept-count
               if ws-swept-players(ws-swept-idx) = ws-unswept-id
                   exit paragraph
               end-if
           end-perform

           move ws-unswept-id to ws-current-player
           perform close-player

           exit paragraph.


      *> ==================== report ====================

       display-pool-summary.

           display concat(
               "Pool: " trim(ws-word-file-name) "  (length "
               ws-word-length ")")
           if ws-from-date > 0 or ws-to-date < 99999999 then
               display concat(
                   "Deals from " ws-from-date " to " ws-to-date)
           end-if
           move ws-recent-days to ws-recent-days-disp
           if ws-difficulty = spaces then
               display concat(
                   "Configured: no DIFFICULTY, RECENT-DAYS="
                   trim(ws-recent-days-disp))
           else
               display concat(
                   "Configured: DIFFICULTY=" trim(ws-difficulty)
                   ", RECENT-DAYS=" trim(ws-recent-days-disp))
           end-if

           display space
           move ws-pool-count to ws-count-disp
           move ws-blackout-count to ws-count-disp-2
           display concat(
               "Words on the list:      " ws-count-disp
               "  (" trim(ws-count-disp-2) " on the blackout list)")
           if ws-pool-rejected > 0 then
               move ws-pool-rejected to ws-count-disp
               display concat(
                   "Entries word-loader would reject: "
                   trim(ws-count-disp))
           end-if

           move ws-random-deals to ws-count-disp
           move ws-abandoned-deals to ws-count-disp-2
           display concat(
               "Random deals:           " ws-count-disp
               "  (" trim(ws-count-disp-2) " left unfinished)")
           move ws-daily-days to ws-count-disp
           display concat("Daily words (dates):    " ws-count-disp)
           move ws-selections to ws-count-disp
           display concat("Selections in all:      " ws-count-disp)

           if ws-off-list-deals > 0 then
               move ws-off-list-deals to ws-count-disp
               display concat(
                   "Deals of words no longer on the list: "
                   trim(ws-count-disp))
           end-if
           if ws-blackout-deals > 0 then
               move ws-blackout-deals to ws-count-disp
               display concat(
                   "** Deals of blackout-list words: "
                   trim(ws-count-disp))
           end-if

           exit paragraph.


      *> Each word's deals against an even share of the selections
      *> made from the list (binomial: mean n/p, deviation
      *> sqrt(n(1/p)(1-1/p))).
       display-chance.

           if ws-selections = ws-off-list-deals
           or ws-pool-eligible = 0 then
               display space
               display "No deals from this list to compare."
               exit paragraph
           end-if

           compute ws-expected rounded =
               (ws-selections - ws-off-list-deals) / ws-pool-eligible
           compute ws-std-dev rounded = sqrt(
               ws-expected * (1 - 1 / ws-pool-eligible))
           compute ws-high-bound = ws-expected + 3 * ws-std-dev
           compute ws-low-bound = ws-expected - 3 * ws-std-dev

           display space
           move ws-expected to ws-expected-disp
           display concat(
               "An even share is " trim(ws-expected-disp)
               " deal(s) per word.")

           display space
           display "Most dealt"
           display "Word     Deals"
           perform varying ws-list-count from 1 by 1
               until ws-list-count > 10
               move 0 to ws-top-idx
               move 0 to ws-top-deals
               perform varying ws-pool-idx from 1 by 1
                   until ws-pool-idx > ws-pool-count
                   if ws-pool-reported(ws-pool-idx) = "N"
                   and ws-pool-deals(ws-pool-idx) > ws-top-deals
                       move ws-pool-idx to ws-top-idx
                       move ws-pool-deals(ws-pool-idx)
                           to ws-top-deals
                   end-if
               end-perform
               if ws-top-idx = 0 then
                   exit perform
               end-if
               move "Y" to ws-pool-reported(ws-top-idx)
               move ws-top-deals to ws-deals-disp
               display ws-pool-words(ws-top-idx) "  " ws-deals-disp
           end-perform

           display space
           display "Dealt far more often than chance"
           move 0 to ws-list-count
           perform varying ws-pool-idx from 1 by 1
               until ws-pool-idx > ws-pool-count
               if ws-pool-deals(ws-pool-idx) > ws-high-bound
               and ws-pool-deals(ws-pool-idx) > 1 then
                   perform list-outlier-word
               end-if
           end-perform
           if ws-list-count = 0 then
               display "  (none)"
           end-if

           display space
           display "Dealt far less often than chance"
           move 0 to ws-list-count
           if ws-low-bound > 0 then
               perform varying ws-pool-idx from 1 by 1
                   until ws-pool-idx > ws-pool-count
                   if ws-pool-blackout(ws-pool-idx) = "N"
                   and ws-pool-deals(ws-pool-idx) < ws-low-bound then
                       perform list-outlier-word
                   end-if
               end-perform
           end-if
           if ws-list-count = 0 then
               if ws-low-bound > 0 then
                   display "  (none)"
               else
                   display "  (too few deals yet to tell)"
               end-if
           end-if

           exit paragraph.


       list-outlier-word.

           add 1 to ws-list-count
           if ws-list-count <= ws-list-limit then
               move ws-pool-deals(ws-pool-idx) to ws-deals-disp
               display "  " ws-pool-words(ws-pool-idx) "  "
                   ws-deals-disp " deal(s)"
           end-if
           if ws-list-count = ws-list-limit + 1 then
               display "  ... and more"
           end-if

           exit paragraph.


       display-never-dealt.

           display space
           display "Never dealt"
           move 0 to ws-list-count
           move spaces to ws-line
           move 1 to ws-col

           perform varying ws-pool-idx from 1 by 1
               until ws-pool-idx > ws-pool-count
               if ws-pool-blackout(ws-pool-idx) = "N"
               and ws-pool-deals(ws-pool-idx) = 0 then
                   add 1 to ws-list-count
                   if ws-list-count <= ws-list-limit * 8 then
                       move ws-pool-words(ws-pool-idx)
                           to ws-line(ws-col:7)
                       add 8 to ws-col
                       if ws-col > 57 then
                           display "  " trim(ws-line trailing)
                           move spaces to ws-line
                           move 1 to ws-col
                       end-if
                   end-if
               end-if
           end-perform

           if ws-col > 1 then
               display "  " trim(ws-line trailing)
           end-if

           move ws-list-count to ws-count-disp
           if ws-list-count = 0 then
               display "  (none)"
           else
               display concat(
                   trim(ws-count-disp) " word(s) never dealt.")
           end-if
           if ws-list-count > ws-list-limit * 8 then
               display "  (the first few shown above)"
           end-if

           exit paragraph.


       display-tier-mix.

           display space
           display "Tier    Pool words  Pool %   Deals    Deal %"

           perform varying ws-tier-idx from 1 by 1
               until ws-tier-idx > 3
               move spaces to ws-line
               move ws-tier-names((ws-tier-idx - 1) * 6 + 1:6)
                   to ws-line(1:6)
               move ws-tier-pool(ws-tier-idx) to ws-count-disp
               move ws-count-disp to ws-line(9:7)
               if ws-pool-eligible > 0 then
                   compute ws-pct rounded =
                       ws-tier-pool(ws-tier-idx) * 100
                       / ws-pool-eligible
               else
                   move 0 to ws-pct
               end-if
               move ws-pct to ws-pct-disp
               move ws-pct-disp to ws-line(20:5)
               move ws-tier-deals(ws-tier-idx) to ws-count-disp
               move ws-count-disp to ws-line(27:7)
               if ws-selections > ws-off-list-deals then
                   compute ws-pct rounded =
                       ws-tier-deals(ws-tier-idx) * 100
                       / (ws-selections - ws-off-list-deals)
               else
                   move 0 to ws-pct
               end-if
               move ws-pct to ws-pct-disp-2
               move ws-pct-disp-2 to ws-line(37:5)
               display trim(ws-line trailing)
           end-perform

           if ws-config-tier-idx = 0 then
               display "No DIFFICULTY configured: the deal mix should "
                   "follow the pool mix."
           else
               compute ws-outside-deals =
                   ws-selections - ws-off-list-deals
                   - ws-tier-deals(ws-config-tier-idx)
               move ws-outside-deals to ws-count-disp
               display concat(
                   "DIFFICULTY=" trim(ws-difficulty) ": "
                   trim(ws-count-disp) " deal(s) outside that tier.")
               if ws-tier-pool(ws-config-tier-idx) = 0 then
                   display "  The tier is empty today, so word-loader "
                       "deals from the whole list."
               else
                   display "  Tiers are worked out from today's play "
                       "history, so older deals can drift."
               end-if
           end-if

           exit paragraph.


       display-repeats.

           display space

           if ws-recent-days = 0 then
               display "RECENT-DAYS is 0: no recent-word window to "
                   "check."
               exit paragraph
           end-if

           move ws-recent-days to ws-recent-days-disp
           display concat(
               "Random deals repeating a word inside the player's "
               trim(ws-recent-days-disp) "-day window")

           if ws-repeat-count = 0 then
               display "  (none)"
               exit paragraph
           end-if

           display "Player                Word     Earlier   Repeat   "
               " Days"
           perform varying ws-repeat-idx from 1 by 1
               until ws-repeat-idx > ws-repeat-count
               or ws-repeat-idx > ws-max-repeats
               compute ws-days-apart =
                   integer-of-date(ws-rp-date(ws-repeat-idx))
                   - integer-of-date(ws-rp-earlier(ws-repeat-idx))
               move ws-days-apart to ws-deals-disp
               display ws-rp-player(ws-repeat-idx) "  "
                   ws-rp-word(ws-repeat-idx) "  "
                   ws-rp-earlier(ws-repeat-idx) "  "
                   ws-rp-date(ws-repeat-idx) " " ws-deals-disp
           end-perform

           move ws-repeat-count to ws-count-disp
           display concat(
               trim(ws-count-disp) " repeat(s). word-loader allows "
               "one only when every eligible word is recent.")
           if ws-repeat-count > ws-max-repeats then
               display "  (the first few shown above)"
           end-if

           exit paragraph.

       end program word-fairness.
