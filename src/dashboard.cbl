      * Purpose: Interactive statistics dashboard, built on the same
      *          screen-section machinery as run-game's screens: pick
      *          a player and see their streaks, tries histogram,
      *          recent games, earned badges and ghost-race record
      *          (see ghost-race) on one screen, page
      *          between players with F2/F3, and jump into the audit
      *          detail for a chosen recent game with F5. --text-mode
      *          follows the same convention run-game's l-text-mode
      *          function keys.
      *
      *          Usage: dashboard [--text-mode] [PLAYER]
      *                     [--viewer=PLAYER] [--registered]
      *          (starts on PLAYER when given, else the first player
      *          found in the stats file; --registered adds a page for
      *          every active registered player who hasn't played)
      *
      *          Today's daily word shows as "?????" in the recent
      *          games and its audit detail is held back, unless
      *          --viewer names a player who has already finished
      *          today's daily (see daily-embargo).
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-achieve-file
               assign to dynamic ws-achieve-file-name
               assign to dynamic ws-audit-file-name
               organization is line sequential.

               select optional fd-player-file
               assign to dynamic ws-player-file-name
               organization is line sequential.

               select optional fd-ghost-file
               assign to dynamic ws-ghost-file-name
               organization is line sequential.

       data division.

       file section.
      *> and are treated as recorded play.
           05  f-audit-practice-flag              pic a.

       fd  fd-player-file.
       copy "./src/copy/player_record.cpy".

       fd  fd-ghost-file.
       copy "./src/copy/ghost_race_record.cpy".

       working-storage section.

       copy "screenio.cpy".
       01  ws-stats-file-name      pic x(40) value "cobordle_stats.idx".
       01  ws-achieve-file-name    pic x(40).
       01  ws-audit-file-name      pic x(40).
       01  ws-player-file-name     pic x(40)
                                   value "cobordle_players.dat".
       01  ws-ghost-file-name      pic x(40)
                                   value "cobordle_ghost_races.dat".

       01  ws-crt-status.
           05  ws-crt-status-key-1                pic xx.
           88  ws-text-mode        value 'Y'.
           88  ws-screen-mode      value 'N'.
       01  ws-start-player         pic x(20) value spaces.
       01  ws-arg-discard          pic x(80).
       01  ws-arg-remainder        pic x(80).
       01  ws-viewer-arg           pic x(20) value spaces.
       01  ws-registered-sw        pic a value 'N'.
           88  ws-show-registered  value 'Y'.
           88  ws-hide-registered  value 'N'.

      *> Distinct players found in the stats file, the pages the
      *> F2/F3 keys move between.
           05  ws-rec-word         pic a(7).
           05  ws-rec-tries        pic 9(2).
           05  ws-rec-solved       pic a.
      *> What the page prints for the word: the word itself, or its
      *> embargo mask while it's today's daily.
           05  ws-rec-shown-word   pic x(7).
           05  ws-rec-masked       pic a.
       01  ws-recent-count         pic 9 comp.
       01  ws-rec-idx              pic 9 comp.
       01  ws-rec-no-disp          pic 9.
                                   occurs ws-max-badges times.
       01  ws-badge-count          pic 9(2) comp.
       01  ws-badge-idx            pic 9(2) comp.
      *> The badge column has rows 12 thru 18 on the screen; past
      *> that the last row says how many more there are.
       01  ws-badge-screen-rows    constant as 7.
       01  ws-badge-shown          pic 9(2) comp.
       01  ws-badge-more-disp      pic z9.

      *> The player's ghost races: won/lost/tied and the latest one.
       01  ws-ghost-races          pic 9(5) comp.
       01  ws-ghost-won            pic 9(5) comp.
       01  ws-ghost-lost           pic 9(5) comp.
       01  ws-ghost-tied           pic 9(5) comp.
       01  ws-ghost-won-disp       pic z(4)9.
       01  ws-ghost-lost-disp      pic z(4)9.
       01  ws-ghost-tied-disp      pic z(4)9.
       01  ws-ghost-summary        pic x(40).
       01  ws-ghost-last           pic x(60).
       01  ws-ghost-last-result    pic x(4).
       01  ws-ghost-last-day       pic x(8).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
       01  ws-tries-disp           pic z9.
       01  ws-audit-row-count      pic 9(3) comp.

      *> Spoiler check on each recent game's word as the page loads.
       copy "./src/copy/embargo_check.cpy".

       screen section.

       copy "./src/screens/dashboard_screen.cpy".

           perform load-player-list

           if ws-show-registered then
               perform load-registered-players
           end-if

           if ws-player-count = 0 then
               display "No stats recorded yet."
               stop run
               set ws-text-mode to true
           end-if

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
               for all "--registered"
           if ws-cmd-found > 0 then
               set ws-show-registered to true
           end-if

           if ws-cmd-args not = spaces
           and ws-cmd-args(1:2) not = "--" then
               unstring ws-cmd-args delimited by space
           exit paragraph.


      *> Active registered players with no stats rows get a page
      *> too, after the ones who have played -- all zeros, but there.
       load-registered-players.

           set ws-not-eof to true

           open input fd-player-file

               perform until ws-eof
                   read fd-player-file
                   at end set ws-eof to true
                   not at end
                       if f-plyr-id not = spaces
                       and f-plyr-active then
                           perform note-registered-player
                       end-if
                   end-read
               end-perform

           close fd-player-file

           set ws-not-eof to true

           exit paragraph.


       note-registered-player.

           set ws-player-not-found to true

           perform varying ws-scan-idx from 1 by 1
               until ws-scan-idx > ws-player-count
               if ws-players(ws-scan-idx) = f-plyr-id then
                   set ws-player-found to true
                   exit perform
               end-if
           end-perform

           if ws-player-not-found
           and ws-player-count < ws-max-players then
               add 1 to ws-player-count
               move f-plyr-id to ws-players(ws-player-count)
           end-if

           exit paragraph.


       find-start-player.

           perform varying ws-scan-idx from 1 by 1
           close fd-stats-file

           perform load-player-badges
           perform load-player-ghost-races

           exit paragraph.

           move f-stats-tries to ws-rec-tries(ws-rec-idx)
           move f-stats-solved to ws-rec-solved(ws-rec-idx)

           move f-stats-word to l-emb-word
           move ws-viewer-arg to l-emb-viewer
           call "daily-embargo" using l-embargo-check
           move l-emb-shown-word to ws-rec-shown-word(ws-rec-idx)
           move l-emb-masked-flag to ws-rec-masked(ws-rec-idx)

           exit paragraph.


           exit paragraph.


      *> The race row names the day and the ghost, never the word,
      *> so nothing here needs the embargo.
       load-player-ghost-races.

           move 0 to ws-ghost-races
           move 0 to ws-ghost-won
           move 0 to ws-ghost-lost
           move 0 to ws-ghost-tied
           move spaces to ws-ghost-last
           set ws-not-eof to true

           open input fd-ghost-file

               perform until ws-eof
                   read fd-ghost-file
                   at end set ws-eof to true
                   not at end
                       if f-gr-player = ws-player-id then
                           perform apply-ghost-race-row
                       end-if
                   end-read
               end-perform

           close fd-ghost-file

           set ws-not-eof to true

           if ws-ghost-races = 0 then
               move "(none yet)" to ws-ghost-summary
               exit paragraph
           end-if

           move ws-ghost-races to ws-disp-5
           move ws-ghost-won to ws-ghost-won-disp
           move ws-ghost-lost to ws-ghost-lost-disp
           move ws-ghost-tied to ws-ghost-tied-disp
           move concat(
               trim(ws-disp-5) " raced  "
               trim(ws-ghost-won-disp) "W "
               trim(ws-ghost-lost-disp) "L "
               trim(ws-ghost-tied-disp) "T")
               to ws-ghost-summary

           exit paragraph.


       apply-ghost-race-row.

           add 1 to ws-ghost-races

           evaluate true
               when f-gr-player-won
                   add 1 to ws-ghost-won
                   move "won" to ws-ghost-last-result
               when f-gr-tied
                   add 1 to ws-ghost-tied
                   move "tied" to ws-ghost-last-result
               when other
                   add 1 to ws-ghost-lost
                   move "lost" to ws-ghost-last-result
           end-evaluate

           move f-gr-day to ws-ghost-last-day
           move f-gr-ghost-tries to ws-tries-disp
           move concat(
               "Last: " trim(ws-ghost-last-result) " vs "
               trim(f-gr-ghost) " (" trim(ws-tries-disp) " tries) "
               ws-ghost-last-day(1:4) "-" ws-ghost-last-day(5:2) "-"
               ws-ghost-last-day(7:2))
               to ws-ghost-last

           exit paragraph.


       run-screen-dashboard.

           perform until ws-dash-done
               display concat(
                   ws-rec-no-disp ") "
                   ws-rec-date(ws-rec-idx) "  "
                   ws-rec-shown-word(ws-rec-idx) " "
                   ws-tries-disp "  "
                   ws-rec-solved(ws-rec-idx))
                   at line ws-screen-row column 4
               add 1 to ws-screen-row
           end-perform

           move ws-badge-count to ws-badge-shown
           if ws-badge-count > ws-badge-screen-rows then
               compute ws-badge-shown = ws-badge-screen-rows - 1
           end-if

           move 12 to ws-screen-row
           perform varying ws-badge-idx from 1 by 1
               until ws-badge-idx > ws-badge-shown
               display ws-badges(ws-badge-idx)
                   at line ws-screen-row column 45
               end-display
               add 1 to ws-screen-row
           end-perform

           if ws-badge-count > ws-badge-shown then
               compute ws-badge-more-disp =
                   ws-badge-count - ws-badge-shown
               display concat("+" trim(ws-badge-more-disp) " more")
                   at line ws-screen-row column 45
               end-display
           end-if

           if ws-badge-count = 0 then
               display "(none yet)" at line 12 column 45
           end-if

           display trim(ws-ghost-summary) at 1917
           display trim(ws-ghost-last) at 2004

           exit paragraph.


           display concat(
               "Audit detail: " trim(ws-player-id) " "
               ws-rec-date(ws-rec-idx) " "
               ws-rec-shown-word(ws-rec-idx)) at 0104
           display "Date      Word    Try Guess   Colors" at 0304

           move 4 to ws-screen-row

       display-audit-rows.

      *>   Every guess row of today's daily leads up to the answer, so
      *>   the detail is held back whole while the word is embargoed.
           if ws-rec-masked(ws-rec-idx) = 'Y' then
               if ws-text-mode then
                   display "(today's daily -- audit detail held back "
                       "until the game day is over)"
               else
                   display "(today's daily -- audit detail held back "
                       "until the game day is over)"
                       at line ws-screen-row column 4
                   end-display
               end-if
               exit paragraph
           end-if

           move concat(
               "cobordle_audit_" trim(ws-player-id) ".log")
               to ws-audit-file-name
               display concat(
                   "  " ws-rec-no-disp ") "
                   ws-rec-date(ws-rec-idx) " "
                   ws-rec-shown-word(ws-rec-idx) " "
                   ws-tries-disp " "
                   ws-rec-solved(ws-rec-idx))
           end-perform
               end-perform
           end-if

           display concat("Ghost races: " trim(ws-ghost-summary))
           if ws-ghost-last not = spaces then
               display concat("  " trim(ws-ghost-last))
           end-if

           exit paragraph.


           display concat(
               "Audit detail: " trim(ws-player-id) " "
               ws-rec-date(ws-rec-idx) " "
               ws-rec-shown-word(ws-rec-idx))

           perform display-audit-rows

