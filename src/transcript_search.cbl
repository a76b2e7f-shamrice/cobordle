      ******************************************************************
      * Purpose: Full-text search over the session transcripts, the
      *          way session-report lists and shows them. Walks the
      *          master index, opens each chosen session's transcript
      *          -- the loose log or its "@@ <timestamp>" section of a
      *          monthly pack, whichever the index row names -- and
      *          prints every matching line with the lines around it,
      *          under the session's timestamp, player and game id.
      *
      *          Usage: transcript-search [PLAYER] [--find=TEXT]
      *                     [--guess=WORD] [--word=WORD]
      *                     [--result=won|lost] [--from=YYYYMMDD]
      *                     [--to=YYYYMMDD] [--context=N]
      *                     [--viewer=PLAYER] [--print]
      *          --find matches anywhere in a line, any case; the text
      *          runs to the next "--" option, so a phrase can be
      *          given. --guess matches only the round's guess lines
      *          ("Try N: WORD"), not the post-game analysis. --word
      *          picks sessions by their answer. At least one of the
      *          three is needed; given together a session must
      *          satisfy all of them. --context sets how many lines
      *          either side of a hit are shown (default 2, at most
      *          5); with only --word each session is listed without
      *          lines. Sessions that played today's daily word are
      *          held back, as session-report holds them, unless
      *          --viewer names a player who has finished it.
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
       program-id. transcript-search.

       environment division.

       configuration section.

       repository.
           function all intrinsic.

       input-output section.

           file-control.
               select optional fd-session-index-file
               assign to dynamic ws-session-index-file-name
               organization is line sequential.

               select optional fd-transcript-file
               assign to dynamic ws-transcript-file-name
               organization is line sequential.

       data division.

       file section.

       fd  fd-session-index-file.
       copy "./src/copy/session_index_record.cpy".

       fd  fd-transcript-file.
       01  f-transcript-record         pic x(80).

       working-storage section.

       01  ws-session-index-file-name pic x(40)
                                   value "cobordle_session_index.dat".
       01  ws-transcript-file-name pic x(40).

       01  ws-cmd-args             pic x(2024).
       01  ws-arg-discard          pic x(2024).
       01  ws-arg-remainder        pic x(2024).
       01  ws-cmd-found            pic 9(2) comp.

       01  ws-player-filter        pic x(20) value spaces.
       01  ws-from-arg             pic x(10).
       01  ws-to-arg               pic x(10).
       01  ws-from-date            pic 9(8) value 0.
       01  ws-to-date              pic 9(8) value 99999999.
       01  ws-find-text            pic x(60) value spaces.
       01  ws-find-len             pic 9(2) comp value 0.
       01  ws-guess-arg            pic x(7) value spaces.
       01  ws-word-arg             pic x(7) value spaces.
       01  ws-result-arg           pic x(4) value spaces.
       01  ws-context-arg          pic x(2).
       01  ws-context              pic 9 value 2.
       01  ws-viewer-arg           pic x(20) value spaces.
       01  ws-row-date             pic 9(8).

       01  ws-print-sw             pic a value 'N'.
           88  ws-print-active     value 'Y'.
           88  ws-print-off        value 'N'.
       01  ws-print-report-name    pic x(30)
                                   value "TRANSCRIPT SEARCH".
       01  ws-print-line           pic x(132).

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

      *> Pack handling as in session-report: a .pak index row opens
      *> the pack and reads just the session's own section.
       01  ws-pack-found           pic 9(2) comp.
       01  ws-in-section-sw        pic a value 'N'.
           88  ws-in-section       value 'Y'.
           88  ws-not-in-section   value 'N'.
       01  ws-section-marker       pic x(17).

      *> One session's transcript, held whole so its Game-Id header
      *> is known before any hit is printed and the lines either side
      *> of a hit can be shown.
       01  ws-max-lines            constant as 200.
       01  ws-session-lines occurs ws-max-lines times.
           05  ws-sl-text          pic x(80).
           05  ws-sl-hit-sw        pic a.
               88  ws-sl-hit       value 'Y'.
           05  ws-sl-show-sw       pic a.
               88  ws-sl-show      value 'Y'.
       01  ws-line-count           pic 9(3) comp.
       01  ws-line-idx             pic 9(3) comp.
       01  ws-ctx-idx              pic 9(3) comp.
       01  ws-ctx-from             pic 9(3) comp.
       01  ws-ctx-to               pic 9(3) comp.
       01  ws-last-shown           pic 9(3) comp.
       01  ws-session-game-id      pic x(16).

       01  ws-upper-line           pic x(80).
       01  ws-tally                pic 9(3) comp.
       01  ws-line-label           pic x(20).
       01  ws-line-value           pic x(60).
       01  ws-line-guess           pic x(7).
       01  ws-analysis-sw          pic a value 'N'.
           88  ws-in-analysis      value 'Y'.
           88  ws-not-in-analysis  value 'N'.
       01  ws-find-hit-sw          pic a value 'N'.
           88  ws-find-hit         value 'Y'.
           88  ws-no-find-hit      value 'N'.
       01  ws-guess-hit-sw         pic a value 'N'.
           88  ws-guess-hit        value 'Y'.
           88  ws-no-guess-hit     value 'N'.

       01  ws-searched-count       pic 9(5) comp value 0.
       01  ws-session-hit-count    pic 9(5) comp value 0.
       01  ws-line-hit-count       pic 9(5) comp value 0.
       01  ws-held-count           pic 9(5) comp value 0.
       01  ws-missing-count        pic 9(5) comp value 0.
       01  ws-count-disp           pic z(4)9.

      *> Spoiler check on every session about to be opened.
       copy "./src/copy/embargo_check.cpy".

       procedure division.

       main-procedure.

           accept ws-cmd-args from command-line
           perform parse-cmd-args

           if ws-find-text = spaces
           and ws-guess-arg = spaces
           and ws-word-arg = spaces then
               display "Usage: transcript-search [PLAYER] "
                   "[--find=TEXT] [--guess=WORD] [--word=WORD]"
               display "           [--result=won|lost] "
                   "[--from=YYYYMMDD] [--to=YYYYMMDD] [--context=N]"
               display "           [--viewer=PLAYER] [--print]"
               display "At least one of --find, --guess or --word is "
                   "needed."
               stop run
           end-if

           if ws-print-active then
               call "print-open" using ws-print-report-name
           end-if

           move "COBORDLE - Session transcript search" to ws-print-line
           perform emit-line
           perform show-criteria

           set ws-not-eof to true

           open input fd-session-index-file

               perform until ws-eof
                   read fd-session-index-file
                   at end set ws-eof to true
                   not at end
                       perform search-index-row
                   end-read
               end-perform

           close fd-session-index-file

           perform show-totals

           if ws-print-active then
               call "print-close"
           end-if

           stop run.


       parse-cmd-args.

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--find="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--find="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by " --"
                   into ws-find-text
               move upper-case(trim(ws-find-text)) to ws-find-text
               move length(trim(ws-find-text)) to ws-find-len
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--guess="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--guess="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-guess-arg
               move upper-case(ws-guess-arg) to ws-guess-arg
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--word="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--word="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-word-arg
               move upper-case(ws-word-arg) to ws-word-arg
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--result="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--result="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-result-arg
               move lower-case(ws-result-arg) to ws-result-arg
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--context="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--context="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-context-arg
               if numval(ws-context-arg) > 5 then
                   move 5 to ws-context
               else
                   move numval(ws-context-arg) to ws-context
               end-if
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
               for all "--from="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--from="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-from-arg
               move function numval(ws-from-arg) to ws-from-date
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--to="
           if ws-cmd-found > 0 then
               move spaces to ws-arg-discard
               move spaces to ws-arg-remainder
               unstring ws-cmd-args delimited by "--to="
                   into ws-arg-discard ws-arg-remainder
               unstring ws-arg-remainder delimited by space
                   into ws-to-arg
               move function numval(ws-to-arg) to ws-to-date
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--print"
           if ws-cmd-found > 0 then
               set ws-print-active to true
           end-if

      *>   First token that isn't a --flag is the player filter.
           if ws-cmd-args not = spaces
           and ws-cmd-args(1:2) not = "--" then
               unstring ws-cmd-args delimited by space
                   into ws-player-filter
               move upper-case(ws-player-filter)
                   to ws-player-filter
           end-if

           exit paragraph.


       show-criteria.

           if ws-find-text not = spaces then
               move concat("Text:   " trim(ws-find-text))
                   to ws-print-line
               perform emit-line
           end-if
           if ws-guess-arg not = spaces then
               move concat("Guess:  " trim(ws-guess-arg))
                   to ws-print-line
               perform emit-line
           end-if
           if ws-word-arg not = spaces then
               move concat("Word:   " trim(ws-word-arg))
                   to ws-print-line
               perform emit-line
           end-if
           if ws-player-filter not = spaces then
               move concat("Player: " trim(ws-player-filter))
                   to ws-print-line
               perform emit-line
           end-if
           if ws-result-arg not = spaces then
               move concat("Result: " trim(ws-result-arg))
                   to ws-print-line
               perform emit-line
           end-if
           if ws-from-date > 0 or ws-to-date < 99999999 then
               move concat(
                   "Dates:  " ws-from-date " to " ws-to-date)
                   to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


      *> The index row decides which sessions are opened at all: the
      *> player, date, answer and result filters are all on it.
       search-index-row.

           if ws-player-filter not = spaces
           and f-sidx-player not = ws-player-filter then
               exit paragraph
           end-if

           move function numval(f-sidx-timestamp(1:8))
               to ws-row-date
           if ws-row-date < ws-from-date
           or ws-row-date > ws-to-date then
               exit paragraph
           end-if

           if ws-word-arg not = spaces
           and f-sidx-word not = ws-word-arg then
               exit paragraph
           end-if

           if ws-result-arg = "won" and f-sidx-solved not = 'Y' then
               exit paragraph
           end-if
           if ws-result-arg = "lost" and f-sidx-solved = 'Y' then
               exit paragraph
           end-if

      *>   Every line of a transcript leads up to the answer, so a
      *>   session of today's daily is held back whole.
           move f-sidx-word to l-emb-word
           move ws-viewer-arg to l-emb-viewer
           call "daily-embargo" using l-embargo-check
           if l-emb-masked then
               add 1 to ws-held-count
               exit paragraph
           end-if

           add 1 to ws-searched-count

           move f-sidx-file-name to ws-transcript-file-name
           perform load-session-lines

           if ws-line-count = 0 then
               add 1 to ws-missing-count
               exit paragraph
           end-if

           perform mark-session-hits

           if ws-find-text not = spaces and ws-no-find-hit then
               exit paragraph
           end-if
           if ws-guess-arg not = spaces and ws-no-guess-hit then
               exit paragraph
           end-if

           add 1 to ws-session-hit-count
           perform show-session-hits

           exit paragraph.


      *> Reads the session's lines into the table: the whole loose
      *> file, or the pack section from the session's marker to the
      *> next.
       load-session-lines.

           move 0 to ws-line-count
           move spaces to ws-session-game-id

           move 0 to ws-pack-found
           inspect ws-transcript-file-name
               tallying ws-pack-found for all ".pak"

           if ws-pack-found > 0 then
               move concat("@@ " f-sidx-timestamp)
                   to ws-section-marker
               set ws-not-in-section to true
           else
               set ws-in-section to true
           end-if

           set ws-not-eof to true

           open input fd-transcript-file

               perform until ws-eof
                   read fd-transcript-file
                   at end set ws-eof to true
                   not at end
                       perform load-one-line
                   end-read
               end-perform

           close fd-transcript-file

      *>   Back to the index walk.
           set ws-not-eof to true

           exit paragraph.


       load-one-line.

           if ws-pack-found > 0
           and f-transcript-record(1:3) = "@@ " then
               if f-transcript-record(1:17) = ws-section-marker then
                   set ws-in-section to true
               else
                   if ws-in-section then
                       set ws-eof to true
                   end-if
               end-if
               exit paragraph
           end-if

           if ws-not-in-section
           or ws-line-count >= ws-max-lines then
               exit paragraph
           end-if

           add 1 to ws-line-count
           move f-transcript-record to ws-sl-text(ws-line-count)
           move 'N' to ws-sl-hit-sw(ws-line-count)
           move 'N' to ws-sl-show-sw(ws-line-count)

           if f-transcript-record(1:9) = "Game-Id: "
           and ws-session-game-id = spaces then
               move f-transcript-record(10:16) to ws-session-game-id
           end-if

           exit paragraph.


      *> Flags the hit lines, then every line within the context
      *> either side of one.
       mark-session-hits.

           set ws-no-find-hit to true
           set ws-no-guess-hit to true
           set ws-not-in-analysis to true

           perform varying ws-line-idx from 1 by 1
               until ws-line-idx > ws-line-count

               if ws-sl-text(ws-line-idx)(1:18)
                   = "Post-game analysis" then
                   set ws-in-analysis to true
               end-if

               if ws-find-text not = spaces then
                   move upper-case(ws-sl-text(ws-line-idx))
                       to ws-upper-line
                   move 0 to ws-tally
                   inspect ws-upper-line tallying ws-tally
                       for all ws-find-text(1:ws-find-len)
                   if ws-tally > 0 then
                       set ws-find-hit to true
                       set ws-sl-hit(ws-line-idx) to true
                   end-if
               end-if

               if ws-guess-arg not = spaces
               and ws-not-in-analysis
               and ws-sl-text(ws-line-idx)(1:4) = "Try " then
                   move spaces to ws-line-label
                   move spaces to ws-line-value
                   unstring ws-sl-text(ws-line-idx) delimited by ": "
                       into ws-line-label ws-line-value
                   move spaces to ws-line-guess
                   unstring ws-line-value delimited by space
                       into ws-line-guess
                   if upper-case(ws-line-guess) = ws-guess-arg then
                       set ws-guess-hit to true
                       set ws-sl-hit(ws-line-idx) to true
                   end-if
               end-if
           end-perform

           perform varying ws-line-idx from 1 by 1
               until ws-line-idx > ws-line-count
               if ws-sl-hit(ws-line-idx) then
                   if ws-line-idx > ws-context then
                       compute ws-ctx-from = ws-line-idx - ws-context
                   else
                       move 1 to ws-ctx-from
                   end-if
                   compute ws-ctx-to = ws-line-idx + ws-context
                   if ws-ctx-to > ws-line-count then
                       move ws-line-count to ws-ctx-to
                   end-if
                   perform varying ws-ctx-idx from ws-ctx-from by 1
                       until ws-ctx-idx > ws-ctx-to
                       set ws-sl-show(ws-ctx-idx) to true
                   end-perform
               end-if
           end-perform

           exit paragraph.


      *> Session heading, then the shown lines: hits marked ">>",
      *> gaps between runs of context marked "..".
       show-session-hits.

           move spaces to ws-print-line
           perform emit-line

      *>   Transcripts from before game ids carry no header.
           if ws-session-game-id = spaces then
               move "(none)" to ws-session-game-id
           end-if

           move concat(
               f-sidx-timestamp "  " trim(f-sidx-player)
               "  game " trim(ws-session-game-id)
               "  " trim(f-sidx-word) " " f-sidx-solved
               f-sidx-tries "  " trim(ws-transcript-file-name))
               to ws-print-line
           perform emit-line

           move 0 to ws-last-shown

           perform varying ws-line-idx from 1 by 1
               until ws-line-idx > ws-line-count
               if ws-sl-show(ws-line-idx) then
                   if ws-last-shown > 0
                   and ws-line-idx > ws-last-shown + 1 then
                       move "    .." to ws-print-line
                       perform emit-line
                   end-if
                   if ws-sl-hit(ws-line-idx) then
                       add 1 to ws-line-hit-count
                       move concat(
                           "  >> " ws-sl-text(ws-line-idx))
                           to ws-print-line
                   else
                       move concat(
                           "     " ws-sl-text(ws-line-idx))
                           to ws-print-line
                   end-if
                   perform emit-line
                   move ws-line-idx to ws-last-shown
               end-if
           end-perform

           exit paragraph.


       show-totals.

           move spaces to ws-print-line
           perform emit-line

           move ws-searched-count to ws-count-disp
           move concat("Sessions searched:      " trim(ws-count-disp))
               to ws-print-line
           perform emit-line

           move ws-session-hit-count to ws-count-disp
           move concat("Sessions matching:      " trim(ws-count-disp))
               to ws-print-line
           perform emit-line

           move ws-line-hit-count to ws-count-disp
           move concat("Matching lines:         " trim(ws-count-disp))
               to ws-print-line
           perform emit-line

           if ws-held-count > 0 then
               move ws-held-count to ws-count-disp
               move concat(
                   "Held back (today's daily): " trim(ws-count-disp))
                   to ws-print-line
               perform emit-line
           end-if

           if ws-missing-count > 0 then
               move ws-missing-count to ws-count-disp
               move concat(
                   "Transcripts missing:    " trim(ws-count-disp))
                   to ws-print-line
               perform emit-line
           end-if

           exit paragraph.


      *> Every line goes to the terminal, and to the spool with
      *> --print.
       emit-line.

           display trim(ws-print-line, trailing)

           if ws-print-active then
               call "print-line" using ws-print-line
           end-if

           exit paragraph.

       end program transcript-search.
