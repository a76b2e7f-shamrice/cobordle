      *          enter) steps forward, B steps back, Q quits.
      *
      *          Usage: game-replay --game=GAMEID [--player=NAME]
      *                     [--viewer=PLAYER]
      *          Without --player every player's audit log is
      *          searched for the game id.
      *
      *          A game of today's daily word replays with the colors
      *          only -- letters shown as "?" and the answer withheld
      *          -- unless --viewer names a player who has already
      *          finished today's daily (see daily-embargo).
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.
               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is sequential
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name

       01  ws-game-id              pic x(16) value spaces.
       01  ws-player-id            pic x(20) value spaces.
       01  ws-viewer-arg           pic x(20) value spaces.

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
       01  ws-step-disp            pic z9.
       01  ws-count-disp           pic z9.

      *> Spoiler check on the replayed game's word: masked means the
      *> tiles show colors but no letters.
       copy "./src/copy/embargo_check.cpy".

       procedure division.

       main-procedure.
           move function length(trim(ws-replay-word))
               to ws-word-length

           move ws-replay-word to l-emb-word
           move ws-viewer-arg to l-emb-viewer
           call "daily-embargo" using l-embargo-check

           move 1 to ws-step

           perform until ws-replay-done
           display space blank screen
           display concat(
               "Replay finished. The word was: "
               trim(l-emb-shown-word))
           if l-emb-masked then
               display "(today's daily word -- revealed once the "
                   "game day is over)"
           end-if

           stop run.

               move upper-case(ws-player-id) to ws-player-id
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

           exit paragraph.


           compute ws-tile-y = 3 + 2 * (ws-row-idx - 1)
           move 6 to ws-tile-x

      *>   An embargoed game keeps its colors but loses its letters;
      *>   the final green row would otherwise spell the answer.
           if l-emb-masked then
               move all "?" to ws-rp-guess(ws-row-idx)
           end-if

           perform varying ws-idx from 1 by 1
               until ws-idx > ws-word-length

