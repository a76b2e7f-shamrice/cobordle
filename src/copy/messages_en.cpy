      ******************************************************************
      * Purpose: The built-in English message catalog -- every line of
      *          player-facing wording cobordle, run-game,
      *          run-game-multi, player-signin and maint-lock show, by
      *          message number. message-text
      *          starts from this table and lays the per-language
      *          files over it, so a number missing from a language
      *          file still comes out in English; message-check
      *          measures each language file against it and writes
      *          the blank template translators start from.
      *
      *          Numbering: 001-099 cobordle start-up and options,
      *          100-199 cobordle round and session wording, 200-299
      *          run-game (240-299 the game screen's rules and command
      *          legend), 300-399 run-game-multi, 400-419
      *          player-signin, 420-429 maint-lock. {1} thru {4} mark
      *          where the caller's values are filled in.
      *
      *          Each entry is the 3-digit number followed by the
      *          text; ws-english-count must match the entries.
      ******************************************************************
       01  ws-english-message-values.
           05  filler  pic x(103) value
               "001Language option is off for themed-category rounds "
             & "-- the themed lists are English.".
           05  filler  pic x(103) value
               "002Error loading word. Value returned was empty.".
           05  filler  pic x(103) value
               "003Please make sure word.list file exists in the".
           05  filler  pic x(103) value
               "004current directory.".
           05  filler  pic x(103) value
               "005Exiting...".
           05  filler  pic x(103) value
               "006{1} word list entries were rejected as invalid. "
             & "See the log for details.".
           05  filler  pic x(103) value
               "007Special event: {1}".
           05  filler  pic x(103) value
               "008Today's daily is a special event: {1}, {2} letters.".
           05  filler  pic x(103) value
               "009Definition clue is off for themed or language "
             & "rounds -- they record under their own category.".
           05  filler  pic x(103) value
               "010Logging Enabled...".
           05  filler  pic x(103) value
               "011Cheat mode enabled...".
           05  filler  pic x(103) value
               "012Daily word mode enabled...".
           05  filler  pic x(103) value
               "013Hard mode enabled...".
           05  filler  pic x(103) value
               "014Colorblind-friendly tiles enabled...".
           05  filler  pic x(103) value
               "015QWERTY keyboard layout enabled...".
           05  filler  pic x(103) value
               "016Practice mode enabled. Unlimited guesses, stats "
             & "will not be recorded...".
           05  filler  pic x(103) value
               "017Score submission enabled. Results will be posted "
             & "to the scoreboard service...".
           05  filler  pic x(103) value
               "018Text mode enabled. Plain sequential output for "
             & "screen readers...".
           05  filler  pic x(103) value
               "019Word length set to: {1}".
           05  filler  pic x(103) value
               "020Player: {1}".
           05  filler  pic x(103) value
               "021Category: {1}".
           05  filler  pic x(103) value
               "022Language: {1}".
           05  filler  pic x(103) value
               "023Difficulty: {1}".
           05  filler  pic x(103) value
               "024Blitz mode: {1} seconds per guess".
           05  filler  pic x(103) value
               "025Ignoring --blitz=: must be 5 to 300.".
           05  filler  pic x(103) value
               "026Definition-clue mode enabled...".
           05  filler  pic x(103) value
               "027Post-game analysis enabled...".
           05  filler  pic x(103) value
               "028Two-board mode enabled...".
           05  filler  pic x(103) value
               "029Four-board mode enabled...".
           05  filler  pic x(103) value
               "030Replaying puzzle for: {1}".
           05  filler  pic x(103) value
               "031Word file override: {1}".
           05  filler  pic x(103) value
               "032Max tries set to: {1}".
           05  filler  pic x(103) value
               "033Ignoring --tries=: must be 1 to 20. Using the "
             & "default of 6.".
           05  filler  pic x(103) value
               "034Max word-list size set to: {1}".
           05  filler  pic x(103) value
               "035Ignoring --max-words=: must be 1 to 30000. Using "
             & "the full list.".
           05  filler  pic x(103) value
               "100Play again? [Y/N]".
           05  filler  pic x(103) value
               "101Multi-board round recorded. See multi-report for "
             & "standings.".
           05  filler  pic x(103) value
               "102Practice multi-board round: not recorded.".
           05  filler  pic x(103) value
               "103Practice mode: this round was not recorded.".
           05  filler  pic x(103) value
               "104Points earned: {1}   Bank balance: {2}".
           05  filler  pic x(103) value
               "105Points earned: {1}".
           05  filler  pic x(103) value
               "106Replay credit honored: this round counts as the "
             & "real daily for {1}.".
           05  filler  pic x(103) value
               "107Achievement unlocked: {1}".
           05  filler  pic x(103) value
               "108CLUE: {1}".
           05  filler  pic x(103) value
               "109You already played today's daily word.".
           05  filler  pic x(103) value
               "110Your result: solved in {1} tries.".
           05  filler  pic x(103) value
               "111Your result: not solved after {1} tries.".
           05  filler  pic x(103) value
               "112Come back tomorrow, or use --practice or --replay= "
             & "for another round.".
           05  filler  pic x(103) value
               "113Resume it? [Y/N]".
           05  filler  pic x(103) value
               "114Saved games in progress were found for player {1}:".
           05  filler  pic x(103) value
               "115Resume which? (number, or N for a new game)".
           05  filler  pic x(103) value
               "116{1}-board game in progress found, tries used: {2}".
           05  filler  pic x(103) value
               "117Discarded an unreadable old saved game.".
           05  filler  pic x(103) value
               "118Discarded an old saved game superseded by a newer "
             & "one.".
           05  filler  pic x(103) value
               "119{1}) {2}-letter game, tries used: {3}".
           05  filler  pic x(103) value
               "120{1}) {2}-letter game, tries used: {3}, saved {4}".
           05  filler  pic x(103) value
               "121Analysis appended to {1}".
           05  filler  pic x(103) value
               "122Scoreboard unreachable, and the system is under "
             & "maintenance: result not queued for retry.".
           05  filler  pic x(103) value
               "123Scoreboard unreachable: result queued for retry.".
           05  filler  pic x(103) value
               "124The office is closed today ({1}) -- this round "
             & "counts neither toward nor against your streak.".
           05  filler  pic x(103) value
               "125A streak freeze absorbed that loss -- your streak "
             & "survives.".
           05  filler  pic x(103) value
               "126Current streak: {1}   Best streak: {2}".
           05  filler  pic x(103) value
               "127Session summary".
           05  filler  pic x(103) value
               "128Games played: {1}".
           05  filler  pic x(103) value
               "129Games solved: {1}".
           05  filler  pic x(103) value
               "130Average tries per game: {1}".
           05  filler  pic x(103) value
               "131Goals this month:".
           05  filler  pic x(103) value
               "132First puzzle solved".
           05  filler  pic x(103) value
               "133Solved in a single try".
           05  filler  pic x(103) value
               "134100 games played".
           05  filler  pic x(103) value
               "13510-win streak".
           05  filler  pic x(103) value
               "136Won a 7-letter hard-mode game".
           05  filler  pic x(103) value
               "200COBORDLE - text mode".
           05  filler  pic x(103) value
               "201Word length: {1}".
           05  filler  pic x(103) value
               "202Blitz mode needs the screen interface; playing "
             & "without the clock.".
           05  filler  pic x(103) value
               "203BLITZ: {1} seconds per guess -- the clock is "
             & "running!".
           05  filler  pic x(103) value
               "204Answer: {1}".
           05  filler  pic x(103) value
               "205CONGRATS! Puzzle solved! Time: {1}".
           05  filler  pic x(103) value
               "206The word was: {1}  Time: {2}".
           05  filler  pic x(103) value
               "207You have unlimited tries to guess the word.".
           05  filler  pic x(103) value
               "208You have {1} tries to guess the word.".
           05  filler  pic x(103) value
               "209Try {1} of {2} -- enter your guess (or HINT, QUIT):".
           05  filler  pic x(103) value
               "210Saved game failed its integrity checks and was set "
             & "aside. Starting fresh.".
           05  filler  pic x(103) value
               "211Guess must be letters only".
           05  filler  pic x(103) value
               "212Word not found in word list: {1}".
           05  filler  pic x(103) value
               "213Hard mode: position {1} must be {2}".
           05  filler  pic x(103) value
               "214Hard mode: guess must use all discovered letters".
           05  filler  pic x(103) value
               "215No hints left".
           05  filler  pic x(103) value
               "216No more letters to hint".
           05  filler  pic x(103) value
               "217Hint: letter {1} is {2}".
           05  filler  pic x(103) value
               "218Time's up! That try is burned.".
           05  filler  pic x(103) value
               "219{1}: correct".
           05  filler  pic x(103) value
               "220{1}: present elsewhere in the word".
           05  filler  pic x(103) value
               "221{1}: not in the word".
           05  filler  pic x(103) value
               "222Dispute this word? [D/Enter]".
           05  filler  pic x(103) value
               "223Why? 1 obscure 2 offensive 3 misspelled 4 other".
           05  filler  pic x(103) value
               "224No dispute logged.".
           05  filler  pic x(103) value
               "225Thanks -- the curators will take a look at {1}.".
           05  filler  pic x(103) value
               "240Green tiles indicate the letter is correct.".
           05  filler  pic x(103) value
               "241Yellow tiles indicate the letter is in the".
           05  filler  pic x(103) value
               "242word but in the wrong spot.".
           05  filler  pic x(103) value
               "243Gray tiles indicate the letter is not in the word".
           05  filler  pic x(103) value
               "244Confirm Word Entry".
           05  filler  pic x(103) value
               "245Give up current puzzle".
           05  filler  pic x(103) value
               "246Quit".
           05  filler  pic x(103) value
               "247Hint (limited uses per puzzle)".
           05  filler  pic x(103) value
               "300The word list is too small for multi-board play.".
           05  filler  pic x(103) value
               "301Only {1} distinct words available; playing "
             & "{1}-board.".
           05  filler  pic x(103) value
               "302COBORDLE - {1}-board mode".
           05  filler  pic x(103) value
               "303Guess all {1} words in {2} tries. QUIT gives up.".
           05  filler  pic x(103) value
               "304COBORDLE - {1}-board mode -- {2} tries. QUIT gives "
             & "up.".
           05  filler  pic x(103) value
               "305Answer {1}: {2}".
           05  filler  pic x(103) value
               "306Saved multi-board game resumed.".
           05  filler  pic x(103) value
               "307Board {1}".
           05  filler  pic x(103) value
               "308Try {1} of {2} -- enter your guess (or QUIT):".
           05  filler  pic x(103) value
               "309Try {1} of {2}:".
           05  filler  pic x(103) value
               "310Word not valid: {1}".
           05  filler  pic x(103) value
               "311Board {1} solved!".
           05  filler  pic x(103) value
               "312Board {1}: {2}".
           05  filler  pic x(103) value
               "313Board {1} ({2}): solved on try {3}".
           05  filler  pic x(103) value
               "314Board {1}: the word was {2}".
           05  filler  pic x(103) value
               "315Time: {1}m {2}s".
           05  filler  pic x(103) value
               "316Board {1}: {2}/{3}".
           05  filler  pic x(103) value
               "317Board {1}: X/{2}".
           05  filler  pic x(103) value
               "400Player {1} is not registered. Ask the "
             & "commissioner, or play --practice.".
           05  filler  pic x(103) value
               "401Player {1} is not active. Ask the commissioner.".
           05  filler  pic x(103) value
               "402PIN for {1}:".
           05  filler  pic x(103) value
               "403Wrong PIN.".
           05  filler  pic x(103) value
               "404Sign-in failed for {1}. Ask the commissioner to "
             & "reset your PIN.".
           05  filler  pic x(103) value
               "405Player {1} has no PIN yet. Ask the commissioner to "
             & "issue one.".
           05  filler  pic x(103) value
               "406Player {1} still has the initial PIN the "
             & "commissioner issued: type it, then choose your own.".
           05  filler  pic x(103) value
               "407Initial PIN for {1}:".
           05  filler  pic x(103) value
               "408Choose a PIN: 4 to 8 digits, not the initial one.".
           05  filler  pic x(103) value
               "409New PIN:".
           05  filler  pic x(103) value
               "410Same again:".
           05  filler  pic x(103) value
               "411A PIN is 4 to 8 digits.".
           05  filler  pic x(103) value
               "412The two didn't match.".
           05  filler  pic x(103) value
               "413That is the initial PIN -- choose a different one.".
           05  filler  pic x(103) value
               "414PIN saved.".
           05  filler  pic x(103) value
               "415No PIN chosen for {1}; the round was not started.".
           05  filler  pic x(103) value
               "420System under maintenance until {1} ({2} is "
             & "running). Please try again then.".
       01  ws-english-messages
           redefines ws-english-message-values.
           05  ws-english-entry occurs 141 times.
               10  ws-english-number   pic 9(3).
               10  ws-english-text     pic x(100).
       01  ws-english-count        constant as 141.
