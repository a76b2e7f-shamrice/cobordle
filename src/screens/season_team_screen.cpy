      ******************************************************************
      * Purpose: Screen definitions for season-team-maint: the static
      *          background (title bar, command legend), the one-key
      *          command accept, and the entry forms for a season row,
      *          a team membership, a row pick and a yes/no confirm.
      *          All of them take input on line 23, under the message
      *          line season-team-maint paints on line 22.
      * Tectonics: ./build.sh
      ******************************************************************
       01  s-stm-background-screen blank screen.

           05  s-stm-title-line
               foreground-color cob-color-white highlight
               background-color cob-color-green.
               10  line 1 column  1 from ws-empty-line.
               10  line 1 column 22 value "COBORDLE SEASONS AND TEAMS".

           05  s-stm-cmds-text.
               10  foreground-color cob-color-black
                   background-color cob-color-white
                   line 21 column 2
                   value " F2 ".
               10  foreground-color cob-color-white
                   background-color cob-color-black
                   line 21 column 7
                   value "Seasons".
               10  foreground-color cob-color-black
                   background-color cob-color-white
                   line 21 column 15
                   value " F3 ".
               10  foreground-color cob-color-white
                   background-color cob-color-black
                   line 21 column 20
                   value "Teams".
               10  foreground-color cob-color-black
                   background-color cob-color-white
                   line 21 column 26
                   value " F5 ".
               10  foreground-color cob-color-white
                   background-color cob-color-black
                   line 21 column 31
                   value "Add".
               10  foreground-color cob-color-black
                   background-color cob-color-white
                   line 21 column 35
                   value " F6 ".
               10  foreground-color cob-color-white
                   background-color cob-color-black
                   line 21 column 40
                   value "Change".
               10  foreground-color cob-color-black
                   background-color cob-color-white
                   line 21 column 47
                   value " F7 ".
               10  foreground-color cob-color-white
                   background-color cob-color-black
                   line 21 column 52
                   value "Retire".
               10  foreground-color cob-color-black
                   background-color cob-color-white
                   line 21 column 59
                   value " F8 ".
               10  foreground-color cob-color-white
                   background-color cob-color-black
                   line 21 column 64
                   value "More".
               10  foreground-color cob-color-black
                   background-color cob-color-white
                   line 21 column 69
                   value " F12 ".
               10  foreground-color cob-color-white
                   background-color cob-color-black
                   line 21 column 75
                   value "Quit".

       01  s-stm-command-screen
           foreground-color cob-color-white
           background-color cob-color-black.

           10  line 23 column 4
               pic x using ws-stm-command.

       01  s-stm-season-form-screen
           foreground-color cob-color-white
           background-color cob-color-black.

           10  line 23 column 4  value "Season:".
           10  line 23 column 12
               pic x(8) using ws-cand-id.
           10  line 23 column 22 value "From:".
           10  line 23 column 28
               pic x(8) using ws-cand-from-in.
           10  line 23 column 38 value "To:".
           10  line 23 column 42
               pic x(8) using ws-cand-to-in.
           10  line 23 column 52 value "(YYYYMMDD)".

       01  s-stm-team-form-screen
           foreground-color cob-color-white
           background-color cob-color-black.

           10  line 23 column 4  value "Player:".
           10  line 23 column 12
               pic x(20) using ws-cand-player.
           10  line 23 column 34 value "Team:".
           10  line 23 column 40
               pic x(20) using ws-cand-team.

       01  s-stm-pick-screen
           foreground-color cob-color-white
           background-color cob-color-black.

           10  line 23 column 4  value "Which row? (number): ".
           10  line 23 column 25
               pic x(3) using ws-row-pick-in.

       01  s-stm-confirm-screen
           foreground-color cob-color-white
           background-color cob-color-black.

           10  line 23 column 4
               pic x(60) from ws-confirm-prompt.
           10  line 23 column 66
               pic x using ws-confirm-in.
