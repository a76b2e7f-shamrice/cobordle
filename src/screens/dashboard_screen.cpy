               10  line 12 column 7
                   value "Date      Word    Try Solved".
               10  line 11 column 45 value "Badges".
               10  line 19 column 4 value "Ghost races:".

           05  s-dash-cmds-text.
               10  foreground-color cob-color-black
