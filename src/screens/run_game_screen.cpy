               10  line 3 column 25
                   pic x(55) using ws-rules-tries-text.
               10  line 4 column 25
                   pic x(55) from ws-rules-text-1.
               10  line 5 column 25
                   pic x(55) from ws-rules-text-2.
               10  line 6 column 25
                   pic x(55) from ws-rules-text-3.
               10  line 7 column 25
                   pic x(55) from ws-rules-text-4.

           05  s-cmds-text-1.
               10  foreground-color cob-color-black 
               10  foreground-color cob-color-white 
                   background-color cob-color-black 
                   line 21 column 12
                   pic x(18) from ws-legend-enter-text.
                    
               10  foreground-color cob-color-black
                   background-color cob-color-white
               10  foreground-color cob-color-white
                   background-color cob-color-black
                   line 21 column 37
                   pic x(22) from ws-legend-f12-text.

               10  foreground-color cob-color-black
                   background-color cob-color-white
               10  foreground-color cob-color-white
                   background-color cob-color-black
                   line 21 column 66
                   pic x(14) from ws-legend-esc-text.

           05  s-cmds-text-2.
               10  foreground-color cob-color-black
               10  foreground-color cob-color-white
                   background-color cob-color-black
                   line 22 column 12
                   pic x(60) from ws-legend-f1-text.
