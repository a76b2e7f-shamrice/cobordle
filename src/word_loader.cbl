               assign to dynamic ws-player-stats-file-name
               organization is indexed
               access mode is dynamic
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-blackout-file
               assign to dynamic ws-blackout-file-name
