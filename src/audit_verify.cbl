               assign to dynamic ws-stats-file-name
               organization is indexed
               access mode is sequential
               record key is f-stats-key
               alternate record key is f-stats-date with duplicates
               alternate record key is f-stats-game-id with duplicates.

               select optional fd-audit-file
               assign to dynamic ws-audit-file-name
