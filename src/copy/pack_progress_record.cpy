      ******************************************************************
      * Purpose: Record layout for puzzle-pack progress
      *          (cobordle_pack_progress.dat): one row per player per
      *          pack, rewritten after every pack word played -- how
      *          far through the pack the player is, and the running
      *          totals the pack board ranks by. A missed word counts
      *          as the try budget plus one, the way a share grid's X
      *          does.
      ******************************************************************
       01  f-pack-progress-record.
           05  f-pp-player             pic x(20).
           05  f-pp-pack               pic x(20).
           05  f-pp-done               pic 9(2).
           05  f-pp-solved             pic 9(2).
           05  f-pp-tries              pic 9(4).
           05  f-pp-elapsed            pic 9(6).
           05  f-pp-status             pic a.
               88  f-pp-in-progress    value 'P'.
               88  f-pp-complete       value 'C'.
           05  f-pp-started            pic 9(8).
           05  f-pp-finished           pic 9(8).
