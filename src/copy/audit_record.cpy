      *          (cobordle_audit_<player>.log), shared by every
      *          program that reads or writes it -- run-game's
      *          record-audit-entry, audit-report, stats-reconcile,
      *          stats-rebuild, stats-archive, opener-league,
      *          audit-verify and abandoned-report -- instead of each
      *          one repeating its own copy of the layout.
      ******************************************************************
       01  f-audit-record.
           05  f-audit-body.
      *> existed (and on rows rewritten by the retention batch);
      *> audit-verify treats a blank as a chain restart.
           05  f-audit-chain                  pic x(8).
      *> The round's mode, so a game that never reached a stats row
      *> (abandoned mid-round) can still be sorted by mode. Outside
      *> the chained body; rows from before these fields read as
      *> spaces (mode unknown).
           05  f-audit-mode.
               10  f-audit-daily-flag         pic a.
               10  f-audit-hard-flag          pic a.
               10  f-audit-blitz-flag         pic a.
