      ******************************************************************
      * Purpose: Call interface for rollback-journal, the before-image
      *          journal player-rename and player-purge keep while
      *          they rewrite a player's files.
      *          Actions: Q is a run left unfinished? (pending, with
      *          its program, arguments, start stamp and login),
      *          B begin a run, F keep a before-image of one file
      *          (or note that it didn't exist yet), S keep a
      *          before-image of one player's stats rows, C the run
      *          finished -- drop the images, R put every file back
      *          the way the before-images say, then drop them.
      ******************************************************************
       01  l-rollback-journal.
           05  l-rb-action             pic a.
               88  l-rb-query          value 'Q'.
               88  l-rb-begin          value 'B'.
               88  l-rb-save-file      value 'F'.
               88  l-rb-save-stats     value 'S'.
               88  l-rb-commit         value 'C'.
               88  l-rb-rollback       value 'R'.
           05  l-rb-program            pic x(20).
           05  l-rb-args               pic x(60).
           05  l-rb-file-name          pic x(60).
           05  l-rb-player             pic x(20).
           05  l-rb-result             pic a.
               88  l-rb-none           value 'N'.
               88  l-rb-pending        value 'P'.
               88  l-rb-done           value 'D'.
           05  l-rb-stamp              pic x(14).
           05  l-rb-user               pic x(12).
           05  l-rb-entries            pic 9(4).
