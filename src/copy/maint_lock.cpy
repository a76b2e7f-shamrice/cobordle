      ******************************************************************
      * Purpose: Call interface for maint-lock: the maintenance-window
      *          lock the administrative utilities hold while they
      *          rewrite the stats file and the per-player files, and
      *          every program that records play checks at start-up.
      *
      *          Actions: S set (take the lock for l-ml-minutes),
      *          C clear (release a lock this run took), Q query (is
      *          anyone holding it?), F force-clear (maint-window
      *          removing a stale lock left by a crashed job).
      *
      *          A utility started by a run that already holds the
      *          lock -- nightly-batch's steps -- joins that lock
      *          instead of being refused, and leaves it in place when
      *          it finishes.
      ******************************************************************
       01  l-maint-lock.
           05  l-ml-action             pic x.
               88  l-ml-set            value 'S'.
               88  l-ml-clear          value 'C'.
               88  l-ml-query          value 'Q'.
               88  l-ml-force-clear    value 'F'.
           05  l-ml-program            pic x(20).
           05  l-ml-minutes            pic 9(4).
           05  l-ml-result             pic x.
               88  l-ml-granted        value 'G'.
               88  l-ml-joined         value 'J'.
               88  l-ml-refused        value 'R'.
               88  l-ml-cleared        value 'C'.
               88  l-ml-free           value 'F'.
               88  l-ml-held           value 'H'.
      *> Filled whenever a lock exists: who holds it, since when,
      *> and until when they expect to be done.
           05  l-ml-holder             pic x(20).
           05  l-ml-holder-user        pic x(12).
           05  l-ml-set-stamp          pic x(14).
           05  l-ml-until-stamp        pic x(12).
           05  l-ml-until-disp         pic x(5).
           05  l-ml-stale-flag         pic a.
               88  l-ml-stale          value 'Y'.
               88  l-ml-not-stale      value 'N'.
      *> Ready-made line for a program to show the player, in the
      *> player's language (see message-text) when the caller sets
      *> one; spaces = English.
           05  l-ml-message            pic x(120).
           05  l-ml-language           pic x(2).
