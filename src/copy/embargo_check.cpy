      ******************************************************************
      * Purpose: Call interface for daily-embargo: one word about to be
      *          shown by a display program, and who is looking at it.
      *          The viewer is the player id of the person at the
      *          screen, or spaces for a display nobody in particular
      *          is watching (the wallboard, a static HTML page).
      *          Comes back with the masked switch set when the word is
      *          one of the current game day's daily words and the
      *          viewer hasn't finished that daily yet, and with the
      *          text to print in its place either way.
      ******************************************************************
       01  l-embargo-check.
           05  l-emb-word              pic a(7).
           05  l-emb-viewer            pic x(20).
           05  l-emb-masked-flag       pic a.
               88  l-emb-masked        value 'Y'.
               88  l-emb-visible       value 'N'.
           05  l-emb-shown-word        pic x(7).
