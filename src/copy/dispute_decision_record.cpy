      ******************************************************************
      * Purpose: Record layout for the curator decision log
      *          (cobordle_dispute_decisions.dat), appended by
      *          dispute-review for every action taken on a disputed
      *          word -- blacked out, removed from its list through
      *          word-maint, or dismissed -- with who decided, how
      *          many open disputes it closed, whether the action
      *          went through, and the curator's note.
      ******************************************************************
       01  f-decision-record.
           05  f-dec-stamp             pic x(14).
           05  f-dec-reviewer          pic x(12).
           05  f-dec-word              pic a(7).
           05  f-dec-list-name         pic x(40).
           05  f-dec-action            pic x(8).
           05  f-dec-disputes          pic 9(4).
           05  f-dec-outcome           pic x(6).
           05  f-dec-note              pic x(40).
