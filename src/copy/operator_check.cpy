      ******************************************************************
      * Purpose: Call interface for operator-check: the administrative
      *          utility about to run and its arguments. Comes back
      *          granted when the invoking login holds a grant for
      *          that utility in cobordle_operators.dat; denied
      *          otherwise, with the refusal already written to the
      *          run journal (outcome DENIED) and the text to show in
      *          l-oc-message.
      ******************************************************************
       01  l-operator-check.
           05  l-oc-program            pic x(20).
           05  l-oc-args               pic x(60).
           05  l-oc-user               pic x(12).
           05  l-oc-result             pic a.
               88  l-oc-granted        value 'G'.
               88  l-oc-denied         value 'D'.
           05  l-oc-message            pic x(80).
