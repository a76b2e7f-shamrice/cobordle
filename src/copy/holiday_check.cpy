      ******************************************************************
      * Purpose: Call interface for holiday-check: is this date one
      *          of the office's closed days in the holiday calendar?
      *          Comes back with the holiday switch set, and the
      *          closure's name, when it is.
      ******************************************************************
       01  l-holiday-check.
           05  l-hc-date               pic 9(8).
           05  l-hc-holiday-flag       pic a.
               88  l-hc-holiday        value 'Y'.
               88  l-hc-open           value 'N'.
           05  l-hc-name               pic x(30).
