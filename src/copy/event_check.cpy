      ******************************************************************
      * Purpose: Call interface for event-check: does a special
      *          event from the events calendar cover this date?
      *          Comes back with the event switch set, and the
      *          event's category, length and banner, when one does.
      ******************************************************************
       01  l-event-check.
           05  l-ev-date               pic 9(8).
           05  l-ev-flag               pic a.
               88  l-ev-active         value 'Y'.
               88  l-ev-none           value 'N'.
           05  l-ev-category           pic x(20).
           05  l-ev-length             pic 9.
           05  l-ev-banner             pic x(60).
