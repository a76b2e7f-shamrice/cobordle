      ******************************************************************
      * Purpose: Record layout for the special-event calendar
      *          (cobordle_events.dat): one row per themed event --
      *          the first and last day it runs, the category list
      *          its dailies are drawn from, the word length, and the
      *          banner shown while it runs. Hand-maintained by the
      *          commissioner; read through event-check.
      ******************************************************************
       01  f-event-record.
           05  f-event-from-date       pic 9(8).
           05  f-event-filler-1        pic x.
           05  f-event-to-date         pic 9(8).
           05  f-event-filler-2        pic x.
           05  f-event-category        pic x(20).
           05  f-event-filler-3        pic x.
           05  f-event-length          pic 9.
           05  f-event-filler-4        pic x.
           05  f-event-banner          pic x(60).
