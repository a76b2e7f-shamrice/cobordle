      ******************************************************************
      * Purpose: Record layout for the office holiday calendar
      *          (cobordle_holidays.dat): one row per date the office
      *          is closed, with what the closure is. Hand-maintained
      *          by the commissioner; read through holiday-check.
      ******************************************************************
       01  f-holiday-record.
           05  f-holiday-date          pic 9(8).
           05  f-holiday-filler        pic x.
           05  f-holiday-name          pic x(30).
