      ******************************************************************
      * Purpose: Record layout for the single-game corrections file
      *          (cobordle_corrections.dat), written by correct-game:
      *          two rows per correction, the stats row as it stood
      *          before (image type B) and as it stands after (A; an
      *          all-spaces image for a voided game), each carrying
      *          when, who, why (the reason code) and what was done.
      ******************************************************************
       01  f-correction-record.
           05  f-corr-stamp            pic x(14).
           05  f-corr-user             pic x(12).
           05  f-corr-reason           pic x(8).
           05  f-corr-action           pic x(8).
           05  f-corr-game-id          pic x(16).
           05  f-corr-image-type       pic a.
               88  f-corr-before       value 'B'.
               88  f-corr-after        value 'A'.
           05  f-corr-image            pic x(100).
