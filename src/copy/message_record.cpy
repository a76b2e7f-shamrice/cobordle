      ******************************************************************
      * Purpose: Record layout for the per-language message files
      *          (cobordle_messages_<ll>.dat, e.g. cobordle_messages_
      *          fr.dat): one row per message, the 3-digit message
      *          number from messages_en.cpy, a space, and the wording
      *          in that language, with {1} thru {4} where the English
      *          has them. Rows starting with * are notes for the
      *          translator. Read through message-text; checked by
      *          message-check.
      ******************************************************************
       01  f-message-record.
           05  f-message-number        pic x(3).
           05  f-message-filler        pic x.
           05  f-message-text          pic x(100).
