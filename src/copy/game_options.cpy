      *> before the first guess is logged, which is why it's stamped
      *> at round start rather than when record-game-stats writes.)
           05  l-game-id                   pic x(16) value spaces.
      *> Special-event banner (see event-check). cobordle fills it
      *> when the day's daily belongs to an event from the events
      *> calendar -- the round is then dealt from the event's
      *> category list at the event's length -- and run-game keeps it
      *> on the info bar whenever nothing else is showing there.
      *> Spaces = no event.
           05  l-event-banner              pic x(60) value spaces.
      *> Two-letter language the player's prompts and messages come
      *> out in (see message-text), set alongside l-language from
      *> --lang= or the LANGUAGE config key. Kept apart from
      *> l-language because a themed --category blanks that for the
      *> word lists, while the player still reads their own
      *> language. Spaces = English.
           05  l-message-language          pic x(2) value spaces.
