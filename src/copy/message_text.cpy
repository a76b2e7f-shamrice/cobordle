      ******************************************************************
      * Purpose: Call interface for message-text: the wording for one
      *          message number in the player's language, with the
      *          caller's values filled in for its {1} thru {4}
      *          markers. Callers set the language, the number and
      *          whatever values the message takes, and get the
      *          finished line back in l-mt-text.
      ******************************************************************
       01  l-message-text.
           05  l-mt-language           pic x(2).
           05  l-mt-number             pic 9(3).
           05  l-mt-parms.
               10  l-mt-parm-1         pic x(40).
               10  l-mt-parm-2         pic x(40).
               10  l-mt-parm-3         pic x(40).
               10  l-mt-parm-4         pic x(40).
           05  l-mt-parm redefines l-mt-parms
                                       pic x(40) occurs 4 times.
           05  l-mt-text               pic x(120).
