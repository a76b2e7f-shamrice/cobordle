      ******************************************************************
      * Purpose: Call interface for player-signin. Action 'V' signs
      *          the player in before recorded play: checks the id
      *          against the player master and asks for the PIN (or
      *          has the player choose one, the first time). Result
      *          'S' signed in, 'U' not registered, 'I' inactive, 'P'
      *          wrong PIN, 'O' open -- no player master yet, so
      *          registration isn't in force. Refusals come back with
      *          the text to show in l-ps-message. The prompts and
      *          messages come out in l-ps-language (see message-text;
      *          spaces = English). Action 'H' only hashes l-ps-pin
      *          for l-ps-player into l-ps-pin-hash, for player-master.
      ******************************************************************
       01  l-player-signin.
           05  l-ps-action             pic a.
               88  l-ps-verify         value 'V'.
               88  l-ps-hash-only      value 'H'.
           05  l-ps-player             pic x(20).
           05  l-ps-pin                pic x(8).
           05  l-ps-pin-hash           pic 9(9).
           05  l-ps-result             pic a.
               88  l-ps-signed-in      value 'S'.
               88  l-ps-unregistered   value 'U'.
               88  l-ps-inactive       value 'I'.
               88  l-ps-bad-pin        value 'P'.
               88  l-ps-open           value 'O'.
           05  l-ps-name               pic x(30).
           05  l-ps-team               pic x(20).
           05  l-ps-message            pic x(80).
           05  l-ps-language           pic x(2).
