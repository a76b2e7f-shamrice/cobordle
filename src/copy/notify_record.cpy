      ******************************************************************
      * Purpose: Record layout for the office chat notification queue
      *          (cobordle_notify_queue.dat). Monthly-awards,
      *          season-close, pickem --settle and challenge add a
      *          message here through notify-queue; notify-send posts
      *          them to the chat webhook in order and moves each
      *          delivered one to cobordle_notify_sent.dat. The text
      *          names players by placeholder -- {1} for player 1,
      *          {2} for player 2 -- so the sender can render each as
      *          an @mention or, for a player who has opted out with
      *          CHAT-MENTIONS=N in their profile, a plain name.
      ******************************************************************
       01  f-notify-record.
           05  f-notify-stamp          pic x(14).
           05  f-notify-msg-id         pic x(16).
           05  f-notify-source         pic x(12).
           05  f-notify-player-1       pic x(20).
           05  f-notify-player-2       pic x(20).
           05  f-notify-attempts       pic 9(3).
           05  f-notify-text           pic x(200).
