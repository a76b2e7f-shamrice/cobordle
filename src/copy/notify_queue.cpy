      ******************************************************************
      * Purpose: Call interface for notify-queue, which adds one
      *          message for the office chat channel to the
      *          notification queue. The text may name l-nq-player-1
      *          as {1} and l-nq-player-2 as {2}; the sender decides
      *          at posting time whether each becomes an @mention.
      *          The message id given to the row comes back in
      *          l-nq-msg-id (spaces when the text was empty and
      *          nothing was queued).
      ******************************************************************
       01  l-notify-queue.
           05  l-nq-source             pic x(12).
           05  l-nq-player-1           pic x(20).
           05  l-nq-player-2           pic x(20).
           05  l-nq-text               pic x(200).
           05  l-nq-msg-id             pic x(16).
