      *          and batch utilities append through run-journal and
      *          prints who ran what, when, with what arguments, and
      *          how many rows moved -- filterable by date and by
      *          program. --denied lists only the attempts
      *          operator-check turned away (outcome DENIED): logins
      *          that tried a utility they hold no grant for.
      *
      *          Usage: journal-report [--date=YYYYMMDD]
      *                                [--program=NAME] [--denied]
      * Tectonics: ./build.sh
      ******************************************************************
       identification division.

       01  ws-date-filter          pic 9(8) value 0.
       01  ws-program-filter       pic x(20) value spaces.
       01  ws-denied-only-sw       pic a value 'N'.
           88  ws-denied-only      value 'Y'.

       01  ws-eof-sw               pic a value 'N'.
           88  ws-eof              value 'Y'.
           88  ws-not-eof          value 'N'.

       01  ws-row-count            pic 9(5) comp value 0.
       01  ws-denied-count         pic 9(5) comp value 0.
       01  ws-row-count-disp       pic z(4)9.
       01  ws-rows-in-disp         pic z(6)9.
       01  ws-rows-out-disp        pic z(6)9.
           move ws-row-count to ws-row-count-disp
           display concat(
               "Runs listed: " trim(ws-row-count-disp))
           if ws-denied-count > 0 then
               move ws-denied-count to ws-row-count-disp
               display concat(
                   "Refused for want of an operator grant: "
                   trim(ws-row-count-disp))
           end-if

           stop run.

                   to ws-program-filter
           end-if

           move 0 to ws-cmd-found
           inspect ws-cmd-args tallying ws-cmd-found
               for all "--denied"
           if ws-cmd-found > 0 then
               set ws-denied-only to true
           end-if

           exit paragraph.


               exit paragraph
           end-if

           if ws-denied-only
           and f-jrn-outcome not = "DENIED" then
               exit paragraph
           end-if

           move f-jrn-rows-in to ws-rows-in-disp
           move f-jrn-rows-out to ws-rows-out-disp

           end-if

           add 1 to ws-row-count
           if f-jrn-outcome = "DENIED" then
               add 1 to ws-denied-count
           end-if

           exit paragraph.

