      *> the run the journal exists to remember.
       copy "./src/copy/run_journal.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.
           display "COBORDLE - Transcript consolidation"

           accept ws-cmd-args from command-line
           perform check-operator-grant
           perform determine-target-month

           move function current-date(1:6) to ws-current-month

           exit paragraph.


       check-operator-grant.

           move "transcript-pack" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program transcript-pack.
