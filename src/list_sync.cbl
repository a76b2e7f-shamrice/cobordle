      *> syncs leave a trace.
       copy "./src/copy/run_journal.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.

           display "COBORDLE - Word list sync"

           perform check-operator-grant

           perform load-config-url
           perform check-url-safe


           exit paragraph.


       check-operator-grant.

           move "list-sync" to l-oc-program
           move spaces to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program list-sync.
