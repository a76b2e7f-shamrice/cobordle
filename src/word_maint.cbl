      *> exists to remember.
       copy "./src/copy/run_journal.cpy".

      *> Only a login granted this utility in cobordle_operators.dat
      *> may run it.
       copy "./src/copy/operator_check.cpy".

       procedure division.

       main-procedure.
           move upper-case(ws-word-input) to ws-word-input
           move ws-cmd-arg-two to ws-csv-file-name

           if ws-command not = "--list"
           and ws-command not = "--list-defs" then
               perform check-operator-grant
           end-if

           perform determine-word-file-name
           perform determine-expected-length
           perform determine-keep-generations

           exit paragraph.


       check-operator-grant.

           move "word-maint" to l-oc-program
           move ws-cmd-args(1:60) to l-oc-args
           call "operator-check" using l-operator-check

           if l-oc-denied then
               display l-oc-message
               move 8 to return-code
               stop run
           end-if

           exit paragraph.

       end program word-maint.
