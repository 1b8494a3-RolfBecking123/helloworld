      * report so the change can be checked before it goes live on
      * the shelves. Every price it touches is also written to the
      * audit log, the same as a change made through book.cbl.
      * Only an operator with the price-change permission may run
      * it (bookauth.cbl); anyone else is refused and the attempt
      * logged.
      *
      ****************************************************************

       01 ws-signon-status      pic xx.
       copy "signon-id.cpy".

       01 ws-au-function        pic x.
           88 au-price            value "P".
       01 ws-au-stockno         pic x(4).
       01 ws-au-reference       pic x(10).
       01 ws-au-status          pic xx.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-heading-1.
           if ws-signon-status <> "00"
               stop run
           end-if
           perform check-authority
           perform set-up-heading
           perform prompt-for-selection
           perform open-files
           stop run
           .

       check-authority.
           set au-price to true
           move spaces      to ws-au-stockno
           move "bookprice" to ws-au-reference
           call "bookauth" using ws-au-function
                                 ws-au-stockno
                                 ws-au-reference
                                 ws-au-status
           if ws-au-status <> "00"
               display "bookprice: operator " signon-operator-id
                       " may not change prices - refused"
               stop run
           end-if
           .

       prompt-for-selection.
           display "Apply by (T)ype or (V)endor code? "
           accept ws-select-mode
           move ws-new-retail  to aud-new-retail
           move function current-date to aud-timestamp
           move signon-operator-id to aud-operator
           move spaces             to aud-reference
           write aud-record

           close auditfile
