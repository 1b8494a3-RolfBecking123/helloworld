      * default amount is the quantity at today's effective retail;
      * the counter can key a different amount when the original
      * sale price was different. Redemption and balance inquiry
      * live in bookcred.cbl and custinq.cbl. Each credit issued is
      * also written to the store-credit journal, credjnl.dat, for
      * the nightly general-ledger run. Issuing a credit needs the
      * store-credit permission (bookauth.cbl); without it the
      * attempt is logged against the customer number and the
      * return stands with the refund given the ordinary way.
      *
      ****************************************************************

               file status is ls-rpt-status
               .

           select optional credjnlfile assign to "credjnl.dat"
               organization is line sequential
               file status is ls-cj-status
               .

       data division.
       file section.
       FD return-report.
       01 rpt-line                 pic x(80).

       FD credjnlfile.
       copy "credjnl-rec.cpy" replacing ==(prefix)== by ==cj==.

       working-storage section.
       01 ls-rpt-status            pic xx.
       01 ls-cj-status             pic xx.
       01 ws-signon-status         pic xx.
       copy "signon-id.cpy".

       01 ws-au-function           pic x.
           88 au-credit              value "S".
       01 ws-au-stockno            pic x(4).
       01 ws-au-reference          pic x(10).
       01 ws-au-status             pic xx.

       01 ws-another               pic x value "Y".
           88 ws-no-more             value "N" "n".
                        ws-cu-file-status " - no credit"
               exit paragraph
           end-if
           perform check-authority
           if ws-au-status <> "00"
               exit paragraph
           end-if

           compute ws-default-amount =
               ws-qty-in * ws-bk-effective-retail
               display "bookret: credit " ws-sc-credit-no
                       " issued to customer " ws-customer-in
                       " for " ws-amount-in
               perform journal-credit-issued
           else
               display "bookret: credit not written, status "
                        ws-sc-file-status
           end-if
           .

       check-authority.
           set au-credit to true
           move ws-stockno-in to ws-au-stockno
           move spaces to ws-au-reference
           string "CUST" ws-customer-in delimited by size
               into ws-au-reference
           call "bookauth" using ws-au-function
                                 ws-au-stockno
                                 ws-au-reference
                                 ws-au-status
           if ws-au-status <> "00"
               display "bookret: operator " signon-operator-id
                       " may not issue store credit - no credit"
           end-if
           .

       journal-credit-issued.
           open extend credjnlfile
           evaluate ls-cj-status
            when "05"
            when "00"
               continue
            when other
               display "bookret: cannot open credjnl.dat, status "
                        ls-cj-status
               exit paragraph
           end-evaluate
           move ws-sc-date-issued  to cj-date
           set cj-issued to true
           move ws-sc-credit-no    to cj-credit-no
           move ws-sc-customer-no  to cj-customer-no
           move ws-sc-amount-issued to cj-amount
           move signon-operator-id to cj-operator
           write cj-record
           close credjnlfile
           .

       write-register-line.
           perform check-page-break
           move ws-stockno-in to ws-d-stockno
