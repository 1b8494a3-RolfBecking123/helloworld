      * the difference in cash and keys only what the credit covers.
      * The balance function answers "how much have I got" without
      * touching anything; custinq.cbl shows the same figure on the
      * customer inquiry. Every credit drawn down is also written to
      * the store-credit journal, credjnl.dat, for the nightly
      * general-ledger run.
      *
      ****************************************************************

       identification division.
       program-id. bookcred.

       environment division.
       input-output section.
       file-control.
           select optional credjnlfile assign to "credjnl.dat"
               organization is line sequential
               file status is ls-cj-status
               .

       data division.
       file section.
       FD credjnlfile.
       copy "credjnl-rec.cpy" replacing ==(prefix)== by ==cj==.

       working-storage section.
       01 ls-cj-status            pic xx.
       copy "signon-id.cpy".

       01 ws-choice               pic x.
           88 cred-redeem           value "R" "r".
           88 cred-balance          value "B" "b".
               display "bookcred: cannot update credit "
                        ws-sc-credit-no " status " ws-sc-file-status
               set ws-eol to true
           else
               perform journal-redemption
           end-if
           .

       journal-redemption.
           open extend credjnlfile
           evaluate ls-cj-status
            when "05"
            when "00"
               continue
            when other
               display "bookcred: cannot open credjnl.dat, status "
                        ls-cj-status
               exit paragraph
           end-evaluate
           move function current-date(1:8) to cj-date
           set cj-redeemed to true
           move ws-sc-credit-no    to cj-credit-no
           move ws-sc-customer-no  to cj-customer-no
           move ws-to-take         to cj-amount
           move signon-operator-id to cj-operator
           write cj-record
           close credjnlfile
           .
