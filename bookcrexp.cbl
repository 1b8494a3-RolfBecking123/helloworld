      ****************************************************************
      *
      * Store-credit expiry run.
      *
      * Closes out store credit the shop's policy says has lapsed.
      * The policy is the number of days a credit stays good from
      * its sc-date-issued, held in the one-line control file
      * credpolicy.dat; with no file, or a zero in it, the shop
      * default of two years (730 days) applies. Every OPEN credit
      * older than the policy has the amount still left on it
      * written to the store-credit journal (credjnl.dat) as an
      * EXPIRED movement - the record that the money came off the
      * books, and what the general-ledger run (bookgl.cbl) posts
      * out of the liability - and logged on audit.dat as a CREXP
      * record carrying the credit number and the operator who ran
      * the expiry - who signs on first (booksign.cbl), as the run
      * writes money off the books. It is then marked EXPIRED on
      * storecred.dat with nothing left, so neither the counter
      * (bookcred.cbl) nor custinq.cbl will offer it again. Each
      * credit closed is listed on bookcrexp<stamp>.rpt with the
      * total written off, and the report is catalogued on
      * rptcat.dat. A credit
      * already used up, or already expired, is left alone, so a
      * rerun the same day changes nothing.
      *
      ****************************************************************

       identification division.
       program-id. bookcrexp.

       environment division.
       input-output section.
       file-control.
           select expiry-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

           select optional policyfile assign to "credpolicy.dat"
               organization is line sequential
               file status is ls-pol-status
               .

           select optional credjnlfile assign to "credjnl.dat"
               organization is line sequential
               file status is ls-cj-status
               .

           select optional auditfile assign to "audit.dat"
               organization is line sequential
               file status is ls-audit-status
               .

       data division.
       file section.
       FD expiry-report.
       01 rpt-line                 pic x(80).

       FD policyfile.
       01 pol-record.
           03 pol-expiry-days      pic 9(4).

       FD credjnlfile.
       copy "credjnl-rec.cpy" replacing ==(prefix)== by ==cj==.

       FD auditfile.
       copy "audit-rec.cpy" replacing ==(prefix)== by ==aud==.

       working-storage section.
       01 ls-rpt-status            pic xx.
       01 ls-pol-status            pic xx.
       01 ls-cj-status             pic xx.
       01 ls-audit-status          pic xx.
       01 ws-signon-status         pic xx.
       copy "signon-id.cpy".

       01 ws-eol-flag              pic x.
           88 ws-eol                  value "Y".
       01 ws-today                 pic 9(8).
       01 ws-today-int             pic 9(8).
       01 ws-age-days              pic 9(5).
       01 ws-default-days          pic 9(4) value 730.
       01 ws-expiry-days           pic 9(4).
       01 ws-lapsed-amount         pic 9(5)v99.
       01 ws-expired-count         pic 9(5) value zero.
       01 ws-expired-amount        pic 9(8)v99 value zero.
       01 ws-saved-credit-no       pic 9(8).

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       01 ws-sc-function           pic x.
           88 sc-next-record         value "4".
           88 sc-update-record       value "5".
       01 ws-sc-file-status        pic xx.
       copy "storecred-rec.cpy" replacing ==(prefix)== by ==ws-sc==.

       01 ws-cu-function           pic x.
           88 cu-read-record         value "1".
       01 ws-cu-file-status        pic xx.
       copy "customer-rec.cpy" replacing ==(prefix)== by ==ws-cu==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-policy-line.
           05 filler                pic x(36)
               value "CREDITS ISSUED MORE THAN".
           05 ws-p-days             pic zzz9.
           05 filler                pic x(28)
               value " DAYS AGO EXPIRE".

       01 ws-heading-1.
           05 filler                pic x(10) value "CREDIT #".
           05 filler                pic x(8)  value "CUST #".
           05 filler                pic x(23) value "NAME".
           05 filler                pic x(10) value "ISSUED".
           05 filler                pic x(6)  value "  AGE".
           05 filler                pic x(11) value "     AMOUNT".
           05 filler                pic x(11) value "    LAPSED".

       01 ws-detail-line.
           05 ws-d-credit-no        pic 9(8).
           05 filler                pic x(2)  value spaces.
           05 ws-d-customer-no      pic 9(6).
           05 filler                pic x(2)  value spaces.
           05 ws-d-name             pic x(22).
           05 filler                pic x     value space.
           05 ws-d-date-issued      pic 9(8).
           05 filler                pic x(2)  value spaces.
           05 ws-d-age              pic z(4)9.
           05 filler                pic x(2)  value spaces.
           05 ws-d-amount-issued    pic zz,zz9.99.
           05 filler                pic x(2)  value spaces.
           05 ws-d-amount-lapsed    pic zz,zz9.99.

       01 ws-total-line.
           05 filler                pic x(25)
               value "TOTAL WRITTEN OFF".
           05 ws-t-count            pic zzzz9.
           05 filler                pic x(9)  value " CREDITS ".
           05 filler                pic x(27) value spaces.
           05 ws-t-amount           pic zz,zzz,zz9.99.

       procedure division.
       main-line.
           call "booksign" using ws-signon-status
           if ws-signon-status <> "00"
               move 16 to return-code
               goback
           end-if
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:8) to ws-today
           compute ws-today-int = function integer-of-date(ws-today)
           perform load-policy
           perform set-up-heading

           move spaces to ws-rpt-name
           string "bookcrexp"           delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output expiry-report
           if ls-rpt-status <> "00"
               display "bookcrexp: cannot open expiry-report, status "
                        ls-rpt-status
               move 16 to return-code
               goback
           end-if
           perform write-page-heading

           open extend credjnlfile
           evaluate ls-cj-status
            when "05"
            when "00"
               continue
            when other
               display "bookcrexp: cannot open credjnl.dat, status "
                        ls-cj-status
               close expiry-report
               move 16 to return-code
               goback
           end-evaluate

           open extend auditfile
           evaluate ls-audit-status
            when "05"
            when "00"
               continue
            when other
               display "bookcrexp: cannot open audit.dat, status "
                        ls-audit-status
               close credjnlfile
               close expiry-report
               move 16 to return-code
               goback
           end-evaluate

           perform expire-old-credits
           close auditfile
           close credjnlfile

           perform check-page-break
           move spaces to rpt-line
           write rpt-line
           move ws-expired-count  to ws-t-count
           move ws-expired-amount to ws-t-amount
           move ws-total-line to rpt-line
           write rpt-line

           move ws-expired-count to ws-rh-t-count
           move "EXPIRED ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close expiry-report
           perform register-report
           display "bookcrexp: " ws-expired-count " credits expired, "
                    ws-expired-amount " written off"
           goback
           .

      *>------No policy file, or a zero in it, means the shop default
       load-policy.
           move ws-default-days to ws-expiry-days
           open input policyfile
           if ls-pol-status <> "00"
               exit paragraph
           end-if
           read policyfile
           if ls-pol-status = "00"
                   and pol-expiry-days is numeric
                   and pol-expiry-days > zero
               move pol-expiry-days to ws-expiry-days
           end-if
           close policyfile
           .

       set-up-heading.
           move "bookcrexp"   to ws-rh-h-program
           move "STORE-CREDIT EXPIRY REGISTER" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

       expire-old-credits.
           initialize ws-sc-details
           move "N" to ws-eol-flag
           perform until ws-eol
               set sc-next-record to true
               call "storecred" using ws-sc-function
                                      ws-sc-details
                                      ws-sc-file-status
               if ws-sc-file-status <> "00"
                   set ws-eol to true
               else
                   if ws-sc-status-open
                           and ws-sc-date-issued > zero
                           and ws-sc-date-issued < ws-today
                       compute ws-age-days = ws-today-int
                           - function integer-of-date(ws-sc-date-issued)
                       if ws-age-days > ws-expiry-days
                           perform expire-one-credit
                       end-if
                   end-if
               end-if
           end-perform
           .

      *>------The journal line goes first: a credit marked expired
      *>------with no journal line would vanish from the ledger unseen.
       expire-one-credit.
           move ws-sc-amount-left to ws-lapsed-amount
           move ws-sc-credit-no   to ws-saved-credit-no
           if ws-lapsed-amount > zero
               move ws-today           to cj-date
               set cj-expired to true
               move ws-sc-credit-no    to cj-credit-no
               move ws-sc-customer-no  to cj-customer-no
               move ws-lapsed-amount   to cj-amount
               move signon-operator-id to cj-operator
               write cj-record
           end-if
           perform write-expiry-audit

           move zero to ws-sc-amount-left
           set ws-sc-status-expired to true
           set sc-update-record to true
           call "storecred" using ws-sc-function
                                  ws-sc-details
                                  ws-sc-file-status
           if ws-sc-file-status <> "00"
               display "bookcrexp: credit " ws-saved-credit-no
                       " not marked expired, status "
                       ws-sc-file-status
               move 16 to return-code
           end-if

           perform write-expiry-line
           add 1 to ws-expired-count
           add ws-lapsed-amount to ws-expired-amount
           .

      *>------No title and no stock movement - the credit number in
      *>------aud-reference is what the record is about.
       write-expiry-audit.
           move spaces             to aud-stockno
           move "CREXP"            to aud-operation
           move zero               to aud-old-onhand
           move zero               to aud-new-onhand
           move zero               to aud-old-retail
           move zero               to aud-new-retail
           move function current-date to aud-timestamp
           move signon-operator-id to aud-operator
           move ws-sc-credit-no    to aud-reference
           write aud-record
           .

       write-expiry-line.
           initialize ws-cu-details
           move ws-sc-customer-no to ws-cu-number
           set cu-read-record to true
           call "customer" using ws-cu-function
                                 ws-cu-details
                                 ws-cu-file-status

           perform check-page-break
           move ws-sc-credit-no     to ws-d-credit-no
           move ws-sc-customer-no   to ws-d-customer-no
           move ws-cu-name          to ws-d-name
           move ws-sc-date-issued   to ws-d-date-issued
           move ws-age-days         to ws-d-age
           move ws-sc-amount-issued to ws-d-amount-issued
           move ws-lapsed-amount    to ws-d-amount-lapsed
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           .

       check-page-break.
           if ws-rh-line-count >= ws-rh-page-limit
               perform write-page-heading
           end-if
           .

       write-page-heading.
           add 1 to ws-rh-page-number
           move ws-rh-page-number to ws-rh-h-page
           move ws-rh-heading-line to rpt-line
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move ws-expiry-days to ws-p-days
           move ws-policy-line to rpt-line
           write rpt-line
           move ws-heading-1 to rpt-line
           write rpt-line
           move 4 to ws-rh-line-count
           .

       register-report.
           initialize ws-rc-details
           move "bookcrexp"            to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-expired-count       to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookcrexp: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
