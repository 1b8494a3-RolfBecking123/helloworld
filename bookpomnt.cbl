      * A line that has already received stock cannot be cancelled
      * outright and a quantity cannot be cut below what has already
      * arrived - receive what is here, amend the rest away.
      * Cancelling - a whole PO or one line - needs the PO-cancel
      * permission (bookauth.cbl); a refusal is logged against the
      * PO number. Amending a quantity does not.
      *
      ****************************************************************

       01 ws-signon-status       pic xx.
       copy "signon-id.cpy".

       01 ws-au-function         pic x.
           88 au-po-cancel         value "C".
       01 ws-au-stockno          pic x(4).
       01 ws-au-reference        pic x(10).
       01 ws-au-status           pic xx.

       01 ws-po-function         pic x.
           88 po-read-record       value "1".
           88 po-update-record     value "5".
           if ws-po-file-status <> "00"
               exit paragraph
           end-if
           move spaces to ws-au-stockno
           perform check-authority
           if ws-au-status <> "00"
               exit paragraph
           end-if

           display "Cancel PO " ws-po-number-in
                   " and all its open lines? (Y/N) "
           if ws-pl-file-status <> "00"
               exit paragraph
           end-if
           move ws-pl-stockno to ws-au-stockno
           perform check-authority
           if ws-au-status <> "00"
               exit paragraph
           end-if

           display "Cancel line " ws-line-no-in " stock "
                    ws-pl-stockno "? (Y/N) "
           end-if
           .

       check-authority.
           set au-po-cancel to true
           move spaces to ws-au-reference
           string "PO " ws-po-number-in delimited by size
               into ws-au-reference
           call "bookauth" using ws-au-function
                                 ws-au-stockno
                                 ws-au-reference
                                 ws-au-status
           if ws-au-status <> "00"
               display "bookpomnt: operator " signon-operator-id
                       " may not cancel POs - refused"
           end-if
           .

       amend-one-line.
           perform read-header
           if ws-po-file-status <> "00"
           move ws-pl-cost        to aud-new-retail
           move function current-date to aud-timestamp
           move signon-operator-id to aud-operator
           move spaces             to aud-reference
           write aud-record

           close auditfile
