      ****************************************************************
      *
      * Operator permission check.
      *
      * Called by a program just before a sensitive action with the
      * action's code: the signed-on operator (signon-id.cpy) is read
      * back through bookoper.cbl and the matching permission flag
      * on operfile.dat decides -
      *
      *   P  bulk price change            bookprice.cbl
      *   V  post cycle-count variances   bookvar.cbl
      *   C  cancel a PO or PO line       bookpomnt.cbl
      *   D  delete a title               booktest.cbl
      *   S  issue store credit           bookret.cbl
      *   O  maintain operators           opertest.cbl
      *
      * "00" comes back when the action may go ahead. Anything else
      * is a refusal - no operator signed on, initials no longer on
      * file or inactive, or the flag not set - and the refusal is
      * written to audit.dat before returning "23", so the owner can
      * see who tried what. The audit record carries an operation
      * code naming the action (NOPRIC, NOVAR, NOPOCN, NODEL,
      * NOCRED, NOOPER), the stock number where there is one, and the
      * caller's reference - its own name, or the PO or customer
      * number concerned. The caller tells the operator and decides
      * what to do instead.
      *
      ****************************************************************

       Program-id. bookauth.

       Environment division.
       input-output section.
       file-control.
           select optional auditfile assign to "audit.dat"
               file status is ls-audit-status
               organization is line sequential
               .

       data division.
       File section.
       FD auditfile.
       copy "audit-rec.cpy" replacing ==(prefix)== by ==aud==.

       working-storage section.
       01 ls-audit-status  pic xx.
       01 ws-allowed-flag  pic x.
           88 ws-allowed     value "Y".
       01 ws-refuse-op     pic x(6).

       01 ws-op-function   pic x.
           88 op-read-record value "1".
       01 ws-op-file-status pic xx.
       copy "operator-rec.cpy" replacing ==(prefix)== by ==ws-op==.

       copy "signon-id.cpy".

       linkage section.
       01 lnk-auth-function pic x.
           88 auth-price       value "P".
           88 auth-variance    value "V".
           88 auth-po-cancel   value "C".
           88 auth-delete      value "D".
           88 auth-credit      value "S".
           88 auth-operators   value "O".
       01 lnk-auth-stockno   pic x(4).
       01 lnk-auth-reference pic x(10).
       01 lnk-auth-status    pic xx.

       procedure division using lnk-auth-function
                                lnk-auth-stockno
                                lnk-auth-reference
                                lnk-auth-status.
       main section.
           move "N" to ws-allowed-flag
           perform read-operator
           if ws-op-file-status = "00" and ws-op-is-active
               evaluate true
                when auth-price
                   if ws-op-can-price
                       set ws-allowed to true
                   end-if
                when auth-variance
                   if ws-op-can-variance
                       set ws-allowed to true
                   end-if
                when auth-po-cancel
                   if ws-op-can-po-cancel
                       set ws-allowed to true
                   end-if
                when auth-delete
                   if ws-op-can-delete
                       set ws-allowed to true
                   end-if
                when auth-credit
                   if ws-op-can-credit
                       set ws-allowed to true
                   end-if
                when auth-operators
                   if ws-op-can-operators
                       set ws-allowed to true
                   end-if
               end-evaluate
           end-if

           if ws-allowed
               move "00" to lnk-auth-status
           else
               perform write-refusal
               move "23" to lnk-auth-status
           end-if
           exit program
           stop run
           .

       read-operator section.
           initialize ws-op-details
           if signon-operator-id = spaces
               move "23" to ws-op-file-status
               exit section
           end-if
           move signon-operator-id to ws-op-id
           set op-read-record to true
           call "bookoper" using ws-op-function
                                 ws-op-details
                                 ws-op-file-status
           .

       write-refusal section.
           evaluate true
            when auth-price
               move "NOPRIC" to ws-refuse-op
            when auth-variance
               move "NOVAR"  to ws-refuse-op
            when auth-po-cancel
               move "NOPOCN" to ws-refuse-op
            when auth-delete
               move "NODEL"  to ws-refuse-op
            when auth-credit
               move "NOCRED" to ws-refuse-op
            when other
               move "NOOPER" to ws-refuse-op
           end-evaluate

           open extend auditfile
           evaluate ls-audit-status
            when "05"
            when "00"
               continue
            when other
               exit section
           end-evaluate

           move lnk-auth-stockno   to aud-stockno
           move ws-refuse-op       to aud-operation
           move zero               to aud-old-onhand
           move zero               to aud-new-onhand
           move zero               to aud-old-retail
           move zero               to aud-new-retail
           move function current-date to aud-timestamp
           move signon-operator-id to aud-operator
           move lnk-auth-reference to aud-reference
           write aud-record

           close auditfile
           .
