      * there is nobody to sign on as, so the screen opens without
      * it exactly once, to key the first operator.
      *
      * The six permission flags (Y/N) are keyed here too, for the
      * functions bookauth.cbl guards. Adding, updating or deleting
      * an operator needs the operator-maintenance permission - the
      * screen can otherwise be used to grant yourself anything -
      * and a refusal is logged. The first operator keyed at setup
      * is the owner and gets every permission whatever is keyed.
      *
      ****************************************************************
       working-storage section.
       01 ws-function     pic x.
       01 ws-probe-function pic x.
           88 probe-next-record value "4".
       01 ws-probe-status pic xx.
       01 ws-setup-flag   pic x value "N".
           88 ws-first-time-setup value "Y".
       01 ws-au-function  pic x.
           88 au-operators  value "O".
       01 ws-au-stockno   pic x(4) value spaces.
       01 ws-au-reference pic x(10) value "opertest".
       01 ws-au-status    pic xx.
       copy "operator-rec.cpy" replacing ==(prefix)== by ==ws-op==.
       copy "operator-rec.cpy" replacing ==(prefix)== by ==ws-pr==.

           03 line 9 column 19 pic x using ws-op-active.
           03 line 9 column 20  value "]".

           03 line 11 column 5 value "Permissions Y/N:".

           03 line 12 column 5  value "Price change: [".
           03 line 12 column 20 pic x using ws-op-may-price.
           03 line 12 column 21 value "]".
           03 line 12 column 25 value "Variances: [".
           03 line 12 column 37 pic x using ws-op-may-variance.
           03 line 12 column 38 value "]".
           03 line 12 column 42 value "PO cancel: [".
           03 line 12 column 54 pic x using ws-op-may-po-cancel.
           03 line 12 column 55 value "]".

           03 line 13 column 5  value "Delete title: [".
           03 line 13 column 20 pic x using ws-op-may-delete.
           03 line 13 column 21 value "]".
           03 line 13 column 25 value "Store cred:[".
           03 line 13 column 37 pic x using ws-op-may-credit.
           03 line 13 column 38 value "]".
           03 line 13 column 42 value "Operators: [".
           03 line 13 column 54 pic x using ws-op-may-operators.
           03 line 13 column 55 value "]".

           03 line 15 column 5 value "--------------".

           03 line 17 column 5 value "Status:  [".
           03 line 17 column 15 pic xx from ws-file-status.
           03 line 17 column 18  value "] ".
           03 line 17 column 20 pic x(24) from ws-status-message.

       procedure division.
           perform require-signon
               accept oper-input-screen

               if ws-function <> "9"
                   perform call-bookoper
               end-if
           end-perform
           stop run
           else
               display "opertest: operator file empty - "
                       "first-time setup, no sign-on"
               set ws-first-time-setup to true
           end-if
           .

      * Changes to the table are checked against the signed-on
      * operator; reads and browsing are not. During first-time
      * setup there is nobody signed on to check.
       call-bookoper.
           if ws-first-time-setup
               if add-record
                   move all "Y" to ws-op-permissions
               end-if
           else
               if add-record or update-record or delete-record
                   set au-operators to true
                   call "bookauth" using ws-au-function
                                         ws-au-stockno
                                         ws-au-reference
                                         ws-au-status
                   if ws-au-status <> "00"
                       move "96" to ws-file-status
                       perform translate-file-status
                       exit paragraph
                   end-if
               end-if
           end-if
           call "bookoper" using ws-function
                                 ws-op-details
                                 ws-file-status
           perform translate-file-status
           if ws-first-time-setup and add-record
                   and ws-file-status = "00"
               move "N" to ws-setup-flag
           end-if
           .

               move "record not found" to ws-status-message
            when "35"
               move "file not found" to ws-status-message
            when "96"
               move "not authorised" to ws-status-message
            when "99"
               move "duplicate initials" to ws-status-message
            when other
