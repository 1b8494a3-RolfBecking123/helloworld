      * vendorfile.dat, so the regulars who leave backorders stop
      * being free-text name-and-phone entries spelled three
      * different ways. Read works by customer number or by name;
      * match-name-phone finds the customer with a given name and
      * phone number among everyone of that name, for imports that
      * carry no customer number; add-record assigns the next
      * customer number from the custnumber.dat control file (the
      * same pattern purchord.cbl uses for PO numbers) and returns
      * it to the caller.
      *
      ****************************************************************

           88 add-record     value "2".
           88 delete-record  value "3".
           88 update-record  value "5".
           88 match-name-phone value "6".
       01 lnk-file-status  pic xx.
       copy "customer-rec.cpy" replacing ==(prefix)== by ==lnk-cu==.

            when delete-record
               perform do-delete-record

            when match-name-phone
               perform do-match-name-phone

           end-evaluate
           exit program
           stop run
           close customerfile
           .

      *>------Walks the name alternate key through everyone called
      *>------lnk-cu-name for the one on lnk-cu-phone. A blank phone
      *>------on either side is not a match - "23" comes back and the
      *>------caller adds the customer.
       do-match-name-phone section.
           open input customerfile
           if ls-file-status <> "00"
               initialize lnk-cu-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-cu-name to cu-name
           start customerfile key is = cu-name
           perform until ls-file-status <> "00"
               read customerfile next record
               if ls-file-status = "00"
                   if cu-name <> lnk-cu-name
                       move "23" to ls-file-status
                   else
                       if cu-phone = lnk-cu-phone
                               and cu-phone <> spaces
                           exit perform
                       end-if
                   end-if
               end-if
           end-perform
           if ls-file-status <> "00"
               move "23" to ls-file-status
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               move cu-number to lnk-cu-number
               move cu-name   to lnk-cu-name
               move cu-phone  to lnk-cu-phone
               move cu-notes  to lnk-cu-notes
           else
               initialize lnk-cu-details
           end-if
           close customerfile
           .

       do-add-record section.
           open i-o customerfile
           evaluate ls-file-status
