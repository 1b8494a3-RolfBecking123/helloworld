           88 delete-record     value "3".
           88 next-record       value "4".
           88 next-by-customer  value "6".
           88 add-as-keyed      value "7".
       01 lnk-file-status  pic xx.
       copy "backorder-rec.cpy" replacing ==(prefix)== by ==lnk-bo==.

            when next-by-customer
               perform do-next-by-customer

            when add-as-keyed
               perform do-add-as-keyed

           end-evaluate
           exit program
           stop run
           move lnk-bo-phone         to bo-phone
           move lnk-bo-date          to bo-date
           move lnk-bo-customer-no   to bo-customer-no
           move lnk-bo-source        to bo-source
           move lnk-bo-order-no      to bo-order-no
           move lnk-bo-order-line-no to bo-order-line-no
           write bo-details

           move ls-file-status to lnk-file-status
           close backorderfile
           .

      *>------Writes the entry under the key the caller passes, entry
      *>------number and all, instead of drawing a new number: an
      *>------entry moved to another stock number by a merge
      *>------(bookmerge.cbl) keeps its place in the queue. Entry
      *>------numbers are unique across stock numbers, so the key is
      *>------never already taken.
       do-add-as-keyed section.
           open i-o backorderfile
           evaluate ls-file-status
            when "05"
            when "00"
               continue

            when other
               move ls-file-status to lnk-file-status
               exit section
           end-evaluate

           move lnk-bo-key           to bo-key
           move lnk-bo-customer-name to bo-customer-name
           move lnk-bo-phone         to bo-phone
           move lnk-bo-date          to bo-date
           move lnk-bo-customer-no   to bo-customer-no
           move lnk-bo-source        to bo-source
           move lnk-bo-order-no      to bo-order-no
           move lnk-bo-order-line-no to bo-order-line-no
           write bo-details

           move ls-file-status to lnk-file-status
           close backorderfile
           .

       do-delete-record section.
           open i-o backorderfile
           if ls-file-status <> "00"
           move bo-phone         to lnk-bo-phone
           move bo-date          to lnk-bo-date
           move bo-customer-no   to lnk-bo-customer-no
           move bo-source        to lnk-bo-source
           move bo-order-no      to lnk-bo-order-no
           move bo-order-line-no to lnk-bo-order-line-no
           .

       get-next-entry-no section.
