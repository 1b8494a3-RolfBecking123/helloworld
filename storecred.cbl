      * number from the crednumber.dat control file; next-by-customer
      * walks the primary key filtering on customer number, so a
      * customer's credits come back oldest first - which is the
      * order the counter redeems them in. Next-record walks every
      * credit in credit-number order for the aging and expiry runs.
      *
      ****************************************************************

       01 lnk-function     pic x.
           88 read-record       value "1".
           88 add-record        value "2".
           88 next-record       value "4".
           88 update-record     value "5".
           88 next-by-customer  value "6".
       01 lnk-file-status  pic xx.
            when add-record
               perform do-add-record

            when next-record
               perform do-next-record

            when update-record
               perform do-update-record

           close storecredfile
           .

       do-next-record section.
           open input storecredfile
           if ls-file-status <> "00"
               initialize lnk-sc-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-sc-credit-no to sc-credit-no
           start storecredfile key is > sc-credit-no
           if ls-file-status = "00"
               read storecredfile next record
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-credit
           else
               initialize lnk-sc-details
           end-if
           close storecredfile
           .

       do-next-by-customer section.
      *>------Walks the PRIMARY key, filtering on customer number,
      *>------the backorder.cbl pattern: credit numbers are assigned
