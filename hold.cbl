      ****************************************************************
      *
      * Customer hold-shelf file, keyed by stock number and customer
      * number: the copies set aside on the shelf behind the counter
      * for a named customer, either at the counter or when a
      * backorder is filled. Held copies are still in b-onhand; the
      * total-held function gives callers the figure to take off it
      * to see what is actually available to sell. Copies allocated
      * to mail and web orders not yet shipped (ordline.cbl) are set
      * aside the same way, so total-held counts them too.
      *
      ****************************************************************

       Program-id. hold.

       Environment division.
       input-output section.
       file-control.
           select holdfile assign to "hold.dat"
               file status is ls-file-status
               organization is indexed
               access mode is dynamic
               record key is hd-key
               alternate record key is hd-customer-no with duplicates
               lock mode is automatic with lock on record
               .

       Data division.
       File section.
       FD holdfile is external.
       copy "hold-rec.cpy" replacing ==(prefix)== by ==hd==.

       working-storage section.
       01 ls-file-status   pic xx.
       01 ls-search-customer pic 9(6).
       01 ls-total-held    pic 9(5).
       01 ws-ol-function   pic x.
           88 ol-total-allocated value "7".
       01 ws-ol-file-status pic xx.
       copy "ordline-rec.cpy" replacing ==(prefix)== by ==ws-ol==.
       01 ws-lock-retry     pic 9(2).
       01 ws-lock-retry-max pic 9(2) value 10.
       01 ws-lock-pause-msec pic 9(8) comp-5 value 200.

       linkage section.
       01 lnk-function     pic x.
           88 read-record       value "1".
           88 add-record        value "2".
           88 delete-record     value "3".
           88 next-record       value "4".
           88 update-record     value "5".
           88 next-by-customer  value "6".
           88 total-held        value "7".
       01 lnk-file-status  pic xx.
       copy "hold-rec.cpy" replacing ==(prefix)== by ==lnk-hd==.


       procedure division using lnk-function
                                lnk-hd-details
                                lnk-file-status.
       main section.

           evaluate true
            when read-record
               perform do-read-record

            when add-record
               perform do-add-record

            when delete-record
               perform do-delete-record

            when next-record
               perform do-next-record

            when update-record
               perform do-update-record

            when next-by-customer
               perform do-next-by-customer

            when total-held
               perform do-total-held

           end-evaluate
           exit program
           stop run
           .

       do-read-record section.
           open input holdfile
           if ls-file-status <> "00"
               initialize lnk-hd-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-hd-key to hd-key
           read holdfile

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-hold
           else
               initialize lnk-hd-details
           end-if
           close holdfile
           .

      *>------Next hold after the key passed in, across the whole
      *>------file - the release run walks every hold this way. A
      *>------caller that wants one title's holds stops when the
      *>------stockno changes.
       do-next-record section.
           open input holdfile
           if ls-file-status <> "00"
               initialize lnk-hd-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-hd-key to hd-key
           start holdfile key is > hd-key
           if ls-file-status = "00"
               read holdfile next record
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-hold
           else
               initialize lnk-hd-details
           end-if
           close holdfile
           .

       do-next-by-customer section.
      *>------Walks the PRIMARY key, filtering on customer number, for
      *>------the same reason as backorder.cbl: the duplicate chain
      *>------on the alternate key is in the order written. The caller
      *>------passes the last record's key back.
           open input holdfile
           if ls-file-status <> "00"
               initialize lnk-hd-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-hd-customer-no to ls-search-customer
           move lnk-hd-key         to hd-key
           start holdfile key is > hd-key

           if ls-file-status = "00"
               perform until ls-file-status <> "00"
                   read holdfile next record
                   if ls-file-status = "00"
                       if hd-customer-no = ls-search-customer
                           exit perform
                       end-if
                   end-if
               end-perform
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-hold
           else
               initialize lnk-hd-details
               move ls-search-customer to lnk-hd-customer-no
           end-if
           close holdfile
           .

      *>------Total copies on hold for lnk-hd-stockno, returned in
      *>------lnk-hd-qty, with the copies allocated to unshipped mail
      *>------and web orders added in. No hold file yet, or nothing
      *>------held for the title, is a good answer of zero, not an
      *>------error.
       do-total-held section.
           initialize ws-ol-details
           move lnk-hd-stockno to ws-ol-stockno
           set ol-total-allocated to true
           call "ordline" using ws-ol-function
                                ws-ol-details
                                ws-ol-file-status
           move ws-ol-qty-allocated to ls-total-held
           open input holdfile
           if ls-file-status <> "00"
               move ls-total-held to lnk-hd-qty
               move "00" to lnk-file-status
               exit section
           end-if

           move lnk-hd-stockno to hd-stockno
           move zero           to hd-customer-no
           start holdfile key is >= hd-key
           perform until ls-file-status <> "00"
               read holdfile next record
               if ls-file-status = "00"
                   if hd-stockno <> lnk-hd-stockno
                       exit perform
                   end-if
                   add hd-qty to ls-total-held
               end-if
           end-perform

           move ls-total-held to lnk-hd-qty
           move "00" to lnk-file-status
           close holdfile
           .

       do-add-record section.
           open i-o holdfile
           evaluate ls-file-status
            when "05"
      *>-------File not created yet
            when "00"
               continue

            when other
               move ls-file-status to lnk-file-status
               exit section
           end-evaluate

           move lnk-hd-details to hd-details
           write hd-details
           if ls-file-status = "22"
      *>------One hold per customer per title - the caller adds to the
      *>------existing hold instead
               move "99" to ls-file-status
           end-if

           move ls-file-status to lnk-file-status
           close holdfile
           .

       do-update-record section.
           open i-o holdfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-hd-key to hd-key
           perform read-hold-with-retry
           if ls-file-status = "00"
               move lnk-hd-qty         to hd-qty
               move lnk-hd-date-placed to hd-date-placed
               move lnk-hd-pickup-by   to hd-pickup-by
               move lnk-hd-source      to hd-source
               move lnk-hd-reference   to hd-reference
               move lnk-hd-operator    to hd-operator
               rewrite hd-details
           end-if

           move ls-file-status to lnk-file-status
           close holdfile
           .

       do-delete-record section.
           open i-o holdfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-hd-key to hd-key
           perform read-hold-with-retry
           if ls-file-status = "00"
               delete holdfile record
           end-if

           move ls-file-status to lnk-file-status
           close holdfile
           .

      * The book.cbl shared-open pattern: a hold another program has
      * under update comes back record-locked - pause briefly and
      * retry before giving the caller the error.
       read-hold-with-retry section.
           read holdfile
           move zero to ws-lock-retry
           perform until ws-lock-retry >= ws-lock-retry-max
                   or (ls-file-status <> "99"
                       and ls-file-status <> "51"
                       and ls-file-status <> "9D")
               add 1 to ws-lock-retry
               call "CBL_THREAD_SLEEP"
                   using by value ws-lock-pause-msec
               read holdfile
           end-perform
           .

       return-hold section.
           move hd-details to lnk-hd-details
           .
