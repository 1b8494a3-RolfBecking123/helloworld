      ****************************************************************
      *
      * Vendor invoice detail line file handler.
      *
      * Owns invline.dat; callers get at it through the function codes
      * below, the same way poline.cbl fronts poline.dat. Lines are
      * keyed vendor code + invoice number + line-no so a whole
      * invoice can be walked with next-in-invoice, and the PO number
      * + PO line they bill for is an alternate key so every invoice
      * line against one PO line can be found with next-by-po-line.
      *
      ****************************************************************

       Program-id. invline.

       Environment division.
       input-output section.
       file-control.
           select invlinefile assign to "invline.dat"
               file status is ls-file-status
               organization is indexed
               access mode is dynamic
               record key is il-key
               alternate record key is il-po-key with duplicates
               lock mode is automatic with lock on record
               .

       Data division.
       File section.
       FD invlinefile is external.
       copy "invline-rec.cpy" replacing ==(prefix)== by ==il==.

       working-storage section.
       01 ls-file-status   pic xx.
       01 ls-search-po-key pic x(9).
       01 ls-last-key      pic x(21).
       01 ws-lock-retry     pic 9(2).
       01 ws-lock-retry-max pic 9(2) value 10.
       01 ws-lock-pause-msec pic 9(8) comp-5 value 200.

       linkage section.
       01 lnk-function     pic x.
           88 read-record      value "1".
           88 add-record       value "2".
           88 next-in-invoice  value "4".
           88 update-record    value "5".
           88 next-by-po-line  value "6".
       01 lnk-file-status  pic xx.
       copy "invline-rec.cpy" replacing ==(prefix)== by ==lnk-il==.


       procedure division using lnk-function
                                lnk-il-details
                                lnk-file-status.
       main section.

           evaluate true
            when read-record
               perform do-read-record

            when add-record
               perform do-add-record

            when next-in-invoice
               perform do-next-in-invoice

            when update-record
               perform do-update-record

            when next-by-po-line
               perform do-next-by-po-line

           end-evaluate
           exit program
           stop run
           .

       do-read-record section.
           open input invlinefile
           if ls-file-status <> "00"
               initialize lnk-il-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-il-key to il-key
           read invlinefile

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-line
           else
               initialize lnk-il-details
           end-if
           close invlinefile
           .

       do-next-in-invoice section.
           open input invlinefile
           if ls-file-status <> "00"
               initialize lnk-il-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-il-key to il-key
           start invlinefile key is > il-key
           if ls-file-status = "00"
               read invlinefile next record
               if ls-file-status = "00"
                   if il-vendor-code <> lnk-il-vendor-code
                           or il-invoice-no <> lnk-il-invoice-no
                       move "10" to ls-file-status
                   end-if
               end-if
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-line
           else
               initialize lnk-il-details
           end-if
           close invlinefile
           .

       do-next-by-po-line section.
           open input invlinefile
           if ls-file-status <> "00"
               initialize lnk-il-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-il-po-key to ls-search-po-key
           move lnk-il-key    to ls-last-key
           move lnk-il-po-key to il-po-key
           start invlinefile key is equal to il-po-key

           if ls-file-status = "00"
               perform until ls-file-status <> "00"
                   read invlinefile next record
                   if ls-file-status = "00"
                       if il-po-key <> ls-search-po-key
                           move "10" to ls-file-status
                       else
                           if il-key > ls-last-key
                               exit perform
                           end-if
                       end-if
                   end-if
               end-perform
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-line
           else
               initialize lnk-il-details
               move ls-search-po-key to lnk-il-po-key
           end-if
           close invlinefile
           .

       do-add-record section.
           open i-o invlinefile
           evaluate ls-file-status
            when "05"
      *>-------File not created yet
            when "00"
               continue

            when other
               move ls-file-status to lnk-file-status
               exit section
           end-evaluate

           move lnk-il-key to il-key
           read invlinefile
           if ls-file-status = "00"
      * Record already exists - so error
               move "99" to ls-file-status
           else
               move lnk-il-po-key       to il-po-key
               move lnk-il-qty-billed   to il-qty-billed
               move lnk-il-unit-cost    to il-unit-cost
               move lnk-il-match-result to il-match-result
               write il-details
           end-if

           move ls-file-status to lnk-file-status
           close invlinefile
           .

       do-update-record section.
           open i-o invlinefile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-il-key to il-key
           perform read-line-with-retry
           if ls-file-status = "00"
               move lnk-il-po-key       to il-po-key
               move lnk-il-qty-billed   to il-qty-billed
               move lnk-il-unit-cost    to il-unit-cost
               move lnk-il-match-result to il-match-result
               rewrite il-details
           end-if

           move ls-file-status to lnk-file-status
           close invlinefile
           .

      * The book.cbl shared-open pattern: a line another program has
      * under update comes back record-locked - pause briefly and
      * retry before giving the caller the error.
       read-line-with-retry section.
           read invlinefile
           move zero to ws-lock-retry
           perform until ws-lock-retry >= ws-lock-retry-max
                   or (ls-file-status <> "99"
                       and ls-file-status <> "51"
                       and ls-file-status <> "9D")
               add 1 to ws-lock-retry
               call "CBL_THREAD_SLEEP"
                   using by value ws-lock-pause-msec
               read invlinefile
           end-perform
           .

       return-line section.
           move il-key          to lnk-il-key
           move il-po-key       to lnk-il-po-key
           move il-qty-billed   to lnk-il-qty-billed
           move il-unit-cost    to lnk-il-unit-cost
           move il-match-result to lnk-il-match-result
           .
