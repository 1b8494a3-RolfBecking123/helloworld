      ****************************************************************
      *
      * Consignment file, keyed by stock number: the titles a vendor
      * has left with the shop on consignment, with the agreed cost
      * owed for each copy sold. A read that comes back "23" means
      * the title is owned stock - which is how the valuation,
      * margin and ordering programs tell the two apart.
      *
      ****************************************************************

       Program-id. consign.

       Environment division.
       input-output section.
       file-control.
           select consignfile assign to "consign.dat"
               file status is ls-file-status
               organization is indexed
               access mode is dynamic
               record key is cn-stockno
               alternate record key is cn-vendor-code with duplicates
               lock mode is automatic with lock on record
               .

       Data division.
       File section.
       FD consignfile is external.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==cn==.

       working-storage section.
       01 ls-file-status   pic xx.
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
       01 lnk-file-status  pic xx.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==lnk-cn==.


       procedure division using lnk-function
                                lnk-cn-details
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

           end-evaluate
           exit program
           stop run
           .

       do-read-record section.
           open input consignfile
           if ls-file-status <> "00"
               initialize lnk-cn-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-cn-stockno to cn-stockno
           read consignfile

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-consign
           else
               initialize lnk-cn-details
           end-if
           close consignfile
           .

      *>------Next consignment title after the stock number passed
      *>------in - the settlement run walks the whole file this way.
       do-next-record section.
           open input consignfile
           if ls-file-status <> "00"
               initialize lnk-cn-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-cn-stockno to cn-stockno
           start consignfile key is > cn-stockno
           if ls-file-status = "00"
               read consignfile next record
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-consign
           else
               initialize lnk-cn-details
           end-if
           close consignfile
           .

       do-add-record section.
           open i-o consignfile
           evaluate ls-file-status
            when "05"
      *>-------File not created yet
            when "00"
               continue

            when other
               move ls-file-status to lnk-file-status
               exit section
           end-evaluate

           move lnk-cn-details to cn-details
           write cn-details
           if ls-file-status = "22"
      *>------Already on consignment - the caller updates instead
               move "99" to ls-file-status
           end-if

           move ls-file-status to lnk-file-status
           close consignfile
           .

       do-update-record section.
           open i-o consignfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-cn-stockno to cn-stockno
           perform read-consign-with-retry
           if ls-file-status = "00"
               move lnk-cn-details to cn-details
               rewrite cn-details
           end-if

           move ls-file-status to lnk-file-status
           close consignfile
           .

       do-delete-record section.
           open i-o consignfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-cn-stockno to cn-stockno
           perform read-consign-with-retry
           if ls-file-status = "00"
               delete consignfile record
           end-if

           move ls-file-status to lnk-file-status
           close consignfile
           .

      * The book.cbl shared-open pattern: a record another program
      * has under update comes back record-locked - pause briefly and
      * retry before giving the caller the error.
       read-consign-with-retry section.
           read consignfile
           move zero to ws-lock-retry
           perform until ws-lock-retry >= ws-lock-retry-max
                   or (ls-file-status <> "99"
                       and ls-file-status <> "51"
                       and ls-file-status <> "9D")
               add 1 to ws-lock-retry
               call "CBL_THREAD_SLEEP"
                   using by value ws-lock-pause-msec
               read consignfile
           end-perform
           .

       return-consign section.
           move cn-details to lnk-cn-details
           .
