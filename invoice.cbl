      ****************************************************************
      *
      * Vendor invoice header file handler.
      *
      * Owns invhdr.dat the same way purchord.cbl owns pohdr.dat;
      * callers (bookinv.cbl, bookmatch.cbl) get at the file through
      * the function codes below. Add-record refuses a vendor code
      * and invoice number that is already on file with status "99",
      * which is how a duplicate invoice is caught at entry.
      *
      ****************************************************************

       Program-id. invoice.

       Environment division.
       input-output section.
       file-control.
           select invhdrfile assign to "invhdr.dat"
               file status is ls-file-status
               organization is indexed
               access mode is dynamic
               record key is ih-key
               lock mode is automatic with lock on record
               .

       Data division.
       File section.
       FD invhdrfile is external.
       copy "invhdr-rec.cpy" replacing ==(prefix)== by ==ih==.

       working-storage section.
       01 ls-file-status   pic xx.
       01 ws-lock-retry     pic 9(2).
       01 ws-lock-retry-max pic 9(2) value 10.
       01 ws-lock-pause-msec pic 9(8) comp-5 value 200.

       linkage section.
       01 lnk-function     pic x.
           88 read-record     value "1".
           88 add-record      value "2".
           88 next-record     value "4".
           88 update-record   value "5".
       01 lnk-file-status  pic xx.
       copy "invhdr-rec.cpy" replacing ==(prefix)== by ==lnk-ih==.


       procedure division using lnk-function
                                lnk-ih-details
                                lnk-file-status.
       main section.

           evaluate true
            when read-record
               perform do-read-record

            when add-record
               perform do-add-record

            when next-record
               perform do-next-record

            when update-record
               perform do-update-record

           end-evaluate
           exit program
           stop run
           .

       do-read-record section.
           open input invhdrfile
           if ls-file-status <> "00"
               initialize lnk-ih-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ih-key to ih-key
           read invhdrfile

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-header
           else
               initialize lnk-ih-details
           end-if
           close invhdrfile
           .

       do-next-record section.
           open input invhdrfile
           if ls-file-status <> "00"
               initialize lnk-ih-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ih-key to ih-key
           start invhdrfile key > ih-key
           if ls-file-status = "00"
               read invhdrfile next
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-header
           else
               initialize lnk-ih-details
           end-if
           close invhdrfile
           .

       do-add-record section.
           open i-o invhdrfile
           evaluate ls-file-status
            when "05"
      *>-------File not created yet
            when "00"
               continue

            when other
               move ls-file-status to lnk-file-status
               exit section
           end-evaluate

           move lnk-ih-key to ih-key
           read invhdrfile
           if ls-file-status = "00"
      * Invoice already on file - a duplicate, so error
               move "99" to ls-file-status
           else
               move lnk-ih-invoice-date  to ih-invoice-date
               move lnk-ih-entry-date    to ih-entry-date
               move lnk-ih-invoice-total to ih-invoice-total
               move lnk-ih-status        to ih-status
               move lnk-ih-release-date  to ih-release-date
               move lnk-ih-operator      to ih-operator
               write ih-details
           end-if

           move ls-file-status to lnk-file-status
           close invhdrfile
           .

       do-update-record section.
           open i-o invhdrfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ih-key to ih-key
           perform read-header-with-retry
           if ls-file-status = "00"
               move lnk-ih-invoice-date  to ih-invoice-date
               move lnk-ih-entry-date    to ih-entry-date
               move lnk-ih-invoice-total to ih-invoice-total
               move lnk-ih-status        to ih-status
               move lnk-ih-release-date  to ih-release-date
               move lnk-ih-operator      to ih-operator
               rewrite ih-details
           end-if

           move ls-file-status to lnk-file-status
           close invhdrfile
           .

       return-header section.
           move ih-key           to lnk-ih-key
           move ih-invoice-date  to lnk-ih-invoice-date
           move ih-entry-date    to lnk-ih-entry-date
           move ih-invoice-total to lnk-ih-invoice-total
           move ih-status        to lnk-ih-status
           move ih-release-date  to lnk-ih-release-date
           move ih-operator      to lnk-ih-operator
           .

      * The book.cbl shared-open pattern: a header another program
      * has under update comes back record-locked - pause briefly
      * and retry before giving the caller the error.
       read-header-with-retry section.
           read invhdrfile
           move zero to ws-lock-retry
           perform until ws-lock-retry >= ws-lock-retry-max
                   or (ls-file-status <> "99"
                       and ls-file-status <> "51"
                       and ls-file-status <> "9D")
               add 1 to ws-lock-retry
               call "CBL_THREAD_SLEEP"
                   using by value ws-lock-pause-msec
               read invhdrfile
           end-perform
           .
