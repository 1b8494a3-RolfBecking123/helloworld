      ****************************************************************
      *
      * Mail and web order header file handler.
      *
      * Owns custord.dat the same way purchord.cbl owns pohdr.dat;
      * callers (bookordimp.cbl, bookship.cbl) get at the file
      * through the function codes below. Add-record refuses an
      * order number already on file with status "99", which is how
      * an order exported twice by the website is caught at import.
      *
      ****************************************************************

       Program-id. custord.

       Environment division.
       input-output section.
       file-control.
           select custordfile assign to "custord.dat"
               file status is ls-file-status
               organization is indexed
               access mode is dynamic
               record key is co-order-no
               lock mode is automatic with lock on record
               .

       Data division.
       File section.
       FD custordfile is external.
       copy "custord-rec.cpy" replacing ==(prefix)== by ==co==.

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
       copy "custord-rec.cpy" replacing ==(prefix)== by ==lnk-co==.


       procedure division using lnk-function
                                lnk-co-details
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
           open input custordfile
           if ls-file-status <> "00"
               initialize lnk-co-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-co-order-no to co-order-no
           read custordfile

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-order
           else
               initialize lnk-co-details
           end-if
           close custordfile
           .

      *>------Next order after the one passed in
       do-next-record section.
           open input custordfile
           if ls-file-status <> "00"
               initialize lnk-co-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-co-order-no to co-order-no
           start custordfile key is > co-order-no
           if ls-file-status = "00"
               read custordfile next record
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-order
           else
               initialize lnk-co-details
           end-if
           close custordfile
           .

       do-add-record section.
           open i-o custordfile
           evaluate ls-file-status
            when "05"
      *>-------File not created yet
            when "00"
               continue

            when other
               move ls-file-status to lnk-file-status
               exit section
           end-evaluate

           move lnk-co-order-no to co-order-no
           read custordfile
           if ls-file-status = "00"
      * Order already on file - imported before, so error
               move "99" to ls-file-status
           else
               move lnk-co-details to co-details
               write co-details
           end-if

           move ls-file-status to lnk-file-status
           close custordfile
           .

       do-update-record section.
           open i-o custordfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-co-order-no to co-order-no
           perform read-order-with-retry
           if ls-file-status = "00"
               move lnk-co-details to co-details
               rewrite co-details
           end-if

           move ls-file-status to lnk-file-status
           close custordfile
           .

      * The book.cbl shared-open pattern: an order another program
      * has under update comes back record-locked - pause briefly
      * and retry before giving the caller the error.
       read-order-with-retry section.
           read custordfile
           move zero to ws-lock-retry
           perform until ws-lock-retry >= ws-lock-retry-max
                   or (ls-file-status <> "99"
                       and ls-file-status <> "51"
                       and ls-file-status <> "9D")
               add 1 to ws-lock-retry
               call "CBL_THREAD_SLEEP"
                   using by value ws-lock-pause-msec
               read custordfile
           end-perform
           .

       return-order section.
           move co-details to lnk-co-details
           .
