      ****************************************************************
      *
      * Mail and web order line file handler.
      *
      * Owns ordline.dat; callers get at it through the function
      * codes below, the same way poline.cbl fronts poline.dat.
      * Lines are keyed order number + line-no so a whole order can
      * be walked with next-in-order. Total-allocated adds up the
      * copies of one title allocated to orders not yet shipped,
      * through the stock number alternate key - hold.cbl takes them
      * off b-onhand with the hold shelf so the counter cannot sell
      * a copy that is waiting to go in a parcel.
      *
      ****************************************************************

       Program-id. ordline.

       Environment division.
       input-output section.
       file-control.
           select ordlinefile assign to "ordline.dat"
               file status is ls-file-status
               organization is indexed
               access mode is dynamic
               record key is ol-key
               alternate record key is ol-stockno with duplicates
               lock mode is automatic with lock on record
               .

       Data division.
       File section.
       FD ordlinefile is external.
       copy "ordline-rec.cpy" replacing ==(prefix)== by ==ol==.

       working-storage section.
       01 ls-file-status   pic xx.
       01 ls-total-allocated pic 9(5).
       01 ws-lock-retry     pic 9(2).
       01 ws-lock-retry-max pic 9(2) value 10.
       01 ws-lock-pause-msec pic 9(8) comp-5 value 200.

       linkage section.
       01 lnk-function     pic x.
           88 read-record       value "1".
           88 add-record        value "2".
           88 next-in-order     value "4".
           88 update-record     value "5".
           88 total-allocated   value "7".
       01 lnk-file-status  pic xx.
       copy "ordline-rec.cpy" replacing ==(prefix)== by ==lnk-ol==.


       procedure division using lnk-function
                                lnk-ol-details
                                lnk-file-status.
       main section.

           evaluate true
            when read-record
               perform do-read-record

            when add-record
               perform do-add-record

            when next-in-order
               perform do-next-in-order

            when update-record
               perform do-update-record

            when total-allocated
               perform do-total-allocated

           end-evaluate
           exit program
           stop run
           .

       do-read-record section.
           open input ordlinefile
           if ls-file-status <> "00"
               initialize lnk-ol-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ol-key to ol-key
           read ordlinefile

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-line
           else
               initialize lnk-ol-details
           end-if
           close ordlinefile
           .

       do-next-in-order section.
           open input ordlinefile
           if ls-file-status <> "00"
               initialize lnk-ol-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ol-key to ol-key
           start ordlinefile key is > ol-key
           if ls-file-status = "00"
               read ordlinefile next record
               if ls-file-status = "00"
                   if ol-order-no <> lnk-ol-order-no
                       move "10" to ls-file-status
                   end-if
               end-if
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-line
           else
               initialize lnk-ol-details
           end-if
           close ordlinefile
           .

      *>------Copies allocated to unshipped orders for lnk-ol-stockno,
      *>------returned in lnk-ol-qty-allocated. No order file yet, or
      *>------nothing allocated, is a good answer of zero.
       do-total-allocated section.
           move zero to ls-total-allocated
           open input ordlinefile
           if ls-file-status <> "00"
               move zero to lnk-ol-qty-allocated
               move "00" to lnk-file-status
               exit section
           end-if

           move lnk-ol-stockno to ol-stockno
           start ordlinefile key is = ol-stockno
           perform until ls-file-status <> "00"
               read ordlinefile next record
               if ls-file-status = "00"
                   if ol-stockno <> lnk-ol-stockno
                       exit perform
                   end-if
                   if ol-status-open
                       add ol-qty-allocated to ls-total-allocated
                   end-if
               end-if
           end-perform

           move ls-total-allocated to lnk-ol-qty-allocated
           move "00" to lnk-file-status
           close ordlinefile
           .

       do-add-record section.
           open i-o ordlinefile
           evaluate ls-file-status
            when "05"
      *>-------File not created yet
            when "00"
               continue

            when other
               move ls-file-status to lnk-file-status
               exit section
           end-evaluate

           move lnk-ol-key to ol-key
           read ordlinefile
           if ls-file-status = "00"
      * Line already on file - so error
               move "99" to ls-file-status
           else
               move lnk-ol-details to ol-details
               write ol-details
           end-if

           move ls-file-status to lnk-file-status
           close ordlinefile
           .

       do-update-record section.
           open i-o ordlinefile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ol-key to ol-key
           perform read-line-with-retry
           if ls-file-status = "00"
               move lnk-ol-details to ol-details
               rewrite ol-details
           end-if

           move ls-file-status to lnk-file-status
           close ordlinefile
           .

      * The book.cbl shared-open pattern: a line another program has
      * under update comes back record-locked - pause briefly and
      * retry before giving the caller the error.
       read-line-with-retry section.
           read ordlinefile
           move zero to ws-lock-retry
           perform until ws-lock-retry >= ws-lock-retry-max
                   or (ls-file-status <> "99"
                       and ls-file-status <> "51"
                       and ls-file-status <> "9D")
               add 1 to ws-lock-retry
               call "CBL_THREAD_SLEEP"
                   using by value ws-lock-pause-msec
               read ordlinefile
           end-perform
           .

       return-line section.
           move ol-details to lnk-ol-details
           .
