      ****************************************************************
      *
      * Inter-store transfer file handler.
      *
      * Owns transfer.dat the same way purchord.cbl owns pohdr.dat;
      * callers (bookxfer.cbl) get at the file through the function
      * codes below. Add-record assigns the next transfer number
      * from the xfernumber.dat control file and hands it back, so
      * the number can go on the parcel. Total-in-transit adds up
      * the copies of one title still on the road to one shop, for
      * the reorder runs (bookrord.cbl, bookpgen.cbl).
      *
      ****************************************************************

       Program-id. transfer.

       Environment division.
       input-output section.
       file-control.
           select xferfile assign to "transfer.dat"
               file status is ls-file-status
               organization is indexed
               access mode is dynamic
               record key is xf-xfer-no
               lock mode is automatic with lock on record
               .

           select xfercontrol assign to "xfernumber.dat"
               organization is line sequential
               file status is ls-ctl-status
               .

       Data division.
       File section.
       FD xferfile is external.
       copy "transfer-rec.cpy" replacing ==(prefix)== by ==xf==.

       FD xfercontrol.
       01 ctl-last-xfer-number pic 9(6).

       working-storage section.
       01 ls-file-status   pic xx.
       01 ls-ctl-status    pic xx.
       01 ws-next-xfer-number pic 9(6).
       01 ls-total-in-transit pic 9(5).
       01 ws-lock-retry     pic 9(2).
       01 ws-lock-retry-max pic 9(2) value 10.
       01 ws-lock-pause-msec pic 9(8) comp-5 value 200.

       linkage section.
       01 lnk-function     pic x.
           88 read-record     value "1".
           88 add-record      value "2".
           88 next-record     value "4".
           88 update-record   value "5".
           88 total-in-transit value "7".
       01 lnk-file-status  pic xx.
       copy "transfer-rec.cpy" replacing ==(prefix)== by ==lnk-xf==.


       procedure division using lnk-function
                                lnk-xf-details
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

            when total-in-transit
               perform do-total-in-transit

           end-evaluate
           exit program
           stop run
           .

       do-read-record section.
           open input xferfile
           if ls-file-status <> "00"
               initialize lnk-xf-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-xf-xfer-no to xf-xfer-no
           read xferfile

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-transfer
           else
               initialize lnk-xf-details
           end-if
           close xferfile
           .

      *>------Next transfer after the one passed in
       do-next-record section.
           open input xferfile
           if ls-file-status <> "00"
               initialize lnk-xf-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-xf-xfer-no to xf-xfer-no
           start xferfile key is > xf-xfer-no
           if ls-file-status = "00"
               read xferfile next record
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-transfer
           else
               initialize lnk-xf-details
           end-if
           close xferfile
           .

      *>------Copies of lnk-xf-stockno shipped to shop lnk-xf-to-loc
      *>------and not yet checked in, returned in lnk-xf-qty. No
      *>------transfer file, or nothing on the road, is a good answer
      *>------of zero. There is no stock number key, so every
      *>------transfer is read.
       do-total-in-transit section.
           move zero to ls-total-in-transit
           open input xferfile
           if ls-file-status <> "00"
               move zero to lnk-xf-qty
               move "00" to lnk-file-status
               exit section
           end-if

           move zero to xf-xfer-no
           start xferfile key is not less than xf-xfer-no
           perform until ls-file-status <> "00"
               read xferfile next record
               if ls-file-status = "00"
                   if xf-stockno = lnk-xf-stockno
                           and xf-to-loc = lnk-xf-to-loc
                           and xf-status-shipped
                       add xf-qty to ls-total-in-transit
                   end-if
               end-if
           end-perform

           move ls-total-in-transit to lnk-xf-qty
           move "00" to lnk-file-status
           close xferfile
           .

       do-add-record section.
           open i-o xferfile
           evaluate ls-file-status
            when "05"
      *>-------File not created yet
            when "00"
               continue

            when other
               move ls-file-status to lnk-file-status
               exit section
           end-evaluate

           perform get-next-xfer-number

           move lnk-xf-details        to xf-details
           move ws-next-xfer-number   to xf-xfer-no
           write xf-details

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               move xf-xfer-no to lnk-xf-xfer-no
           end-if
           close xferfile
           .

       do-update-record section.
           open i-o xferfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-xf-xfer-no to xf-xfer-no
           perform read-transfer-with-retry
           if ls-file-status = "00"
               move lnk-xf-details to xf-details
               rewrite xf-details
           end-if

           move ls-file-status to lnk-file-status
           close xferfile
           .

      * The book.cbl shared-open pattern: a transfer another program
      * has under update comes back record-locked - pause briefly
      * and retry before giving the caller the error.
       read-transfer-with-retry section.
           read xferfile
           move zero to ws-lock-retry
           perform until ws-lock-retry >= ws-lock-retry-max
                   or (ls-file-status <> "99"
                       and ls-file-status <> "51"
                       and ls-file-status <> "9D")
               add 1 to ws-lock-retry
               call "CBL_THREAD_SLEEP"
                   using by value ws-lock-pause-msec
               read xferfile
           end-perform
           .

       return-transfer section.
           move xf-details to lnk-xf-details
           .

       get-next-xfer-number section.
           move zero to ws-next-xfer-number
           open input xfercontrol
           if ls-ctl-status = "00"
               read xfercontrol into ctl-last-xfer-number
               if ls-ctl-status = "00"
                   move ctl-last-xfer-number to ws-next-xfer-number
               end-if
               close xfercontrol
           end-if

           add 1 to ws-next-xfer-number

           open output xfercontrol
           move ws-next-xfer-number to ctl-last-xfer-number
           write ctl-last-xfer-number
           close xfercontrol
           .
