      ****************************************************************
      *
      * ABC count-class file, keyed by stock number: each title's
      * class from the classification run (bookabc.cbl) and the date
      * it was last counted, which together decide when it next goes
      * on the cycle-count worksheet.
      *
      ****************************************************************

       Program-id. abcclass.

       Environment division.
       input-output section.
       file-control.
           select abcfile assign to "abcclass.dat"
               file status is ls-file-status
               organization is indexed
               access mode is dynamic
               record key is ab-stockno
               lock mode is automatic with lock on record
               .

       Data division.
       File section.
       FD abcfile is external.
       copy "abcclass-rec.cpy" replacing ==(prefix)== by ==ab==.

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
       copy "abcclass-rec.cpy" replacing ==(prefix)== by ==lnk-ab==.


       procedure division using lnk-function
                                lnk-ab-details
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
           open input abcfile
           if ls-file-status <> "00"
               initialize lnk-ab-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ab-stockno to ab-stockno
           read abcfile

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-abc
           else
               initialize lnk-ab-details
           end-if
           close abcfile
           .

      *>------Next title after the stock number passed in - the
      *>------worksheet run walks the whole file this way.
       do-next-record section.
           open input abcfile
           if ls-file-status <> "00"
               initialize lnk-ab-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ab-stockno to ab-stockno
           start abcfile key is > ab-stockno
           if ls-file-status = "00"
               read abcfile next record
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-abc
           else
               initialize lnk-ab-details
           end-if
           close abcfile
           .

       do-add-record section.
           open i-o abcfile
           evaluate ls-file-status
            when "05"
      *>-------File not created yet
            when "00"
               continue

            when other
               move ls-file-status to lnk-file-status
               exit section
           end-evaluate

           move lnk-ab-details to ab-details
           write ab-details
           if ls-file-status = "22"
      *>------Already classed - the caller updates instead
               move "99" to ls-file-status
           end-if

           move ls-file-status to lnk-file-status
           close abcfile
           .

       do-update-record section.
           open i-o abcfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ab-stockno to ab-stockno
           perform read-abc-with-retry
           if ls-file-status = "00"
               move lnk-ab-details to ab-details
               rewrite ab-details
           end-if

           move ls-file-status to lnk-file-status
           close abcfile
           .

       do-delete-record section.
           open i-o abcfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ab-stockno to ab-stockno
           perform read-abc-with-retry
           if ls-file-status = "00"
               delete abcfile record
           end-if

           move ls-file-status to lnk-file-status
           close abcfile
           .

      * The book.cbl shared-open pattern: a record another program
      * has under update comes back record-locked - pause briefly and
      * retry before giving the caller the error.
       read-abc-with-retry section.
           read abcfile
           move zero to ws-lock-retry
           perform until ws-lock-retry >= ws-lock-retry-max
                   or (ls-file-status <> "99"
                       and ls-file-status <> "51"
                       and ls-file-status <> "9D")
               add 1 to ws-lock-retry
               call "CBL_THREAD_SLEEP"
                   using by value ws-lock-pause-msec
               read abcfile
           end-perform
           .

       return-abc section.
           move ab-details to lnk-ab-details
           .
