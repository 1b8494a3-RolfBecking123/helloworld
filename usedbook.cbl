      ****************************************************************
      *
      * Used-copy link file, keyed by the used stock number: every
      * stock number that holds copies bought back from customers,
      * with the new-edition title it belongs to. A read that comes
      * back "23" means the title is new stock - which is how the
      * valuation, margin and ordering programs tell the two apart.
      * Read-by-new-title finds the used stock number for a title
      * through the alternate key, so the buyback counter puts a
      * second copy of a book with the first.
      *
      ****************************************************************

       Program-id. usedbook.

       Environment division.
       input-output section.
       file-control.
           select usedbookfile assign to "usedbook.dat"
               file status is ls-file-status
               organization is indexed
               access mode is dynamic
               record key is ub-stockno
               alternate record key is ub-new-stockno
               lock mode is automatic with lock on record
               .

       Data division.
       File section.
       FD usedbookfile is external.
       copy "usedbook-rec.cpy" replacing ==(prefix)== by ==ub==.

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
           88 read-by-new-title value "6".
       01 lnk-file-status  pic xx.
       copy "usedbook-rec.cpy" replacing ==(prefix)== by ==lnk-ub==.


       procedure division using lnk-function
                                lnk-ub-details
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

            when read-by-new-title
               perform do-read-by-new-title

           end-evaluate
           exit program
           stop run
           .

       do-read-record section.
           open input usedbookfile
           if ls-file-status <> "00"
               initialize lnk-ub-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ub-stockno to ub-stockno
           read usedbookfile

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-usedbook
           else
               initialize lnk-ub-details
           end-if
           close usedbookfile
           .

      *>------The used stock number for a new-edition title
       do-read-by-new-title section.
           open input usedbookfile
           if ls-file-status <> "00"
               initialize lnk-ub-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ub-new-stockno to ub-new-stockno
           read usedbookfile key is ub-new-stockno

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-usedbook
           else
               initialize lnk-ub-details
           end-if
           close usedbookfile
           .

      *>------Next used stock number after the one passed in
       do-next-record section.
           open input usedbookfile
           if ls-file-status <> "00"
               initialize lnk-ub-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ub-stockno to ub-stockno
           start usedbookfile key is > ub-stockno
           if ls-file-status = "00"
               read usedbookfile next record
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-usedbook
           else
               initialize lnk-ub-details
           end-if
           close usedbookfile
           .

       do-add-record section.
           open i-o usedbookfile
           evaluate ls-file-status
            when "05"
      *>-------File not created yet
            when "00"
               continue

            when other
               move ls-file-status to lnk-file-status
               exit section
           end-evaluate

           move lnk-ub-details to ub-details
           write ub-details
           if ls-file-status = "22"
      *>------Stock number, or the title it links to, already used
               move "99" to ls-file-status
           end-if

           move ls-file-status to lnk-file-status
           close usedbookfile
           .

       do-update-record section.
           open i-o usedbookfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ub-stockno to ub-stockno
           perform read-usedbook-with-retry
           if ls-file-status = "00"
               move lnk-ub-details to ub-details
               rewrite ub-details
           end-if

           move ls-file-status to lnk-file-status
           close usedbookfile
           .

       do-delete-record section.
           open i-o usedbookfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ub-stockno to ub-stockno
           perform read-usedbook-with-retry
           if ls-file-status = "00"
               delete usedbookfile record
           end-if

           move ls-file-status to lnk-file-status
           close usedbookfile
           .

      * The book.cbl shared-open pattern: a record another program
      * has under update comes back record-locked - pause briefly and
      * retry before giving the caller the error.
       read-usedbook-with-retry section.
           read usedbookfile
           move zero to ws-lock-retry
           perform until ws-lock-retry >= ws-lock-retry-max
                   or (ls-file-status <> "99"
                       and ls-file-status <> "51"
                       and ls-file-status <> "9D")
               add 1 to ws-lock-retry
               call "CBL_THREAD_SLEEP"
                   using by value ws-lock-pause-msec
               read usedbookfile
           end-perform
           .

       return-usedbook section.
           move ub-details to lnk-ub-details
           .
