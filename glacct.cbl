      ****************************************************************
      *
      * General-ledger account-mapping table handler.
      *
      * Owns glacct.dat the same way genre.cbl owns genre.dat: one
      * record per b-type naming the ledger accounts the nightly
      * journal (bookgl.cbl) posts to, plus the "*SHOP" record for
      * the shop-wide accounts. Types are folded to upper case on the
      * way in, the same fold book.cbl applies to b-type, so the
      * table and bookfile always agree on case.
      *
      ****************************************************************

       Program-id. glacct.

       Environment division.
       input-output section.
       file-control.
           select glacctfile assign to "glacct.dat"
               file status is ls-file-status
               organization is indexed
               access mode is dynamic
               record key is ga-type
               .

       Data division.
       File section.
       FD glacctfile is external.
       copy "glacct-rec.cpy" replacing ==(prefix)== by ==ga==.

       working-storage section.
       01 ls-file-status   pic xx.
       01 ls-call-status   pic x(2) comp-5.

       linkage section.
       01 lnk-function     pic x.
           88 read-record    value "1".
           88 add-record     value "2".
           88 delete-record  value "3".
           88 next-record    value "4".
           88 update-record  value "5".
       01 lnk-file-status  pic xx.
       copy "glacct-rec.cpy" replacing ==(prefix)== by ==lnk-ga==.


       procedure division using lnk-function
                                lnk-ga-details
                                lnk-file-status.
       main section.

           call "CBL_TOUPPER" using lnk-ga-type
                           by value length lnk-ga-type
                          returning ls-call-status

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
           open input glacctfile
           if ls-file-status <> "00"
               initialize lnk-ga-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ga-type to ga-type
           read glacctfile

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               move ga-details to lnk-ga-details
           else
               initialize lnk-ga-details
           end-if
           close glacctfile
           .

       do-next-record section.
           open input glacctfile
           if ls-file-status <> "00"
               initialize lnk-ga-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ga-type to ga-type
           start glacctfile key > ga-type
           read glacctfile next

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               move ga-details to lnk-ga-details
           else
               initialize lnk-ga-details
           end-if
           close glacctfile
           .

       do-add-record section.
           open i-o glacctfile
           evaluate ls-file-status
            when "05"
      *>-------File not created yet
            when "00"
               continue

            when other
               move ls-file-status to lnk-file-status
               exit section
           end-evaluate

           move lnk-ga-type to ga-type
           read glacctfile
           if ls-file-status = "00"
      * Record already exists - so error
               move "99" to ls-file-status
           else
               move lnk-ga-details to ga-details
               write ga-details
           end-if

           move ls-file-status to lnk-file-status
           close glacctfile
           .

       do-update-record section.
           open i-o glacctfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-ga-type to ga-type
           read glacctfile
           if ls-file-status = "00"
               move lnk-ga-details to ga-details
               rewrite ga-details
           end-if

           move ls-file-status to lnk-file-status
           close glacctfile
           .

       do-delete-record section.
           open i-o glacctfile
           if ls-file-status <> "00"
               move ls-file-status to lnk-file-status
               exit section
           end-if

           if lnk-ga-type <> spaces
               move lnk-ga-type to ga-type
               read glacctfile
               delete glacctfile record
           else
      *>-------No key specified - return unsuccessful read
               move "23" to ls-file-status
           end-if

           move ls-file-status to lnk-file-status
           close glacctfile
           .
