      *
      * Nightly point-of-sale posting.
      *
      * Posts from the day's dated sales journal (the
      * salesjnl<YYYYMMDD>.dat that booksjnl.cbl files from the POS
      * register extract and names on sjnldate.dat, the same journal
      * bookrecon.cbl checks) and actually applies it to bookfile:
      * each ticket line's quantity comes off b-onhand and goes onto
      * b-sold, through book.cbl's batch-open/batch-close mode and
      * its post-sale function, so every change lands in the audit
      * log as a SALE rather than a plain UPDATE. The register's tape
      * totals record is left for bookrecon. A sale naming a stock
      * number not on bookfile, or one that would drive b-onhand
      * negative or sell copies on the hold shelf for a named customer
      * (hold.cbl), is not posted and is printed as an exception on
      * bookpost.rpt. Run this after booksjnl and before bookrecon so
      * the reconciliation is a true check.
      *
      * Each line's copies come off the count of the shop whose
      * register rang it up (the location on the extract, blank
      * meaning shop 1): the shop is handed to book.cbl through
      * signon-location for the post-sale call. A sale the shop's
      * own count did not cover is still posted - the copies were
      * sold - with the rest taken off the other shop, and is
      * listed on the report so the shops' counts can be checked.
      * The signed-on location is put back before the program
      * returns, so later steps of the run are not left pointing at
      * whichever shop rang up the last sale.
      *
      ****************************************************************

       environment division.
       input-output section.
       file-control.
           select posfile assign to dynamic ws-jnl-name
               organization is line sequential
               file status is ls-pos-status
               .

           select jnldatefile assign to "sjnldate.dat"
               organization is line sequential
               file status is ls-date-status
               .

           select post-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
       data division.
       file section.
       FD posfile.
       copy "salesjnl-rec.cpy" replacing ==(prefix)== by ==pos==.

       FD jnldatefile.
       01 jnldate-line             pic 9(8).

       FD post-report.
       01 rpt-line                 pic x(80).

       working-storage section.
       01 ls-pos-status            pic xx.
       01 ls-date-status           pic xx.
       01 ls-rpt-status            pic xx.
       01 ls-ckp-status            pic xx.
       01 ls-hist-status           pic xx.
           88 ws-pos-eof              value "Y".

       01 ws-rpt-name              pic x(30).
       01 ws-jnl-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       01 ws-posted-count          pic 9(5) value zero.
       01 ws-exception-count       pic 9(5) value zero.
       01 ws-units-posted          pic 9(7) value zero.
       01 ws-shop-short-count      pic 9(5) value zero.
       01 ws-shop-short-flag       pic x.
           88 ws-shop-short          value "Y".

       copy "signon-id.cpy".
       01 ws-saved-location        pic 9.

       01 ws-book-function         pic x.
           88 bk-read-record         value "1".
           88 bk-post-sale           value "P".
           88 bk-batch-open          value "7".
           88 bk-batch-close         value "8".
       01 ws-book-file-status      pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.

       01 ws-hd-function           pic x.
           88 hd-total-held          value "7".
       01 ws-hd-file-status        pic xx.
       copy "hold-rec.cpy" replacing ==(prefix)== by ==ws-hd==.
       01 ws-available             pic 9(5).

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-heading-1.

       procedure division.
       main-line.
           move signon-location to ws-saved-location
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:6) to ws-this-yearmonth
           perform set-up-heading
           perform read-checkpoint
           perform find-journal
           perform open-files
           perform open-bookfile-batch
           perform skip-already-processed

           perform until ws-pos-eof
               read posfile
               if ls-pos-status <> "00"
                   set ws-pos-eof to true
               else
                   if pos-ticket-line
                       perform post-one-sale
                   end-if
                   add 1 to ws-processed-count
                   perform write-checkpoint
               end-if
           display "bookpost: " ws-posted-count " sales posted, "
                    ws-units-posted " units, "
                    ws-exception-count " exceptions, "
                    ws-shop-short-count " short at the shop, "
                    ws-skipped-count " skipped (already posted)"
           move ws-saved-location to signon-location
           goback
           .

      ****************************************************************
      * Restart protection, the bookload.ckp pattern: the posting
      * deltas are not idempotent, and the end-of-day driver reruns
      * a failed step in full. The checkpoint counts sales journal
      * records already applied so a rerun skips them, and is reset
      * to zero at clean end of run ready for the next day's file.
      ****************************************************************
       skip-already-processed.
           perform until ws-skipped-count >= ws-already-processed
                   or ws-pos-eof
               read posfile
               if ls-pos-status <> "00"
                   set ws-pos-eof to true
               else
           end-perform
           .

      *>--booksjnl leaves the date of the journal it filed tonight.
       find-journal.
           open input jnldatefile
           if ls-date-status <> "00"
               display "bookpost: no sjnldate.dat - run booksjnl first"
               move 16 to return-code
               move ws-saved-location to signon-location
               goback
           end-if
           read jnldatefile
           if ls-date-status <> "00"
               display "bookpost: sjnldate.dat is empty, status "
                        ls-date-status
               close jnldatefile
               move 16 to return-code
               move ws-saved-location to signon-location
               goback
           end-if
           close jnldatefile
           move spaces to ws-jnl-name
           string "salesjnl"            delimited by size
                  jnldate-line          delimited by size
                  ".dat"                delimited by size
               into ws-jnl-name
           .

       write-checkpoint.
           open output checkpoint-file
           move ws-processed-count to ckp-line
       open-files.
           open input posfile
           if ls-pos-status <> "00"
               display "bookpost: cannot open " ws-jnl-name
                       ", status " ls-pos-status
               move 16 to return-code
               move ws-saved-location to signon-location
               goback
           end-if

               display "bookpost: cannot open post-report, status "
                        ls-rpt-status
               move 16 to return-code
               move ws-saved-location to signon-location
               goback
           end-if
           perform write-page-heading
               display "bookpost: cannot open saleshistfile, status "
                        ls-hist-status
               move 16 to return-code
               move ws-saved-location to signon-location
               goback
           end-evaluate
           .
               display "bookpost: cannot batch-open bookfile, status "
                        ws-book-file-status
               move 16 to return-code
               move ws-saved-location to signon-location
               goback
           end-if
           .
               exit paragraph
           end-if

      *>------Copies on the hold shelf are not for general sale - a
      *>------held copy the customer collected has had its hold
      *>------cleared at the counter before the sale is posted.
           initialize ws-hd-details
           move pos-stockno to ws-hd-stockno
           set hd-total-held to true
           call "hold" using ws-hd-function
                             ws-hd-details
                             ws-hd-file-status
           if ws-hd-qty > ws-bk-onhand
               move zero to ws-available
           else
               compute ws-available = ws-bk-onhand - ws-hd-qty
           end-if
           if pos-qty > ws-available
               move ws-bk-onhand to ws-d-onhand
               move ws-bk-sold   to ws-d-sold
               move "would sell copies on hold" to ws-d-result
               perform write-exception-line
               exit paragraph
           end-if

           if pos-location = "2"
               move 2 to signon-location
           else
               move 1 to signon-location
           end-if
           move "N" to ws-shop-short-flag
           if pos-qty > ws-bk-loc-onhand(signon-location)
               set ws-shop-short to true
           end-if

           subtract pos-qty from ws-bk-onhand
           add pos-qty to ws-bk-sold
           set bk-post-sale to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
           add 1 to ws-posted-count
           add pos-qty to ws-units-posted
           perform post-sales-history
           if ws-shop-short
               perform write-shop-short-line
           end-if
           .

      *>------Posted, but the selling shop's count was short - noted
      *>------on the report without counting as an exception.
       write-shop-short-line.
           move ws-bk-onhand to ws-d-onhand
           move ws-bk-sold   to ws-d-sold
           move spaces to ws-d-result
           string "posted; shop "      delimited by size
                  signon-location      delimited by size
                  " count was short"   delimited by size
               into ws-d-result
           perform check-page-break
           move pos-stockno to ws-d-stockno
           move pos-qty     to ws-d-qty
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           add 1 to ws-shop-short-count
           .

      * Roll the day's units into this month's bucket on the sales
