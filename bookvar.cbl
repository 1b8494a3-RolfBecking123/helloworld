      * Cycle-count variance report and posting.
      *
      * Compares every count on cyclecount.dat (keyed through
      * bookcount.cbl or loaded in bulk) against what bookfile says
      * the counting shop holds - b-loc-onhand for the shop on the
      * count record, shop 1 when a bulk count names none - prints
      * a variance report with the extended retail value of each
      * discrepancy, and - only when the operator confirms the apply
      * pass - corrects that shop's count, and b-onhand with it,
      * through book.cbl's count-adjust function, so every
      * correction lands on audit.dat with the COUNT operation code
      * instead of masquerading as an ordinary UPDATE. The other
      * shop's copies and those in transit are left as they are -
      * nobody counted them. Applied counts are cleared from the
      * count file; a report-only run leaves it in place for a rerun.
      * Every count applied - including one that simply agreed with
      * the shop's figure - stamps the title's last-counted date on
      * abcclass.dat, which is how the weekly worksheet (bookabc.cbl)
      * knows what is due. The apply pass needs the variance-posting
      * permission (bookauth.cbl): an operator without it is refused,
      * the attempt is logged, and the run carries on report-only.
      *
      ****************************************************************

           03 cnt-counted          pic 9(5).
           03 cnt-date             pic 9(8).
           03 cnt-initials         pic x(3).
           03 cnt-location         pic 9.

       FD variance-report.
       01 rpt-line                 pic x(80).
       01 ls-cnt-status            pic xx.
       01 ls-rpt-status            pic xx.
       01 ws-signon-status         pic xx.
       copy "signon-id.cpy".

       01 ws-au-function           pic x.
           88 au-variance            value "V".
       01 ws-au-stockno            pic x(4).
       01 ws-au-reference          pic x(10).
       01 ws-au-status             pic xx.

       01 ws-cnt-eof-flag          pic x value "N".
           88 ws-cnt-eof              value "Y".
           88 ws-apply                value "Y" "y".

       01 ws-variance              pic s9(6).
       01 ws-count-location        pic 9.
       01 ws-saved-location        pic 9.
       01 ws-variance-value        pic s9(7)v99.
       01 ws-count-count           pic 9(5) value zero.
       01 ws-variance-count        pic 9(5) value zero.
       01 ws-failed-count          pic 9(4) value zero.

       01 ws-retry-table.
           03 ws-retry-entry occurs 1000 times pic x(21).
       01 ws-retry-max             pic 9(4) value 1000.
       01 ws-retry-index           pic 9(4).
       01 ws-retry-overflow-flag   pic x value "N".
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.

       01 ws-ab-function           pic x.
           88 ab-read-record         value "1".
           88 ab-add-record          value "2".
           88 ab-update-record       value "5".
       01 ws-ab-file-status        pic xx.
       copy "abcclass-rec.cpy" replacing ==(prefix)== by ==ws-ab==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-heading-1.
           05 filler                pic x(10) value "STOCK  SH".
           05 filler                pic x(10) value "ON HAND".
           05 filler                pic x(10) value "COUNTED".
           05 filler                pic x(10) value "VARIANCE".

       01 ws-detail-line.
           05 ws-d-stockno          pic x(4).
           05 filler                pic x(3)  value spaces.
           05 ws-d-location         pic 9.
           05 filler                pic x(2)  value spaces.
           05 ws-d-onhand           pic z(4)9.
           05 filler                pic x(5)  value spaces.
           05 ws-d-counted          pic z(4)9.

           display "Apply adjustments to bookfile? (Y/N) "
           accept ws-apply-mode
           if ws-apply
               perform check-authority
           end-if

           perform open-files
           perform open-bookfile-batch
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

       check-authority.
           set au-variance to true
           move spaces    to ws-au-stockno
           move "bookvar" to ws-au-reference
           call "bookauth" using ws-au-function
                                 ws-au-stockno
                                 ws-au-reference
                                 ws-au-status
           if ws-au-status <> "00"
               display "bookvar: operator " signon-operator-id
                       " may not post variances - report only"
               move "N" to ws-apply-mode
           end-if
           .

       open-files.
           open input countfile
           if ls-cnt-status <> "00"
           .

       check-one-count.
           if cnt-location = 2
               move 2 to ws-count-location
           else
               move 1 to ws-count-location
           end-if
           initialize ws-bk-details
           move cnt-stockno to ws-bk-stockno
           set bk-read-record to true
               exit paragraph
           end-if

           compute ws-variance =
               cnt-counted - ws-bk-loc-onhand(ws-count-location)
           if ws-variance = zero
               if ws-apply
                   perform stamp-last-counted
               end-if
               exit paragraph
           end-if

           add 1 to ws-variance-count
           compute ws-variance-value = ws-variance * ws-bk-retail
           move ws-bk-loc-onhand(ws-count-location) to ws-d-onhand
           move ws-variance      to ws-d-variance
           move ws-variance-value to ws-d-value

      *>------book.cbl puts the change on signon-location's shop, so
      *>------it is pointed at the counting shop for the one call.
           if ws-apply
               compute ws-bk-onhand = ws-bk-onhand + ws-variance
               move signon-location to ws-saved-location
               move ws-count-location to signon-location
               set bk-count-adjust to true
               call "book" using ws-book-function
                                  ws-bk-details
                                  ws-book-file-status
                                  ws-bk-effective-retail
               move ws-saved-location to signon-location
               if ws-book-file-status = "00"
                   move "adjusted" to ws-d-result
                   add 1 to ws-applied-count
                   perform stamp-last-counted
               else
                   move "ADJUST FAILED" to ws-d-result
                   perform keep-count-for-retry
           perform write-variance-line
           .

      *>------A title not yet classed gets its record now, as a C,
      *>------until the next classification run places it.
       stamp-last-counted.
           initialize ws-ab-details
           move cnt-stockno to ws-ab-stockno
           set ab-read-record to true
           call "abcclass" using ws-ab-function
                                 ws-ab-details
                                 ws-ab-file-status
           move cnt-date to ws-ab-last-counted
           if ws-ab-file-status = "00"
               set ab-update-record to true
           else
               move cnt-stockno to ws-ab-stockno
               set ws-ab-class-c to true
               set ab-add-record to true
           end-if
           call "abcclass" using ws-ab-function
                                 ws-ab-details
                                 ws-ab-file-status
           if ws-ab-file-status <> "00"
               display "bookvar: last-counted date not kept for "
                       cnt-stockno ", status " ws-ab-file-status
           end-if
           .

       write-variance-line.
           perform check-page-break
           move cnt-stockno  to ws-d-stockno
           move ws-count-location to ws-d-location
           move cnt-counted  to ws-d-counted
           move cnt-initials to ws-d-initials
           move ws-detail-line to rpt-line
