      ****************************************************************
      *
      * Month-end inventory close and roll-forward.
      *
      * (C)lose a month: every title on bookfile is written to
      * closesnap.dat (layout closesnap-rec.cpy) with its b-onhand,
      * last unit cost and value as the closing snapshot for the
      * month, and the month is rolled forward from the previous
      * month's close -
      *
      *   closing = opening + receipts - sales - shipments
      *             + customer returns - returns to vendor
      *             +/- count corrections, buybacks, merges,
      *             additions and deletions, other changes
      *
      * with every movement totalled from the audit records stamped
      * after the previous close and up to this one. Any title where
      * the arithmetic does not tie out is stock that moved without
      * an audit record saying why, and is listed at the end of the
      * report on its own. (R)eprint prints the report again for a
      * month already closed.
      *
      * Run it once the last postings for the month are in and
      * before anything else posts - the snapshot is taken at the
      * moment of the run. A month can only be closed once, and the
      * first month ever closed has no opening to roll from, so its
      * report shows the closing position only. The audit records
      * needed are read from audit.dat and from the bookaudarc.cbl
      * archive files for this month and the previous one, if they
      * exist; archive a month only after it is closed here.
      * Titles held on consignment (consign.dat) are counted in the
      * roll-forward like any other, so their units still tie out,
      * but they are not the shop's to value: their opening and
      * closing values are zero, as in bookval.cbl's totals. The
      * report, per title and per b-type, goes to
      * bookclose<stamp>.rpt and is catalogued on rptcat.dat.
      *
      ****************************************************************

       identification division.
       program-id. bookclose.

       environment division.
       input-output section.
       file-control.
           select bookfile assign to "bookfile.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is b-stockno
               alternate record key is b-title with duplicates
               alternate record key is b-author with duplicates
               alternate record key is b-type with duplicates
               alternate record key is b-isbn with duplicates
               .

           select closesnapfile assign to "closesnap.dat"
               file status is ls-snap-status
               organization is indexed
               access mode is dynamic
               record key is cs-key
               .

           select optional auditfile assign to dynamic ws-audit-name
               file status is ls-audit-status
               organization is line sequential
               .

           select close-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

       data division.
       file section.
       FD bookfile is external.
       copy "book-rec.cpy" replacing ==(prefix)== by ==b==.

       FD closesnapfile.
       copy "closesnap-rec.cpy" replacing ==(prefix)== by ==cs==.

       FD auditfile.
       copy "audit-rec.cpy" replacing ==(prefix)== by ==aud==.

       FD close-report.
       01 rpt-line                 pic x(132).

       working-storage section.
       01 ls-file-status           pic xx.
       01 ls-snap-status           pic xx.
       01 ls-audit-status          pic xx.
       01 ls-rpt-status            pic xx.

       01 ws-choice                pic x.
           88 ws-close-month         value "C" "c".
           88 ws-reprint             value "R" "r".
       01 ws-eof-flag              pic x.
           88 ws-eof                 value "Y".
       01 ws-found-flag            pic x.
           88 ws-found               value "Y".
       01 ws-prior-flag            pic x value "N".
           88 ws-prior-closed        value "Y".

       01 ws-period                pic 9(6).
       01 ws-period-parts redefines ws-period.
           03 ws-period-yyyy       pic 9(4).
           03 ws-period-mm         pic 9(2).
       01 ws-prior-period          pic 9(6).
       01 ws-prior-parts redefines ws-prior-period.
           03 ws-prior-yyyy        pic 9(4).
           03 ws-prior-mm          pic 9(2).
       01 ws-close-stamp           pic x(16).
       01 ws-prior-stamp           pic x(16).
       01 ws-last-key              pic x(10).

       01 ws-audit-name            pic x(30).
       01 ws-archive-name.
           03 filler               pic x(5) value "audit".
           03 ws-an-period         pic 9(6).
           03 filler               pic x(4) value ".dat".

       01 ws-old-onhand            pic 9(5).
       01 ws-new-onhand            pic 9(5).
       01 ws-mv-index              pic 9(2).
       01 ws-mv-total              pic s9(7).

       01 ws-cn-function           pic x.
           88 cn-read-record         value "1".
       01 ws-cn-file-status        pic xx.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==ws-cn==.

       01 ws-title-count           pic 9(7) value zero.
       01 ws-gone-count            pic 9(5) value zero.
       01 ws-audit-count           pic 9(7) value zero.
       01 ws-exception-count       pic 9(5) value zero.

      *>--The record being built, while the file record is used to
      *>--look up last month's closing for the same title
       copy "closesnap-rec.cpy" replacing ==(prefix)== by ==ws-cs==.

      *>--Per b-type totals for the summary
       01 ws-type-table.
           03 ws-ty-entry occurs 100 times.
               05 ws-ty-btype       pic x(20).
               05 ws-ty-open        pic s9(7).
               05 ws-ty-mv          pic s9(7) occurs 10 times.
               05 ws-ty-close       pic s9(7).
               05 ws-ty-diff        pic s9(7).
               05 ws-ty-open-value  pic 9(9)v99.
               05 ws-ty-close-value pic 9(9)v99.
       01 ws-type-count            pic 9(3) value zero.
       01 ws-type-index            pic 9(3).
       01 ws-type-full-flag        pic x value "N".
           88 ws-type-full           value "Y".

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-section-line.
           05 filler                pic x(4)  value "*** ".
           05 ws-sl-text            pic x(60).
           05 filler                pic x(6)  value "MONTH ".
           05 ws-sl-period          pic 9(6).

       01 ws-heading-1.
           05 filler                pic x(6)  value "STOCK".
           05 ws-h1-first           pic x(13) value "TYPE".
           05 filler                pic x(8)  value "OPENING ".
           05 filler                pic x(8)  value "   RECV ".
           05 filler                pic x(8)  value "  SALES ".
           05 filler                pic x(8)  value "   SHIP ".
           05 filler                pic x(8)  value " RETURN ".
           05 filler                pic x(8)  value "    RTV ".
           05 filler                pic x(8)  value "  COUNT ".
           05 filler                pic x(8)  value "  BUYBK ".
           05 filler                pic x(8)  value "  MERGE ".
           05 filler                pic x(8)  value "ADD/DEL ".
           05 filler                pic x(8)  value "  OTHER ".
           05 filler                pic x(8)  value "CLOSING ".
           05 filler                pic x(7)  value "   DIFF".

       01 ws-detail-line.
           05 ws-d-stockno          pic x(4).
           05 filler                pic x(2).
           05 ws-d-btype            pic x(12).
           05 filler                pic x.
           05 ws-d-open             pic -(6)9.
           05 filler                pic x.
           05 ws-d-mv-cell occurs 10 times.
               07 ws-d-mv           pic -(6)9.
               07 filler            pic x.
           05 ws-d-close            pic -(6)9.
           05 filler                pic x.
           05 ws-d-diff             pic -(6)9.
           05 ws-d-flag             pic x(3).

       01 ws-value-line.
           05 filler                pic x(6).
           05 ws-v-btype            pic x(20).
           05 filler                pic x(2).
           05 ws-v-open-label       pic x(15).
           05 ws-v-open-value       pic z(8)9.99.
           05 filler                pic x(4).
           05 ws-v-close-label      pic x(15).
           05 ws-v-close-value      pic z(8)9.99.

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:16) to ws-close-stamp

           display "(C)lose a month or (R)eprint a closed month's "
                   "roll-forward? "
           move space to ws-choice
           accept ws-choice
           if not ws-close-month and not ws-reprint
               display "bookclose: use C or R - nothing done"
               stop run
           end-if
           display "Month (YYYYMM): "
           move zero to ws-period
           accept ws-period
           if ws-period-mm < 1 or ws-period-mm > 12
               display "bookclose: " ws-period " is not a month"
               stop run
           end-if
           move ws-period to ws-prior-period
           if ws-prior-mm = 1
               subtract 1 from ws-prior-yyyy
               move 12 to ws-prior-mm
           else
               subtract 1 from ws-prior-mm
           end-if

           open i-o closesnapfile
           evaluate ls-snap-status
            when "05"
      *>-------File not created yet
            when "00"
               continue
            when other
               display "bookclose: cannot open closesnap.dat, status "
                        ls-snap-status
               stop run
           end-evaluate

           move ws-period to cs-period
           perform find-first-of-period
           if ws-close-month
               if ws-found
                   display "bookclose: " ws-period
                           " is already closed - use R to reprint"
                   close closesnapfile
                   stop run
               end-if
               perform close-the-month
           else
               if not ws-found
                   display "bookclose: " ws-period
                           " has not been closed"
                   close closesnapfile
                   stop run
               end-if
           end-if

           perform print-roll-forward
           close closesnapfile
           perform register-report
           display "bookclose: " ws-title-count " titles, "
                   ws-exception-count " do not tie out"
           stop run
           .

      *>------Positions on the first record of the month in cs-period
      *>------and says whether there is one.
       find-first-of-period.
           move "N" to ws-found-flag
           move low-values to cs-stockno
           start closesnapfile key is not less than cs-key
           if ls-snap-status = "00"
               read closesnapfile next record
               if ls-snap-status = "00"
                       and cs-period = ws-period
                   set ws-found to true
               end-if
           end-if
           .

       close-the-month.
           move ws-prior-period to cs-period
           move low-values to cs-stockno
           start closesnapfile key is not less than cs-key
           if ls-snap-status = "00"
               read closesnapfile next record
               if ls-snap-status = "00"
                       and cs-period = ws-prior-period
                   set ws-prior-closed to true
                   move cs-close-stamp to ws-prior-stamp
               end-if
           end-if

           perform snapshot-bookfile
           if ws-prior-closed
               perform carry-gone-titles
               move ws-period to ws-an-period
               move ws-archive-name to ws-audit-name
               perform apply-audit-file
               move ws-prior-period to ws-an-period
               move ws-archive-name to ws-audit-name
               perform apply-audit-file
               move "audit.dat" to ws-audit-name
               perform apply-audit-file
               perform work-out-differences
           end-if
           .

      *>------The closing position of every title on file now, with
      *>------last month's closing as its opening.
       snapshot-bookfile.
           open input bookfile
           if ls-file-status <> "00"
               display "bookclose: cannot open bookfile, status "
                        ls-file-status
               close closesnapfile
               stop run
           end-if
           move "N" to ws-eof-flag
           perform until ws-eof
               read bookfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   perform snapshot-one-title
               end-if
           end-perform
           close bookfile
           .

       snapshot-one-title.
           initialize ws-cs-details
           move ws-period      to ws-cs-period
           move b-stockno      to ws-cs-stockno
           move b-type         to ws-cs-btype
           move ws-close-stamp to ws-cs-close-stamp
           move b-onhand       to ws-cs-onhand
           move b-unit-cost    to ws-cs-unit-cost
           initialize ws-cn-details
           move b-stockno to ws-cn-stockno
           set cn-read-record to true
           call "consign" using ws-cn-function
                                ws-cn-details
                                ws-cn-file-status
           if ws-cn-file-status = "00"
               move zero to ws-cs-value
           else
               compute ws-cs-value = b-onhand * b-unit-cost
           end-if
           move "N" to ws-cs-opening-flag
           if ws-prior-closed
               set ws-cs-has-opening to true
               move ws-prior-period to cs-period
               move b-stockno       to cs-stockno
               read closesnapfile
               if ls-snap-status = "00"
                   move cs-onhand to ws-cs-open-onhand
                   if ws-cn-file-status <> "00"
                       move cs-value to ws-cs-open-value
                   end-if
               end-if
           end-if
           move ws-cs-details to cs-details
           write cs-details
           add 1 to ws-title-count
           .

      *>------A title on last month's close but not on bookfile now
      *>------was deleted or merged away: it closes at zero, and its
      *>------opening stock must be explained by this month's audit.
       carry-gone-titles.
           move ws-prior-period to cs-period
           move low-values to cs-stockno
           move cs-key to ws-last-key
           move "N" to ws-eof-flag
           perform until ws-eof
               move ws-last-key to cs-key
               start closesnapfile key is greater than cs-key
               if ls-snap-status <> "00"
                   set ws-eof to true
               else
                   read closesnapfile next record
                   if ls-snap-status <> "00"
                           or cs-period <> ws-prior-period
                       set ws-eof to true
                   else
                       move cs-key to ws-last-key
                       if cs-onhand > zero
                           perform carry-one-gone-title
                       end-if
                   end-if
               end-if
           end-perform
           .

       carry-one-gone-title.
           initialize ws-cs-details
           move ws-period       to ws-cs-period
           move cs-stockno      to ws-cs-stockno
           move cs-btype        to ws-cs-btype
           move ws-close-stamp  to ws-cs-close-stamp
           set ws-cs-has-opening to true
           move cs-onhand       to ws-cs-open-onhand
           move cs-value        to ws-cs-open-value
           move cs-unit-cost    to ws-cs-unit-cost
           move ws-cs-key to cs-key
           read closesnapfile
           if ls-snap-status <> "00"
               move ws-cs-details to cs-details
               write cs-details
               add 1 to ws-gone-count
               add 1 to ws-title-count
           end-if
           .

       apply-audit-file.
           open input auditfile
           if ls-audit-status <> "00"
               exit paragraph
           end-if
           move "N" to ws-eof-flag
           perform until ws-eof
               read auditfile
               if ls-audit-status <> "00"
                   set ws-eof to true
               else
                   if aud-timestamp(1:16) > ws-prior-stamp
                           and aud-timestamp(1:16) <= ws-close-stamp
                       perform apply-one-movement
                   end-if
               end-if
           end-perform
           close auditfile
           .

      *>------POCANC and POAMND carry PO quantities in the on-hand
      *>------columns and the NOxxxx refusals move nothing, so they
      *>------are left out, as are XFROUT and XFRIN, whose columns
      *>------carry one shop's count for copies that never left the
      *>------business; any other code that moves stock and is not
      *>------one of the ten shows up as a difference.
       apply-one-movement.
           evaluate aud-operation
            when "RECV"
               move 1 to ws-mv-index
            when "SALE"
               move 2 to ws-mv-index
            when "SHIP"
               move 3 to ws-mv-index
            when "RETURN"
               move 4 to ws-mv-index
            when "RTV"
               move 5 to ws-mv-index
            when "COUNT"
               move 6 to ws-mv-index
            when "BUYBK"
               move 7 to ws-mv-index
            when "MERGE"
            when "MERGED"
               move 8 to ws-mv-index
            when "ADD"
            when "DELETE"
               move 9 to ws-mv-index
            when "UPDATE"
               move 10 to ws-mv-index
            when other
               exit paragraph
           end-evaluate
           move aud-old-onhand to ws-old-onhand
           move aud-new-onhand to ws-new-onhand
           if ws-new-onhand = ws-old-onhand
               exit paragraph
           end-if

           move ws-period   to cs-period
           move aud-stockno to cs-stockno
           read closesnapfile
           if ls-snap-status <> "00"
      *>-----------Added and gone again inside the month
               initialize cs-details
               move ws-period      to cs-period
               move aud-stockno    to cs-stockno
               move "(NOT ON FILE)" to cs-btype
               move ws-close-stamp to cs-close-stamp
               set cs-has-opening to true
               compute cs-mv-units(ws-mv-index) =
                   ws-new-onhand - ws-old-onhand
               write cs-details
               add 1 to ws-gone-count
               add 1 to ws-title-count
           else
               compute cs-mv-units(ws-mv-index) =
                   cs-mv-units(ws-mv-index)
                   + ws-new-onhand - ws-old-onhand
               rewrite cs-details
           end-if
           add 1 to ws-audit-count
           .

       work-out-differences.
           move ws-period to cs-period
           move low-values to cs-stockno
           move cs-key to ws-last-key
           move "N" to ws-eof-flag
           perform until ws-eof
               move ws-last-key to cs-key
               start closesnapfile key is greater than cs-key
               if ls-snap-status <> "00"
                   set ws-eof to true
               else
                   read closesnapfile next record
                   if ls-snap-status <> "00"
                           or cs-period <> ws-period
                       set ws-eof to true
                   else
                       move cs-key to ws-last-key
                       perform sum-movements
                       compute cs-difference =
                           cs-onhand - cs-open-onhand - ws-mv-total
                       rewrite cs-details
                   end-if
               end-if
           end-perform
           .

       sum-movements.
           move zero to ws-mv-total
           perform varying ws-mv-index from 1 by 1
                   until ws-mv-index > 10
               add cs-mv-units(ws-mv-index) to ws-mv-total
           end-perform
           .

      ****************************************************************
      * The report: every title, then the b-type summary, then the
      * titles that do not tie out - all from closesnap.dat, so a
      * reprint reads exactly what the close wrote.
      ****************************************************************
       print-roll-forward.
           move "bookclose"   to ws-rh-h-program
           move "MONTH-END INVENTORY ROLL-FORWARD" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss

           move spaces to ws-rpt-name
           string "bookclose"           delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output close-report
           if ls-rpt-status <> "00"
               display "bookclose: cannot open close-report, status "
                        ls-rpt-status
               close closesnapfile
               stop run
           end-if

           move ws-period to cs-period
           perform find-first-of-period
           if not cs-has-opening
               move "FIRST CLOSE - NO OPENING TO ROLL FROM"
                   to ws-sl-text
           else
               move "ROLL-FORWARD BY TITLE" to ws-sl-text
           end-if
           move "TYPE" to ws-h1-first
           perform write-page-heading

           move zero to ws-title-count
           move zero to ws-exception-count
           initialize ws-type-table
           move zero to ws-type-count
           move ws-period to cs-period
           move low-values to cs-stockno
           start closesnapfile key is not less than cs-key
           move "N" to ws-eof-flag
           if ls-snap-status <> "00"
               set ws-eof to true
           end-if
           perform until ws-eof
               read closesnapfile next record
               if ls-snap-status <> "00"
                       or cs-period <> ws-period
                   set ws-eof to true
               else
                   add 1 to ws-title-count
                   perform print-title-line
                   perform add-to-type-totals
               end-if
           end-perform

           perform print-type-summary
           perform print-exceptions

           move ws-title-count to ws-rh-t-count
           move "TITLES ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close close-report
           .

       print-title-line.
           if cs-difference <> zero
               add 1 to ws-exception-count
           end-if
           perform check-page-break
           perform build-title-line
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           .

       build-title-line.
           move spaces     to ws-detail-line
           move cs-stockno to ws-d-stockno
           move cs-btype   to ws-d-btype
           move cs-open-onhand to ws-d-open
           perform varying ws-mv-index from 1 by 1
                   until ws-mv-index > 10
               move cs-mv-units(ws-mv-index) to ws-d-mv(ws-mv-index)
           end-perform
           move cs-onhand     to ws-d-close
           move cs-difference to ws-d-diff
           if cs-difference <> zero
               move " **" to ws-d-flag
           end-if
           .

       add-to-type-totals.
           perform varying ws-type-index from 1 by 1
                   until ws-type-index > ws-type-count
                   or ws-ty-btype(ws-type-index) = cs-btype
               continue
           end-perform
           if ws-type-index > ws-type-count
               if ws-type-count >= 100
                   set ws-type-full to true
                   exit paragraph
               end-if
               add 1 to ws-type-count
               move ws-type-count to ws-type-index
               move cs-btype to ws-ty-btype(ws-type-index)
           end-if
           add cs-open-onhand to ws-ty-open(ws-type-index)
           perform varying ws-mv-index from 1 by 1
                   until ws-mv-index > 10
               add cs-mv-units(ws-mv-index)
                   to ws-ty-mv(ws-type-index, ws-mv-index)
           end-perform
           add cs-onhand     to ws-ty-close(ws-type-index)
           add cs-difference to ws-ty-diff(ws-type-index)
           add cs-open-value to ws-ty-open-value(ws-type-index)
           add cs-value      to ws-ty-close-value(ws-type-index)
           .

       print-type-summary.
           move "ROLL-FORWARD BY B-TYPE" to ws-sl-text
           move "B-TYPE" to ws-h1-first
           perform write-page-heading
           perform varying ws-type-index from 1 by 1
                   until ws-type-index > ws-type-count
               if ws-rh-line-count + 2 > ws-rh-page-limit
                   perform write-page-heading
               end-if
               move spaces to ws-detail-line
               move ws-ty-btype(ws-type-index) to ws-d-btype
               move ws-ty-open(ws-type-index)  to ws-d-open
               perform varying ws-mv-index from 1 by 1
                       until ws-mv-index > 10
                   move ws-ty-mv(ws-type-index, ws-mv-index)
                       to ws-d-mv(ws-mv-index)
               end-perform
               move ws-ty-close(ws-type-index) to ws-d-close
               move ws-ty-diff(ws-type-index)  to ws-d-diff
               if ws-ty-diff(ws-type-index) <> zero
                   move " **" to ws-d-flag
               end-if
               move ws-detail-line to rpt-line
               write rpt-line
               move spaces to ws-value-line
               move "OPENING VALUE" to ws-v-open-label
               move "CLOSING VALUE" to ws-v-close-label
               move ws-ty-btype(ws-type-index) to ws-v-btype
               move ws-ty-open-value(ws-type-index)
                   to ws-v-open-value
               move ws-ty-close-value(ws-type-index)
                   to ws-v-close-value
               move ws-value-line to rpt-line
               write rpt-line
               add 2 to ws-rh-line-count
           end-perform
           if ws-type-full
               move "MORE THAN 100 B-TYPES - SUMMARY INCOMPLETE"
                   to rpt-line
               write rpt-line
           end-if
           .

       print-exceptions.
           move "TITLES THAT DO NOT TIE OUT" to ws-sl-text
           move "TYPE" to ws-h1-first
           perform write-page-heading
           if ws-exception-count = zero
               move "NONE - EVERY TITLE TIES OUT" to rpt-line
               write rpt-line
               exit paragraph
           end-if
           move ws-period to cs-period
           move low-values to cs-stockno
           start closesnapfile key is not less than cs-key
           move "N" to ws-eof-flag
           if ls-snap-status <> "00"
               set ws-eof to true
           end-if
           perform until ws-eof
               read closesnapfile next record
               if ls-snap-status <> "00"
                       or cs-period <> ws-period
                   set ws-eof to true
               else
                   if cs-difference <> zero
                       perform check-page-break
                       perform build-title-line
                       move ws-detail-line to rpt-line
                       write rpt-line
                       add 1 to ws-rh-line-count
                   end-if
               end-if
           end-perform
           .

       check-page-break.
           if ws-rh-line-count >= ws-rh-page-limit
               perform write-page-heading
           end-if
           .

       write-page-heading.
           add 1 to ws-rh-page-number
           move ws-rh-page-number to ws-rh-h-page
           move ws-rh-heading-line to rpt-line
           write rpt-line
           move ws-period to ws-sl-period
           move ws-section-line to rpt-line
           write rpt-line
           move ws-heading-1 to rpt-line
           write rpt-line
           move 3 to ws-rh-line-count
           .

       register-report.
           initialize ws-rc-details
           move "bookclose"            to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-title-count         to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookclose: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
