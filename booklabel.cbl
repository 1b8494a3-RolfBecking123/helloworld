      ****************************************************************
      *
      * Shelf price-label print run.
      *
      * Prints shelf stickers three across the page, each with the
      * title, author, stock number, ISBN and the price the till
      * will charge - with the regular price shown as WAS when a
      * discount window (b-sale-start to b-sale-end) is running.
      *
      * The daily run builds its queue from two places, each title
      * once however many records name it:
      *
      *   audit.dat    every record for the day whose retail price
      *                changed - bookprice.cbl's bulk changes, prices
      *                altered through book.cbl, and new titles - and
      *                every RECV record, one for each title
      *                bookrecv.cbl received that day (consignment
      *                deliveries included, which never reach
      *                recvjnl.dat)
      *   bookfile     every discount window that opens that day,
      *                and every one that closed the day before, so
      *                the first morning at the regular price gets
      *                its sticker too
      *
      * and prices every label as at the day of the run. Labels can
      * also be reprinted for one stock number or a whole b-type at
      * today's price. Printed to booklabel<stamp>.rpt and catalogued
      * on rptcat.dat.
      *
      ****************************************************************

       identification division.
       program-id. booklabel.

       environment division.
       input-output section.
       file-control.
           select bookfile assign to "bookfile.dat"
               file status is ls-file-status
               organization is indexed
               access mode is dynamic
               record key is b-stockno
               alternate record key is b-title with duplicates
               alternate record key is b-author with duplicates
               alternate record key is b-type with duplicates
               alternate record key is b-isbn with duplicates
               .

           select optional auditfile assign to "audit.dat"
               file status is ls-audit-status
               organization is line sequential
               .

           select label-file assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

       data division.
       file section.
       FD bookfile is external.
       copy "book-rec.cpy" replacing ==(prefix)== by ==b==.

       FD auditfile.
       copy "audit-rec.cpy" replacing ==(prefix)== by ==aud==.

       FD label-file.
       01 rpt-line                 pic x(80).

       working-storage section.
       01 ls-file-status           pic xx.
       01 ls-audit-status          pic xx.
       01 ls-rpt-status            pic xx.
       01 ls-call-status           pic x(2) comp-5.

       01 ws-choice                pic x.
           88 ws-daily-run           value "D" "d".
           88 ws-by-stockno          value "S" "s".
           88 ws-by-type             value "T" "t".
       01 ws-eof-flag              pic x.
           88 ws-eof                 value "Y".
       01 ws-date-in               pic 9(8).
       01 ws-label-date            pic 9(8).
       01 ws-day-before            pic 9(8).
       01 ws-day-int               pic 9(7).
       01 ws-stockno-in            pic x(4).
       01 ws-type-in               pic x(20).

      *>--Print queue: each title once, in the order first named
       01 ws-queue-table.
           03 ws-q-stockno occurs 2000 times pic x(4).
       01 ws-queue-count           pic 9(4) value zero.
       01 ws-queue-index           pic 9(4).
       01 ws-queue-full-flag       pic x value "N".
           88 ws-queue-full          value "Y".
       01 ws-add-stockno           pic x(4).

       01 ws-price-count           pic 9(4) value zero.
       01 ws-recv-count            pic 9(4) value zero.
       01 ws-window-count          pic 9(4) value zero.
       01 ws-label-count           pic 9(5) value zero.
       01 ws-missing-count         pic 9(4) value zero.

       01 ws-effective-retail      pic 99v99.
       01 ws-discounted-flag       pic x.
           88 ws-discounted          value "Y".
       01 ws-now-price             pic $$9.99.
       01 ws-was-price             pic $$9.99.

      *>--One row of stickers, three across
       01 ws-label-row.
           03 ws-lr-line occurs 4 times.
               05 ws-lr-label occurs 3 times.
                   07 ws-lr-text    pic x(26).
                   07 filler        pic x.
       01 ws-label-slot            pic 9 value zero.
       01 ws-line-index            pic 9.

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:8) to ws-label-date

           display "(D)aily label run, reprint by (S)tock number "
                   "or by (T)ype? "
           move space to ws-choice
           accept ws-choice
           evaluate true
               when ws-daily-run
                   display "Labels for date (YYYYMMDD, "
                           "blank = today): "
                   move zero to ws-date-in
                   accept ws-date-in
                   if ws-date-in <> zero
                       move ws-date-in to ws-label-date
                   end-if
                   compute ws-day-int =
                       function integer-of-date(ws-label-date) - 1
                   move function date-of-integer(ws-day-int)
                       to ws-day-before
               when ws-by-stockno
                   display "Stock number: "
                   move spaces to ws-stockno-in
                   accept ws-stockno-in
               when ws-by-type
                   display "Type: "
                   move spaces to ws-type-in
                   accept ws-type-in
                   call "CBL_TOUPPER" using ws-type-in
                                   by value length ws-type-in
                                  returning ls-call-status
               when other
                   display "booklabel: use D, S or T - nothing printed"
                   stop run
           end-evaluate

           open input bookfile
           if ls-file-status <> "00"
               display "booklabel: cannot open bookfile, status "
                        ls-file-status
               stop run
           end-if

           evaluate true
               when ws-daily-run
                   perform queue-audit-records
                   perform queue-discount-windows
               when ws-by-stockno
                   move ws-stockno-in to ws-add-stockno
                   perform add-to-queue
               when ws-by-type
                   perform queue-type
           end-evaluate
           if ws-queue-full
               display "booklabel: more than 2000 titles - "
                       "run incomplete"
           end-if

           move spaces to ws-rpt-name
           string "booklabel"           delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output label-file
           if ls-rpt-status <> "00"
               display "booklabel: cannot open label-file, status "
                        ls-rpt-status
               close bookfile
               stop run
           end-if

           move spaces to ws-label-row
           move zero to ws-label-slot
           perform varying ws-queue-index from 1 by 1
                   until ws-queue-index > ws-queue-count
               perform print-one-label
           end-perform
           if ws-label-slot > zero
               perform write-label-row
           end-if

           close label-file
           close bookfile
           perform register-report
           if ws-daily-run
               display "booklabel: " ws-price-count " price changes, "
                       ws-recv-count " received, "
                       ws-window-count " discount windows"
           end-if
           display "booklabel: " ws-label-count " labels printed, "
                   ws-missing-count " not on bookfile"
           stop run
           .

      *>------A retail price that differs before and after - bulk
      *>------changes, single changes and new titles alike - or a
      *>------delivery checked in.
       queue-audit-records.
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
                   if aud-timestamp(1:8) = ws-label-date
                       evaluate true
                           when aud-old-retail <> aud-new-retail
                               move aud-stockno to ws-add-stockno
                               perform add-to-queue
                               add 1 to ws-price-count
                           when aud-operation = "RECV"
                               move aud-stockno to ws-add-stockno
                               perform add-to-queue
                               add 1 to ws-recv-count
                       end-evaluate
                   end-if
               end-if
           end-perform
           close auditfile
           .

      *>------A window opening today, or one whose last day was
      *>------yesterday - the shelf price changes either way.
       queue-discount-windows.
           move low-values to b-stockno
           start bookfile key is not less than b-stockno
           move "N" to ws-eof-flag
           if ls-file-status <> "00"
               set ws-eof to true
           end-if
           perform until ws-eof
               read bookfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   if b-discount-pct > zero
                           and b-sale-start > zero
                           and b-sale-end > zero
                           and (b-sale-start = ws-label-date
                                or b-sale-end = ws-day-before)
                       move b-stockno to ws-add-stockno
                       perform add-to-queue
                       add 1 to ws-window-count
                   end-if
               end-if
           end-perform
           .

       queue-type.
           move ws-type-in to b-type
           start bookfile key is = b-type
           move "N" to ws-eof-flag
           if ls-file-status <> "00"
               set ws-eof to true
           end-if
           perform until ws-eof
               read bookfile next record
               if ls-file-status <> "00"
                       or b-type <> ws-type-in
                   set ws-eof to true
               else
                   move b-stockno to ws-add-stockno
                   perform add-to-queue
               end-if
           end-perform
           .

       add-to-queue.
           perform varying ws-queue-index from 1 by 1
                   until ws-queue-index > ws-queue-count
               if ws-q-stockno(ws-queue-index) = ws-add-stockno
                   exit paragraph
               end-if
           end-perform
           if ws-queue-count < 2000
               add 1 to ws-queue-count
               move ws-add-stockno to ws-q-stockno(ws-queue-count)
           else
               set ws-queue-full to true
           end-if
           .

       print-one-label.
           move ws-q-stockno(ws-queue-index) to b-stockno
           read bookfile key is b-stockno
           if ls-file-status <> "00"
               add 1 to ws-missing-count
               exit paragraph
           end-if
           perform compute-label-price

           add 1 to ws-label-slot
           move b-title  to ws-lr-text(1, ws-label-slot)
           move b-author to ws-lr-text(2, ws-label-slot)
           string b-stockno "  " b-isbn delimited by size
               into ws-lr-text(3, ws-label-slot)
           move ws-effective-retail to ws-now-price
           if ws-discounted
               move b-retail to ws-was-price
               string "PRICE " ws-now-price "  WAS " ws-was-price
                      delimited by size
                   into ws-lr-text(4, ws-label-slot)
           else
               string "PRICE " ws-now-price delimited by size
                   into ws-lr-text(4, ws-label-slot)
           end-if
           add 1 to ws-label-count
           if ws-label-slot = 3
               perform write-label-row
           end-if
           .

      *>------The same sum book.cbl makes for the till, but as at the
      *>------label date rather than the clock.
       compute-label-price.
           move b-retail to ws-effective-retail
           move "N" to ws-discounted-flag
           if b-discount-pct > zero
                   and b-sale-start > zero
                   and b-sale-end > zero
                   and ws-label-date >= b-sale-start
                   and ws-label-date <= b-sale-end
               compute ws-effective-retail rounded =
                   b-retail - (b-retail * b-discount-pct / 100)
               set ws-discounted to true
           end-if
           .

       write-label-row.
           perform varying ws-line-index from 1 by 1
                   until ws-line-index > 4
               move ws-lr-line(ws-line-index) to rpt-line
               write rpt-line
           end-perform
           move spaces to rpt-line
           write rpt-line
           move spaces to ws-label-row
           move zero to ws-label-slot
           .

       register-report.
           initialize ws-rc-details
           move "booklabel"            to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-label-count         to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "booklabel: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
