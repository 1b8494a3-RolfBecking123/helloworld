      *
      * Nightly point-of-sale reconciliation.
      *
      * Reads the day's dated sales journal (salesjnl<YYYYMMDD>.dat,
      * filed by booksjnl.cbl and named on sjnldate.dat), totals the
      * ticket lines by stock number and compares each against
      * bookfile's running b-sold total. A snapshot file remembers
      * what b-sold was as of last night's run, so today's expected
      * total is snapshot-sold plus today's journal quantity; anything
      * that doesn't match what is actually on bookfile gets printed
      * as an exception. The snapshot is then rewritten with
      * tonight's b-sold so tomorrow's run has a fresh baseline.
      * Copies shipped on web and mail orders (bookship.cbl) and a
      * merged-away title's sales (bookmerge.cbl) go onto b-sold
      * without passing the register, so those programs move the
      * snapshot by the same amount (see reconsnap-rec.cpy).
      *
      * The journal is then tied to the register's own tape: ticket
      * lines, units, gross, discounts and tax from the journal are
      * set against the tape totals record the register closed the
      * extract with, and any figure that differs - or a missing
      * tape record - is printed as an exception.
      *
      ****************************************************************

               alternate record key is b-isbn with duplicates
               .

           select posfile assign to dynamic ws-jnl-name
               organization is line sequential
               file status is ls-pos-status
               .

           select jnldatefile assign to "sjnldate.dat"
               organization is line sequential
               file status is ls-date-status
               .

           select snapshotfile assign to "reconsnap.dat"
               file status is ls-snap-status
               organization is indexed
               file status is ls-rpt-status
               .

           select sortwork assign to "bookrecon.srt"
               .

       data division.
       file section.
       FD bookfile is external.
       copy "book-rec.cpy" replacing ==(prefix)== by ==b==.

       FD posfile.
       copy "salesjnl-rec.cpy" replacing ==(prefix)== by ==pos==.

       FD jnldatefile.
       01 jnldate-line             pic 9(8).

       FD snapshotfile.
       copy "reconsnap-rec.cpy" replacing ==(prefix)== by ==snap==.

       FD recon-report.
       01 rpt-line                 pic x(80).

       SD sortwork.
       01 sd-record.
           03 sd-stockno           pic x(4).
           03 sd-qty               pic 9(5).

       working-storage section.
       01 ls-file-status           pic xx.
       01 ls-pos-status            pic xx.
       01 ls-date-status           pic xx.
       01 ls-snap-status           pic xx.
       01 ls-rpt-status            pic xx.

       01 ws-pos-eof-flag          pic x value "N".
           88 ws-pos-eof              value "Y".
       01 ws-sort-eof-flag         pic x value "N".
           88 ws-sort-eof             value "Y".
       01 ws-first-record-flag     pic x value "Y".
           88 ws-first-record         value "Y".
       01 ws-tape-found-flag       pic x value "N".
           88 ws-tape-found           value "Y".

       01 ws-jnl-name              pic x(30).
       01 ws-day-stockno           pic x(4).
       01 ws-day-qty               pic 9(5).
       01 ws-line-gross            pic 9(7)v99.

       01 ws-journal-totals.
           03 ws-jt-lines          pic 9(7) value zero.
           03 ws-jt-units          pic 9(7) value zero.
           03 ws-jt-gross          pic 9(7)v99 value zero.
           03 ws-jt-discount       pic 9(7)v99 value zero.
           03 ws-jt-tax            pic 9(7)v99 value zero.
       01 ws-tape-totals.
           03 ws-tp-lines          pic 9(7) value zero.
           03 ws-tp-units          pic 9(7) value zero.
           03 ws-tp-gross          pic 9(7)v99 value zero.
           03 ws-tp-discount       pic 9(7)v99 value zero.
           03 ws-tp-tax            pic 9(7)v99 value zero.
       01 ws-tape-exception-count  pic 9(5) value zero.

       01 ws-snap-found-flag       pic x.
           88 ws-snap-found           value "Y".
           05 filler                pic x(6)  value spaces.
           05 ws-d-result           pic x(30).

       01 ws-tape-heading          pic x(30)
           value "REGISTER TAPE TIE-OUT".

       01 ws-tape-heading-1.
           05 filler                pic x(14) value "FIGURE".
           05 filler                pic x(15) value "        JOURNAL".
           05 filler                pic x(15) value "           TAPE".
           05 filler                pic x(4)  value spaces.
           05 filler                pic x(30) value "RESULT".

       01 ws-tape-line.
           05 ws-tl-figure          pic x(14).
           05 ws-tl-journal         pic z,zzz,zz9.99-.
           05 filler                pic x(2)  value spaces.
           05 ws-tl-tape            pic z,zzz,zz9.99-.
           05 filler                pic x(4)  value spaces.
           05 ws-tl-result          pic x(30).

       01 ws-tl-journal-value      pic s9(7)v99.
       01 ws-tl-tape-value         pic s9(7)v99.

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           perform set-up-heading
           perform find-journal
           perform open-files
           perform write-page-heading

           sort sortwork
               on ascending key sd-stockno
               input procedure is release-ticket-lines
               output procedure is reconcile-stock-totals

           perform tie-out-register-tape
           perform close-files
           display "bookrecon: " ws-matched-count " matched, "
                    ws-exception-count " exceptions, "
                    ws-notfound-count " not found, "
                    ws-tape-exception-count " tape differences"
           goback
           .

      *>--booksjnl leaves the date of the journal it filed tonight.
       find-journal.
           open input jnldatefile
           if ls-date-status <> "00"
               display "bookrecon: no sjnldate.dat - run booksjnl first"
               move 16 to return-code
               goback
           end-if
           read jnldatefile
           if ls-date-status <> "00"
               display "bookrecon: sjnldate.dat is empty, status "
                        ls-date-status
               close jnldatefile
               move 16 to return-code
               goback
           end-if
           close jnldatefile
           move spaces to ws-jnl-name
           string "salesjnl"            delimited by size
                  jnldate-line          delimited by size
                  ".dat"                delimited by size
               into ws-jnl-name
           .

      *>--A title can be rung up on any number of tickets in a day,
      *>--so the journal's lines are totalled by stock number before
      *>--they are set against b-sold. The journal's own totals are
      *>--gathered on the way through for the tape tie-out.
       release-ticket-lines.
           perform until ws-pos-eof
               read posfile
               if ls-pos-status <> "00"
                   set ws-pos-eof to true
               else
                   if pos-tape-total
                       set ws-tape-found to true
                       move pos-tape-lines    to ws-tp-lines
                       move pos-tape-units    to ws-tp-units
                       move pos-tape-gross    to ws-tp-gross
                       move pos-tape-discount to ws-tp-discount
                       move pos-tape-tax      to ws-tp-tax
                   else
                       compute ws-line-gross = pos-qty * pos-unit-price
                       add 1              to ws-jt-lines
                       add pos-qty        to ws-jt-units
                       add ws-line-gross  to ws-jt-gross
                       add pos-discount   to ws-jt-discount
                       add pos-tax        to ws-jt-tax
                       move pos-stockno to sd-stockno
                       move pos-qty     to sd-qty
                       release sd-record
                   end-if
               end-if
           end-perform
           .

       reconcile-stock-totals.
           perform until ws-sort-eof
               return sortwork at end
                   set ws-sort-eof to true
               end-return
               if not ws-sort-eof
                   if ws-first-record or sd-stockno <> ws-day-stockno
                       if not ws-first-record
                           perform reconcile-one-record
                       end-if
                       move "N" to ws-first-record-flag
                       move sd-stockno to ws-day-stockno
                       move zero to ws-day-qty
                   end-if
                   add sd-qty to ws-day-qty
               end-if
           end-perform
           if not ws-first-record
               perform reconcile-one-record
           end-if
           .

       open-files.

           open input posfile
           if ls-pos-status <> "00"
               display "bookrecon: cannot open " ws-jnl-name
                       ", status " ls-pos-status
               move 16 to return-code
               goback
           end-if

       reconcile-one-record.
           add 1 to ws-processed-count
           move ws-day-stockno to b-stockno
           read bookfile
           if ls-file-status <> "00"
               perform check-page-break
               move ws-day-stockno to ws-d-stockno
               move zero        to ws-d-prior
               move ws-day-qty  to ws-d-qty
               move zero        to ws-d-expected
               move zero        to ws-d-actual
               move "not found on bookfile" to ws-d-result
               add 1 to ws-notfound-count
           else
               perform look-up-snapshot
               compute ws-expected-sold = ws-prior-sold + ws-day-qty

               move ws-day-stockno to ws-d-stockno
               move ws-prior-sold  to ws-d-prior
               move ws-day-qty     to ws-d-qty
               move ws-expected-sold to ws-d-expected
               move b-sold         to ws-d-actual


       look-up-snapshot.
           move "N" to ws-snap-found-flag
           move ws-day-stockno to snap-stockno
           read snapshotfile
           if ls-snap-status = "00"
               set ws-snap-found to true
           .

       update-snapshot.
           move ws-day-stockno to snap-stockno
           move b-sold      to snap-sold
           if ws-snap-found
               rewrite snap-record
           else
               write snap-record
           end-if
           .

       tie-out-register-tape.
           if ws-rh-line-count + 10 >= ws-rh-page-limit
               perform write-page-heading
           end-if
           move spaces to rpt-line
           write rpt-line
           move ws-tape-heading to rpt-line
           write rpt-line
           move ws-tape-heading-1 to rpt-line
           write rpt-line
           add 3 to ws-rh-line-count

           if not ws-tape-found
               move spaces to ws-tape-line
               move "no register tape record - cannot tie out"
                   to ws-tl-result
               move ws-tape-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
               add 1 to ws-tape-exception-count
               exit paragraph
           end-if

           move "TICKET LINES"  to ws-tl-figure
           move ws-jt-lines     to ws-tl-journal-value
           move ws-tp-lines     to ws-tl-tape-value
           perform write-tape-line
           move "UNITS"         to ws-tl-figure
           move ws-jt-units     to ws-tl-journal-value
           move ws-tp-units     to ws-tl-tape-value
           perform write-tape-line
           move "GROSS"         to ws-tl-figure
           move ws-jt-gross     to ws-tl-journal-value
           move ws-tp-gross     to ws-tl-tape-value
           perform write-tape-line
           move "DISCOUNTS"     to ws-tl-figure
           move ws-jt-discount  to ws-tl-journal-value
           move ws-tp-discount  to ws-tl-tape-value
           perform write-tape-line
           move "TAX"           to ws-tl-figure
           move ws-jt-tax       to ws-tl-journal-value
           move ws-tp-tax       to ws-tl-tape-value
           perform write-tape-line
           .

       write-tape-line.
           move ws-tl-journal-value to ws-tl-journal
           move ws-tl-tape-value    to ws-tl-tape
           if ws-tl-journal-value = ws-tl-tape-value
               move "ties" to ws-tl-result
           else
               move "DOES NOT TIE - check register" to ws-tl-result
               add 1 to ws-tape-exception-count
           end-if
           move ws-tape-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           .

       close-files.
           move ws-processed-count to ws-rh-t-count
           move "SALES CHECKED ***" to ws-rh-t-label
