      ****************************************************************
      *
      * Nightly sales ticket journal and daily sales journal report.
      *
      * Files the day's POS register extract (possales.dat - one line
      * per ticket line with the price actually charged, discount
      * taken and tax, closed by the register's tape totals record)
      * as the dated sales journal salesjnl<YYYYMMDD>.dat, with each
      * line's b-type filled in from bookfile. The journal is dated
      * from the register tape's own sale date (today when the tape
      * record is missing), and that date is left on sjnldate.dat so
      * bookpost.cbl and bookrecon.cbl pick up the same journal. Also
      * prints the daily sales journal - lines, units, gross,
      * discounts, tax and net by b-type with a grand total - as
      * booksjnl<stamp>.rpt. Refiling the same extract simply rewrites
      * the same journal, so a rerun does no harm.
      *
      ****************************************************************

       identification division.
       program-id. booksjnl.

       environment division.
       input-output section.
       file-control.
           select posfile assign to "possales.dat"
               organization is line sequential
               file status is ls-pos-status
               .

           select journalfile assign to dynamic ws-jnl-name
               organization is line sequential
               file status is ls-jnl-status
               .

           select jnldatefile assign to "sjnldate.dat"
               organization is line sequential
               file status is ls-date-status
               .

           select sjnl-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

           select sortwork assign to "booksjnl.srt"
               .

       data division.
       file section.
       FD posfile.
       copy "salesjnl-rec.cpy" replacing ==(prefix)== by ==pos==.

       FD journalfile.
       copy "salesjnl-rec.cpy" replacing ==(prefix)== by ==sj==.

       FD jnldatefile.
       01 jnldate-line             pic 9(8).

       FD sjnl-report.
       01 rpt-line                 pic x(80).

       SD sortwork.
       01 sd-record.
           05 sd-btype             pic x(20).
           05 sd-qty               pic 9(5).
           05 sd-gross             pic 9(7)v99.
           05 sd-discount          pic 9(5)v99.
           05 sd-tax               pic 9(5)v99.

       working-storage section.
       01 ls-pos-status            pic xx.
       01 ls-jnl-status            pic xx.
       01 ls-date-status           pic xx.
       01 ls-rpt-status            pic xx.

       01 ws-eof-flag              pic x value "N".
           88 ws-eof                  value "Y".
       01 ws-first-record-flag     pic x value "Y".
           88 ws-first-record         value "Y".

       01 ws-jnl-name              pic x(30).
       01 ws-rpt-name              pic x(30).
       01 ws-journal-date          pic 9(8).

       01 ws-line-count            pic 9(7) value zero.
       01 ws-notfound-count        pic 9(5) value zero.
       01 ws-line-gross            pic 9(7)v99.
       01 ws-prev-btype            pic x(20).

       01 ws-type-totals.
           05 ws-tt-lines          pic 9(7).
           05 ws-tt-units          pic 9(7).
           05 ws-tt-gross          pic 9(9)v99.
           05 ws-tt-discount       pic 9(9)v99.
           05 ws-tt-tax            pic 9(9)v99.
       01 ws-grand-totals.
           05 ws-gt-lines          pic 9(7) value zero.
           05 ws-gt-units          pic 9(7) value zero.
           05 ws-gt-gross          pic 9(9)v99 value zero.
           05 ws-gt-discount       pic 9(9)v99 value zero.
           05 ws-gt-tax            pic 9(9)v99 value zero.
       01 ws-type-count            pic 9(5) value zero.

       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       01 ws-book-function         pic x.
           88 bk-read-record         value "1".
           88 bk-batch-open          value "7".
           88 bk-batch-close         value "8".
       01 ws-book-file-status      pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-date-line.
           05 filler               pic x(14) value "SALES DATE:   ".
           05 ws-dl-date           pic 9(8).
           05 filler               pic x(12) value "   JOURNAL: ".
           05 ws-dl-journal        pic x(30).

       01 ws-heading-1.
           05 filler               pic x(18) value "TYPE".
           05 filler               pic x(7)  value "  LINES".
           05 filler               pic x(8)  value "   UNITS".
           05 filler               pic x(13) value "        GROSS".
           05 filler               pic x(11) value "   DISCOUNT".
           05 filler               pic x(11) value "        TAX".
           05 filler               pic x(12) value "         NET".

       01 ws-detail-line.
           05 ws-d-btype           pic x(18).
           05 ws-d-lines           pic z(6)9.
           05 ws-d-units           pic z(7)9.
           05 filler               pic x     value space.
           05 ws-d-gross           pic z,zzz,zz9.99.
           05 filler               pic x     value space.
           05 ws-d-discount        pic zzz,zz9.99.
           05 filler               pic x     value space.
           05 ws-d-tax             pic zzz,zz9.99.
           05 ws-d-net             pic z,zzz,zz9.99.

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           perform set-up-heading
           perform find-journal-date
           perform open-journal
           perform open-bookfile-batch

           sort sortwork
               on ascending key sd-btype
               input procedure is file-ticket-lines
               output procedure is print-sales-journal

           perform close-bookfile-batch
           perform write-journal-date
           perform register-report
           display "booksjnl: " ws-line-count " ticket lines filed to "
                    ws-jnl-name ", " ws-notfound-count
                    " not on bookfile"
           goback
           .

       set-up-heading section.
           move "booksjnl"    to ws-rh-h-program
           move "DAILY SALES JOURNAL" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

      ****************************************************************
      * The register writes its tape totals as the last record of the
      * extract, so one pass over it finds the sale date before the
      * journal is named. No tape record means the register closed
      * abnormally: the journal is filed under today's date and
      * bookrecon.cbl will report the missing tape.
      ****************************************************************
       find-journal-date section.
           move ws-rh-run-stamp(1:8) to ws-journal-date
           open input posfile
           if ls-pos-status <> "00"
               display "booksjnl: cannot open posfile, status "
                        ls-pos-status
               move 16 to return-code
               goback
           end-if
           move "N" to ws-eof-flag
           perform until ws-eof
               read posfile
               if ls-pos-status <> "00"
                   set ws-eof to true
               else
                   if pos-tape-total and pos-tape-date <> zero
                       move pos-tape-date to ws-journal-date
                   end-if
               end-if
           end-perform
           close posfile
           .

       open-journal section.
           move spaces to ws-jnl-name
           string "salesjnl"            delimited by size
                  ws-journal-date       delimited by size
                  ".dat"                delimited by size
               into ws-jnl-name
           open output journalfile
           if ls-jnl-status <> "00"
               display "booksjnl: cannot open " ws-jnl-name
                       ", status " ls-jnl-status
               move 16 to return-code
               goback
           end-if
           .

       open-bookfile-batch section.
           set bk-batch-open to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status <> "00"
               display "booksjnl: cannot batch-open bookfile, status "
                        ws-book-file-status
               move 16 to return-code
               goback
           end-if
           .

       close-bookfile-batch section.
           set bk-batch-close to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           .

       file-ticket-lines section.
           open input posfile
           move "N" to ws-eof-flag
           perform until ws-eof
               read posfile
               if ls-pos-status <> "00"
                   set ws-eof to true
               else
                   if pos-tape-total
                       move pos-tape-record to sj-tape-record
                       write sj-tape-record
                   else
                       perform file-one-line
                   end-if
               end-if
           end-perform
           close posfile
           close journalfile
           .

       file-one-line section.
           move pos-record to sj-record
           set sj-ticket-line to true
           move spaces to sj-btype
           initialize ws-bk-details
           move pos-stockno to ws-bk-stockno
           set bk-read-record to true
           call "book" using ws-book-function
                              ws-bk-details
                              ws-book-file-status
                              ws-bk-effective-retail
           if ws-book-file-status = "00"
               move ws-bk-type to sj-btype
           else
               add 1 to ws-notfound-count
           end-if
           write sj-record
           add 1 to ws-line-count

           compute ws-line-gross = sj-qty * sj-unit-price
           move sj-btype      to sd-btype
           move sj-qty        to sd-qty
           move ws-line-gross to sd-gross
           move sj-discount   to sd-discount
           move sj-tax        to sd-tax
           release sd-record
           .

       print-sales-journal section.
           perform open-report

           move "N" to ws-eof-flag
           perform until ws-eof
               return sortwork at end
                   set ws-eof to true
               end-return
               if not ws-eof
                   if ws-first-record or sd-btype <> ws-prev-btype
                       if not ws-first-record
                           perform write-type-line
                       end-if
                       move "N" to ws-first-record-flag
                       move sd-btype to ws-prev-btype
                       initialize ws-type-totals
                   end-if
                   add 1           to ws-tt-lines
                   add sd-qty      to ws-tt-units
                   add sd-gross    to ws-tt-gross
                   add sd-discount to ws-tt-discount
                   add sd-tax      to ws-tt-tax
               end-if
           end-perform
           if not ws-first-record
               perform write-type-line
           end-if

           perform write-grand-total
           move ws-type-count to ws-rh-t-count
           move "TYPES PRINTED ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close sjnl-report
           .

       open-report section.
           move spaces to ws-rpt-name
           string "booksjnl"            delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output sjnl-report
           if ls-rpt-status <> "00"
               display "booksjnl: cannot open sjnl-report, status "
                        ls-rpt-status
               move 16 to return-code
               goback
           end-if
           perform write-page-heading
           .

       write-type-line section.
           perform check-page-break
           if ws-prev-btype = spaces
               move "(NOT ON BOOKFILE)" to ws-d-btype
           else
               move ws-prev-btype to ws-d-btype
           end-if
           move ws-tt-lines    to ws-d-lines
           move ws-tt-units    to ws-d-units
           move ws-tt-gross    to ws-d-gross
           move ws-tt-discount to ws-d-discount
           move ws-tt-tax      to ws-d-tax
           compute ws-d-net = ws-tt-gross - ws-tt-discount
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           add 1 to ws-type-count

           add ws-tt-lines    to ws-gt-lines
           add ws-tt-units    to ws-gt-units
           add ws-tt-gross    to ws-gt-gross
           add ws-tt-discount to ws-gt-discount
           add ws-tt-tax      to ws-gt-tax
           .

       write-grand-total section.
           perform check-page-break
           move spaces to rpt-line
           write rpt-line
           move "DAY TOTAL"    to ws-d-btype
           move ws-gt-lines    to ws-d-lines
           move ws-gt-units    to ws-d-units
           move ws-gt-gross    to ws-d-gross
           move ws-gt-discount to ws-d-discount
           move ws-gt-tax      to ws-d-tax
           compute ws-d-net = ws-gt-gross - ws-gt-discount
           move ws-detail-line to rpt-line
           write rpt-line
           add 2 to ws-rh-line-count
           .

       check-page-break section.
           if ws-rh-line-count >= ws-rh-page-limit
               perform write-page-heading
           end-if
           .

       write-page-heading section.
           add 1 to ws-rh-page-number
           move ws-rh-page-number to ws-rh-h-page
           move ws-rh-heading-line to rpt-line
           write rpt-line
           move ws-journal-date to ws-dl-date
           move ws-jnl-name     to ws-dl-journal
           move ws-date-line to rpt-line
           write rpt-line
           move spaces to rpt-line
           write rpt-line
           move ws-heading-1 to rpt-line
           write rpt-line
           move 4 to ws-rh-line-count
           .

      *>--Leaves tonight's journal date for the posting and
      *>--reconciliation steps that follow in the chain.
       write-journal-date section.
           open output jnldatefile
           if ls-date-status <> "00"
               display "booksjnl: cannot write sjnldate.dat, status "
                        ls-date-status
               move 16 to return-code
               goback
           end-if
           move ws-journal-date to jnldate-line
           write jnldate-line
           close jnldatefile
           .

       register-report section.
           initialize ws-rc-details
           move "booksjnl"             to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-type-count          to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "booksjnl: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
