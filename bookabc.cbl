      ****************************************************************
      *
      * ABC classification and weekly cycle-count worksheet.
      *
      * Ranks every title on bookfile by its sales value over the
      * last twelve full months (the saleshist.dat buckets at the
      * current b-retail) and classes it on abcclass.dat through
      * abcclass.cbl: the titles that together make the first
      * ws-a-cut percent of the value are A, the next ones up to
      * ws-b-cut percent are B, and the rest - with every title that
      * sold nothing - are C. The date each title was last counted
      * is kept across runs; bookvar.cbl stamps it when a count is
      * applied.
      *
      * It then picks this week's counts: A titles are counted
      * monthly, B quarterly and C yearly, so each week takes a
      * share of each class (the class size times its counts a year,
      * over 52 weeks) - the titles counted longest ago, never-
      * counted first. The worksheet lists them grouped by b-type so
      * staff can walk the shelves, with space to write the count,
      * and the same list is written to countsheet.dat in the
      * cyclecount.dat layout, stamped with the shop signed on at
      * (none when run unattended, and the counts then take the
      * shop of whoever keys them). bookcount.cbl keys the counted
      * figures against it onto cyclecount.dat for bookvar.cbl.
      * The class summary and worksheet print to bookabc<stamp>.rpt,
      * catalogued on rptcat.dat.
      *
      ****************************************************************

       identification division.
       program-id. bookabc.

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

           select saleshistfile assign to "saleshist.dat"
               file status is ls-hist-status
               organization is indexed
               access mode is dynamic
               record key is sh-key
               .

           select abc-report assign to dynamic ws-rpt-name
               organization is line sequential
               file status is ls-rpt-status
               .

           select sheetfile assign to "countsheet.dat"
               organization is line sequential
               file status is ls-sheet-status
               .

           select rankwork assign to "bookabc1.srt"
               .

           select pickwork assign to "bookabc2.srt"
               .

           select sheetwork assign to "bookabc3.srt"
               .

       data division.
       file section.
       FD bookfile is external.
       copy "book-rec.cpy" replacing ==(prefix)== by ==b==.

       FD saleshistfile.
       copy "saleshist-rec.cpy" replacing ==(prefix)== by ==sh==.

       FD abc-report.
       01 rpt-line                 pic x(80).

      *>--The cyclecount.dat layout (see bookcount.cbl), count zero
       FD sheetfile.
       01 sheet-record.
           03 sheet-stockno        pic x(4).
           03 sheet-counted        pic 9(5).
           03 sheet-date           pic 9(8).
           03 sheet-initials       pic x(3).
           03 sheet-location       pic 9.

       SD rankwork.
       01 rk-record.
           05 rk-value             pic 9(7)v99.
           05 rk-stockno           pic x(4).

       SD pickwork.
       01 pk-record.
           05 pk-class             pic x.
           05 pk-last-counted      pic 9(8).
           05 pk-stockno           pic x(4).

       SD sheetwork.
       01 sw-record.
           05 sw-type              pic x(20).
           05 sw-stockno           pic x(4).
           05 sw-title             pic x(40).
           05 sw-class             pic x.
           05 sw-last-counted      pic 9(8).

       working-storage section.
       01 ls-file-status           pic xx.
       01 ls-hist-status           pic xx.
       01 ls-rpt-status            pic xx.
       01 ls-sheet-status          pic xx.
       copy "signon-id.cpy".

       01 ws-eof-flag              pic x.
           88 ws-eof                  value "Y".
       01 ws-hist-ok-flag          pic x value "N".
           88 ws-hist-ok              value "Y".

       01 ws-today                 pic 9(8).
       01 ws-hist-months.
           03 ws-hist-month occurs 12 times pic 9(6).
       01 ws-hist-index            pic 9(2).
       01 ws-work-yyyy             pic 9(4).
       01 ws-work-mm               pic 9(2).
       01 ws-units-12mo            pic 9(7).

      *>--Cumulative share of the year's sales value that is A, and
      *>--that is A or B; the rest is C.
       01 ws-a-cut                 pic 9(3) value 80.
       01 ws-b-cut                 pic 9(3) value 95.
       01 ws-total-value           pic 9(9)v99 value zero.
       01 ws-running-value         pic 9(9)v99 value zero.
       01 ws-running-pct           pic 9(3)v99.
       01 ws-class                 pic x.

      *>--Counts a year per class: A monthly, B quarterly, C yearly
       01 ws-class-table.
           03 ws-class-entry occurs 3 times.
               05 ws-ct-class       pic x.
               05 ws-ct-per-year    pic 9(2).
               05 ws-ct-titles      pic 9(5).
               05 ws-ct-value       pic 9(9)v99.
               05 ws-ct-quota       pic 9(5).
               05 ws-ct-picked      pic 9(5).
       01 ws-ct-index              pic 9.

       01 ws-title-count           pic 9(5) value zero.
       01 ws-pick-count            pic 9(5) value zero.

      *>--This week's picks, carried from the pick sort to the
      *>--worksheet sort
       01 ws-pick-table.
           03 ws-pick-entry occurs 3000 times.
               05 ws-pt-stockno     pic x(4).
               05 ws-pt-class       pic x.
               05 ws-pt-last-counted pic 9(8).
       01 ws-pick-max              pic 9(4) value 3000.
       01 ws-pick-index            pic 9(4).

       01 ws-prev-type             pic x(20).
       01 ws-first-record-flag     pic x value "Y".
           88 ws-first-record         value "Y".

       01 ws-rpt-name              pic x(30).
       01 ws-rc-function           pic x.
           88 rc-add-record          value "2".
       01 ws-rc-file-status        pic xx.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==ws-rc==.

       01 ws-book-function         pic x.
           88 bk-read-record         value "1".
       01 ws-book-file-status      pic xx.
       copy "book-rec.cpy" replacing ==(prefix)== by ==ws-bk==.
       01 ws-bk-effective-retail   pic 99v99.

       01 ws-ab-function           pic x.
           88 ab-read-record         value "1".
           88 ab-add-record          value "2".
           88 ab-next-record         value "4".
           88 ab-update-record       value "5".
       01 ws-ab-file-status        pic xx.
       copy "abcclass-rec.cpy" replacing ==(prefix)== by ==ws-ab==.

       copy "rpthead.cpy" replacing ==(prefix)== by ==ws-rh==.

       01 ws-summary-heading.
           05 filler                pic x(8)  value "CLASS".
           05 filler                pic x(10) value "    TITLES".
           05 filler                pic x(16) value "     SALES VALUE".
           05 filler                pic x(14) value "  COUNTS/YEAR".
           05 filler                pic x(14) value "  THIS WEEK".

       01 ws-summary-line.
           05 filler                pic x(2)  value spaces.
           05 ws-s-class            pic x.
           05 filler                pic x(5)  value spaces.
           05 ws-s-titles           pic z(8)9.
           05 filler                pic x(2)  value spaces.
           05 ws-s-value            pic zzz,zzz,zz9.99.
           05 filler                pic x(10) value spaces.
           05 ws-s-per-year         pic z9.
           05 filler                pic x(8)  value spaces.
           05 ws-s-picked           pic z(4)9.

       01 ws-sheet-title           pic x(60)
               value "CYCLE-COUNT WORKSHEET - COUNT AND WRITE IN".

       01 ws-type-heading.
           05 filler                pic x(8)  value "B-TYPE ".
           05 ws-th-type            pic x(20).

       01 ws-heading-1.
           05 filler                pic x(7)  value "STOCK".
           05 filler                pic x(42) value "TITLE".
           05 filler                pic x(7)  value "CLASS".
           05 filler                pic x(10) value "LAST CNT".
           05 filler                pic x(10) value "COUNTED".

       01 ws-detail-line.
           05 ws-d-stockno          pic x(4).
           05 filler                pic x(3)  value spaces.
           05 ws-d-title            pic x(40).
           05 filler                pic x(4)  value spaces.
           05 ws-d-class            pic x.
           05 filler                pic x(2)  value spaces.
           05 ws-d-last-counted     pic 9(8).
           05 filler                pic x(2)  value spaces.
           05 ws-d-write-in         pic x(10) value "__________".

       procedure division.
       main-line.
           move function current-date to ws-rh-run-stamp
           move ws-rh-run-stamp(1:8) to ws-today
           perform set-up-heading
           perform set-up-classes
           perform compute-history-months

           move spaces to ws-rpt-name
           string "bookabc"             delimited by size
                  ws-rh-run-stamp(1:14) delimited by size
                  ".rpt"                delimited by size
               into ws-rpt-name
           open output abc-report
           if ls-rpt-status <> "00"
               display "bookabc: cannot open abc-report, status "
                        ls-rpt-status
               stop run
           end-if

           open input bookfile
           if ls-file-status <> "00"
               display "bookabc: cannot open bookfile, status "
                        ls-file-status
               close abc-report
               stop run
           end-if
           open input saleshistfile
           if ls-hist-status = "00"
               set ws-hist-ok to true
           else
               display "bookabc: no sales history, status "
                        ls-hist-status " - every title is class C"
           end-if

           sort rankwork
               on descending key rk-value
               on ascending key rk-stockno
               input procedure is value-titles
               output procedure is assign-classes

           close bookfile
           if ws-hist-ok
               close saleshistfile
           end-if
           perform compute-quotas

           sort pickwork
               on ascending key pk-class pk-last-counted pk-stockno
               input procedure is release-classed-titles
               output procedure is pick-this-week

           perform write-page-heading
           perform write-class-summary

           open output sheetfile
           if ls-sheet-status <> "00"
               display "bookabc: cannot open countsheet.dat, status "
                        ls-sheet-status
               close abc-report
               stop run
           end-if
           sort sheetwork
               on ascending key sw-type sw-stockno
               input procedure is release-picks
               output procedure is print-worksheet
           close sheetfile

           move ws-pick-count to ws-rh-t-count
           move "TITLES TO COUNT ***" to ws-rh-t-label
           move ws-rh-trailer-line to rpt-line
           write rpt-line
           close abc-report
           perform register-report
           display "bookabc: " ws-title-count " titles classed, "
                    ws-pick-count " on this week's worksheet"
           stop run
           .

       set-up-heading section.
           move "bookabc"     to ws-rh-h-program
           move "ABC CLASSES AND COUNT WORKSHEET" to ws-rh-h-title
           move ws-rh-run-stamp(1:4)  to ws-rh-h-yyyy
           move ws-rh-run-stamp(5:2)  to ws-rh-h-mm
           move ws-rh-run-stamp(7:2)  to ws-rh-h-dd
           move ws-rh-run-stamp(9:2)  to ws-rh-h-hh
           move ws-rh-run-stamp(11:2) to ws-rh-h-mi
           move ws-rh-run-stamp(13:2) to ws-rh-h-ss
           .

       set-up-classes section.
           initialize ws-class-table
           move "A" to ws-ct-class(1)
           move 12  to ws-ct-per-year(1)
           move "B" to ws-ct-class(2)
           move 4   to ws-ct-per-year(2)
           move "C" to ws-ct-class(3)
           move 1   to ws-ct-per-year(3)
           .

      * The twelve months before the run month: the current bucket is
      * still filling.
       compute-history-months section.
           move ws-today(1:4) to ws-work-yyyy
           move ws-today(5:2) to ws-work-mm
           perform varying ws-hist-index from 1 by 1
                   until ws-hist-index > 12
               if ws-work-mm = 01
                   subtract 1 from ws-work-yyyy
                   move 12 to ws-work-mm
               else
                   subtract 1 from ws-work-mm
               end-if
               move ws-work-yyyy to ws-hist-month(ws-hist-index)(1:4)
               move ws-work-mm   to ws-hist-month(ws-hist-index)(5:2)
           end-perform
           .

       value-titles section.
           move "N" to ws-eof-flag
           perform until ws-eof
               read bookfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   perform value-one-title
               end-if
           end-perform
           .

       value-one-title section.
           move zero to ws-units-12mo
           if ws-hist-ok
               perform varying ws-hist-index from 1 by 1
                       until ws-hist-index > 12
                   move b-stockno to sh-stockno
                   move ws-hist-month(ws-hist-index) to sh-yearmonth
                   read saleshistfile
                   if ls-hist-status = "00"
                       add sh-units to ws-units-12mo
                   end-if
               end-perform
           end-if
           compute rk-value = ws-units-12mo * b-retail
           move b-stockno to rk-stockno
           add rk-value to ws-total-value
           release rk-record
           .

      *>------Best seller first: a title is A while the value ranked
      *>------ahead of it is still short of the A cut, and so on.
       assign-classes section.
           move "N" to ws-eof-flag
           perform until ws-eof
               return rankwork at end
                   set ws-eof to true
               end-return
               if not ws-eof
                   perform class-one-title
               end-if
           end-perform
           .

       class-one-title section.
           if ws-total-value = zero or rk-value = zero
               move "C" to ws-class
           else
               compute ws-running-pct =
                   ws-running-value * 100 / ws-total-value
               evaluate true
                when ws-running-pct < ws-a-cut
                   move "A" to ws-class
                when ws-running-pct < ws-b-cut
                   move "B" to ws-class
                when other
                   move "C" to ws-class
               end-evaluate
           end-if
           add rk-value to ws-running-value

           initialize ws-ab-details
           move rk-stockno to ws-ab-stockno
           set ab-read-record to true
           call "abcclass" using ws-ab-function
                                 ws-ab-details
                                 ws-ab-file-status
           move ws-class   to ws-ab-class
           move rk-value   to ws-ab-annual-value
           move ws-today   to ws-ab-date-classified
           if ws-ab-file-status = "00"
               set ab-update-record to true
           else
               move rk-stockno to ws-ab-stockno
               move zero       to ws-ab-last-counted
               set ab-add-record to true
           end-if
           call "abcclass" using ws-ab-function
                                 ws-ab-details
                                 ws-ab-file-status
           if ws-ab-file-status <> "00"
               display "bookabc: class not saved for " rk-stockno
                       ", status " ws-ab-file-status
           end-if

           evaluate ws-class
            when "A"
               move 1 to ws-ct-index
            when "B"
               move 2 to ws-ct-index
            when other
               move 3 to ws-ct-index
           end-evaluate
           add 1 to ws-ct-titles(ws-ct-index)
           add rk-value to ws-ct-value(ws-ct-index)
           add 1 to ws-title-count
           .

      *>------Each week's share of a class, rounded up so the whole
      *>------class is covered inside its cycle.
       compute-quotas section.
           perform varying ws-ct-index from 1 by 1
                   until ws-ct-index > 3
               compute ws-ct-quota(ws-ct-index) =
                   (ws-ct-titles(ws-ct-index)
                       * ws-ct-per-year(ws-ct-index) + 51) / 52
           end-perform
           .

      *>------A record not reclassed today is for a title no longer
      *>------on bookfile and is left off the worksheet.
       release-classed-titles section.
           initialize ws-ab-details
           move "N" to ws-eof-flag
           perform until ws-eof
               set ab-next-record to true
               call "abcclass" using ws-ab-function
                                     ws-ab-details
                                     ws-ab-file-status
               if ws-ab-file-status <> "00"
                   set ws-eof to true
               else
                   if ws-ab-date-classified = ws-today
                       move ws-ab-class        to pk-class
                       move ws-ab-last-counted to pk-last-counted
                       move ws-ab-stockno      to pk-stockno
                       release pk-record
                   end-if
               end-if
           end-perform
           .

       pick-this-week section.
           move "N" to ws-eof-flag
           perform until ws-eof
               return pickwork at end
                   set ws-eof to true
               end-return
               if not ws-eof
                   perform pick-one-title
               end-if
           end-perform
           .

       pick-one-title section.
           evaluate pk-class
            when "A"
               move 1 to ws-ct-index
            when "B"
               move 2 to ws-ct-index
            when other
               move 3 to ws-ct-index
           end-evaluate
           if ws-ct-picked(ws-ct-index) >= ws-ct-quota(ws-ct-index)
               exit section
           end-if
           if ws-pick-count >= ws-pick-max
               exit section
           end-if
           add 1 to ws-ct-picked(ws-ct-index)
           add 1 to ws-pick-count
           move pk-stockno      to ws-pt-stockno(ws-pick-count)
           move pk-class        to ws-pt-class(ws-pick-count)
           move pk-last-counted to ws-pt-last-counted(ws-pick-count)
           .

       release-picks section.
           perform varying ws-pick-index from 1 by 1
                   until ws-pick-index > ws-pick-count
               initialize ws-bk-details
               move ws-pt-stockno(ws-pick-index) to ws-bk-stockno
               set bk-read-record to true
               call "book" using ws-book-function
                                  ws-bk-details
                                  ws-book-file-status
                                  ws-bk-effective-retail
               move ws-bk-type                  to sw-type
               move ws-pt-stockno(ws-pick-index) to sw-stockno
               move ws-bk-title                 to sw-title
               move ws-pt-class(ws-pick-index)  to sw-class
               move ws-pt-last-counted(ws-pick-index)
                   to sw-last-counted
               release sw-record
           end-perform
           .

       print-worksheet section.
           perform check-page-break
           move spaces to rpt-line
           write rpt-line
           move ws-sheet-title to rpt-line
           write rpt-line
           add 2 to ws-rh-line-count
           move "N" to ws-eof-flag
           perform until ws-eof
               return sheetwork at end
                   set ws-eof to true
               end-return
               if not ws-eof
                   if ws-first-record or sw-type <> ws-prev-type
                       move "N" to ws-first-record-flag
                       move sw-type to ws-prev-type
                       perform write-type-heading
                   end-if
                   perform write-sheet-line
               end-if
           end-perform
           .

       write-type-heading section.
           perform check-page-break
           move ws-prev-type to ws-th-type
           move spaces to rpt-line
           write rpt-line
           move ws-type-heading to rpt-line
           write rpt-line
           move ws-heading-1 to rpt-line
           write rpt-line
           add 3 to ws-rh-line-count
           .

       write-sheet-line section.
           perform check-page-break
           move sw-stockno      to ws-d-stockno
           move sw-title        to ws-d-title
           move sw-class        to ws-d-class
           move sw-last-counted to ws-d-last-counted
           move ws-detail-line to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count

           move sw-stockno to sheet-stockno
           move zero       to sheet-counted
           move ws-today   to sheet-date
           move spaces     to sheet-initials
           move signon-location to sheet-location
           write sheet-record
           .

       write-class-summary section.
           move ws-summary-heading to rpt-line
           write rpt-line
           add 1 to ws-rh-line-count
           perform varying ws-ct-index from 1 by 1
                   until ws-ct-index > 3
               move ws-ct-class(ws-ct-index)    to ws-s-class
               move ws-ct-titles(ws-ct-index)   to ws-s-titles
               move ws-ct-value(ws-ct-index)    to ws-s-value
               move ws-ct-per-year(ws-ct-index) to ws-s-per-year
               move ws-ct-picked(ws-ct-index)   to ws-s-picked
               move ws-summary-line to rpt-line
               write rpt-line
               add 1 to ws-rh-line-count
           end-perform
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
           move spaces to rpt-line
           write rpt-line
           move 2 to ws-rh-line-count
           .

       register-report section.
           initialize ws-rc-details
           move "bookabc"              to ws-rc-report-name
           move ws-rh-run-stamp(1:14)  to ws-rc-run-stamp
           move ws-rpt-name            to ws-rc-file-name
           move ws-pick-count          to ws-rc-record-count
           set rc-add-record to true
           call "rptcat" using ws-rc-function
                               ws-rc-details
                               ws-rc-file-status
           if ws-rc-file-status <> "00"
               display "bookabc: report not catalogued, status "
                        ws-rc-file-status
           end-if
           .
