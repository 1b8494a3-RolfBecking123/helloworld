      * The recovery half of the nightly unload: key the file's base
      * name (bookfile, pohdr, poline, backorder, customer,
      * saleshist, vendorfile, genre, operfile, storecred, rtvhdr,
      * rtvline, rptcat, invhdr, invline, hold, glacct, consign,
      * abcclass, usedbook, custord, ordline, closesnap, transfer,
      * runctl) and the backup date, and the indexed file is rebuilt
      * record by record from
      * <name><YYYYMMDD>.bak - the indexes come back clean because
      * every record is re-WRITTEN through the file system. The
      * record count loaded must match the backup's *COUNT= trailer
      * or the rebuild is declared bad.
      * The target file is wiped by the rebuild, so the operator
      * must confirm before anything is touched. Run it for the one
      * corrupted file only; everything else stays as it is.
               record key is rp-key
               .

           select invhdrfile assign to "invhdr.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is ih-key
               .

           select invlinefile assign to "invline.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is il-key
               alternate record key is il-po-key with duplicates
               .

           select holdfile assign to "hold.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is hd-key
               alternate record key is hd-customer-no with duplicates
               .

           select glacctfile assign to "glacct.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is ga-type
               .

           select consignfile assign to "consign.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is cn-stockno
               alternate record key is cn-vendor-code with duplicates
               .

           select abcfile assign to "abcclass.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is ab-stockno
               .

           select usedbookfile assign to "usedbook.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is ub-stockno
               alternate record key is ub-new-stockno
               .

           select custordfile assign to "custord.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is co-order-no
               .

           select ordlinefile assign to "ordline.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is ol-key
               alternate record key is ol-stockno with duplicates
               .

           select closesnapfile assign to "closesnap.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is cs-key
               .

           select xferfile assign to "transfer.dat"
               file status is ls-file-status
               organization is indexed
               access mode is sequential
               record key is xf-xfer-no
               .

           select runctlfile assign to "runctl.dat"
               file status is ls-file-status
               organization is indexed
       FD rptcatfile is external.
       copy "rptcat-rec.cpy" replacing ==(prefix)== by ==rp==.

       FD invhdrfile is external.
       copy "invhdr-rec.cpy" replacing ==(prefix)== by ==ih==.

       FD invlinefile is external.
       copy "invline-rec.cpy" replacing ==(prefix)== by ==il==.

       FD holdfile is external.
       copy "hold-rec.cpy" replacing ==(prefix)== by ==hd==.

       FD glacctfile is external.
       copy "glacct-rec.cpy" replacing ==(prefix)== by ==ga==.

       FD consignfile is external.
       copy "consign-rec.cpy" replacing ==(prefix)== by ==cn==.

       FD abcfile is external.
       copy "abcclass-rec.cpy" replacing ==(prefix)== by ==ab==.

       FD usedbookfile is external.
       copy "usedbook-rec.cpy" replacing ==(prefix)== by ==ub==.

       FD custordfile is external.
       copy "custord-rec.cpy" replacing ==(prefix)== by ==co==.

       FD ordlinefile is external.
       copy "ordline-rec.cpy" replacing ==(prefix)== by ==ol==.

       FD closesnapfile is external.
       copy "closesnap-rec.cpy" replacing ==(prefix)== by ==cs==.

       FD xferfile is external.
       copy "transfer-rec.cpy" replacing ==(prefix)== by ==xf==.

      *>--The same record bookeod.cbl writes - kept in step with the
      *>--FD there.
       FD runctlfile.
                   "backorder, customer,"
           display " saleshist, vendorfile, genre, operfile, "
                   "storecred, rtvhdr, rtvline,"
           display " rptcat, invhdr, invline, hold, glacct, consign,"
                   " abcclass, usedbook,"
           display " custord, ordline, closesnap, transfer, runctl): "
           move spaces to ws-base-in
           accept ws-base-in
           display "Backup date (YYYYMMDD): "
               perform reload-rtvline
            when "rptcat"
               perform reload-rptcat
            when "invhdr"
               perform reload-invhdr
            when "invline"
               perform reload-invline
            when "hold"
               perform reload-hold
            when "glacct"
               perform reload-glacct
            when "consign"
               perform reload-consign
            when "abcclass"
               perform reload-abcclass
            when "usedbook"
               perform reload-usedbook
            when "custord"
               perform reload-custord
            when "ordline"
               perform reload-ordline
            when "closesnap"
               perform reload-closesnap
            when "transfer"
               perform reload-transfer
            when "runctl"
               perform reload-runctl
            when other
           close rptcatfile
           .

       reload-invhdr.
           open output invhdrfile
           move "N" to ws-eof-flag
           perform until ws-eof
               perform read-backup-record
               if not ws-eof
                   move bak-record to ih-details
                   write ih-details
                   perform check-load-status
               end-if
           end-perform
           close invhdrfile
           .

       reload-invline.
           open output invlinefile
           move "N" to ws-eof-flag
           perform until ws-eof
               perform read-backup-record
               if not ws-eof
                   move bak-record to il-details
                   write il-details
                   perform check-load-status
               end-if
           end-perform
           close invlinefile
           .

       reload-hold.
           open output holdfile
           move "N" to ws-eof-flag
           perform until ws-eof
               perform read-backup-record
               if not ws-eof
                   move bak-record to hd-details
                   write hd-details
                   perform check-load-status
               end-if
           end-perform
           close holdfile
           .

       reload-glacct.
           open output glacctfile
           move "N" to ws-eof-flag
           perform until ws-eof
               perform read-backup-record
               if not ws-eof
                   move bak-record to ga-details
                   write ga-details
                   perform check-load-status
               end-if
           end-perform
           close glacctfile
           .

       reload-consign.
           open output consignfile
           move "N" to ws-eof-flag
           perform until ws-eof
               perform read-backup-record
               if not ws-eof
                   move bak-record to cn-details
                   write cn-details
                   perform check-load-status
               end-if
           end-perform
           close consignfile
           .

       reload-abcclass.
           open output abcfile
           move "N" to ws-eof-flag
           perform until ws-eof
               perform read-backup-record
               if not ws-eof
                   move bak-record to ab-details
                   write ab-details
                   perform check-load-status
               end-if
           end-perform
           close abcfile
           .

       reload-usedbook.
           open output usedbookfile
           move "N" to ws-eof-flag
           perform until ws-eof
               perform read-backup-record
               if not ws-eof
                   move bak-record to ub-details
                   write ub-details
                   perform check-load-status
               end-if
           end-perform
           close usedbookfile
           .

       reload-custord.
           open output custordfile
           move "N" to ws-eof-flag
           perform until ws-eof
               perform read-backup-record
               if not ws-eof
                   move bak-record to co-details
                   write co-details
                   perform check-load-status
               end-if
           end-perform
           close custordfile
           .

       reload-ordline.
           open output ordlinefile
           move "N" to ws-eof-flag
           perform until ws-eof
               perform read-backup-record
               if not ws-eof
                   move bak-record to ol-details
                   write ol-details
                   perform check-load-status
               end-if
           end-perform
           close ordlinefile
           .

       reload-closesnap.
           open output closesnapfile
           move "N" to ws-eof-flag
           perform until ws-eof
               perform read-backup-record
               if not ws-eof
                   move bak-record to cs-details
                   write cs-details
                   perform check-load-status
               end-if
           end-perform
           close closesnapfile
           .

       reload-transfer.
           open output xferfile
           move "N" to ws-eof-flag
           perform until ws-eof
               perform read-backup-record
               if not ws-eof
                   move bak-record to xf-details
                   write xf-details
                   perform check-load-status
               end-if
           end-perform
           close xferfile
           .

       reload-runctl.
           open output runctlfile
           move "N" to ws-eof-flag
