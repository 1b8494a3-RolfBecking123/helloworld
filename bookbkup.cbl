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
           perform unload-rtvhdr
           perform unload-rtvline
           perform unload-rptcat
           perform unload-invhdr
           perform unload-invline
           perform unload-hold
           perform unload-glacct
           perform unload-consign
           perform unload-abcclass
           perform unload-usedbook
           perform unload-custord
           perform unload-ordline
           perform unload-closesnap
           perform unload-transfer
           perform unload-runctl

           if ws-any-failed
           .

      ****************************************************************
      * One unload paragraph per file - the same shape twenty-five
      * times, because each FD has its own record and keys. The
      * shared machinery (trailer, verify) lives below.
      ****************************************************************
       unload-bookfile.
           move "bookfile"  to ws-bn-base
           perform finish-backup
           .

       unload-invhdr.
           move "invhdr"    to ws-bn-base
           perform compact-backup-name
           open input invhdrfile
           if ls-file-status <> "00"
               perform note-unopenable
               exit paragraph
           end-if
           perform start-backup
           move "N" to ws-eof-flag
           perform until ws-eof
               read invhdrfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   move ih-details to bak-record
                   perform write-backup-record
               end-if
           end-perform
           close invhdrfile
           perform finish-backup
           .

       unload-invline.
           move "invline"   to ws-bn-base
           perform compact-backup-name
           open input invlinefile
           if ls-file-status <> "00"
               perform note-unopenable
               exit paragraph
           end-if
           perform start-backup
           move "N" to ws-eof-flag
           perform until ws-eof
               read invlinefile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   move il-details to bak-record
                   perform write-backup-record
               end-if
           end-perform
           close invlinefile
           perform finish-backup
           .

       unload-hold.
           move "hold"      to ws-bn-base
           perform compact-backup-name
           open input holdfile
           if ls-file-status <> "00"
               perform note-unopenable
               exit paragraph
           end-if
           perform start-backup
           move "N" to ws-eof-flag
           perform until ws-eof
               read holdfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   move hd-details to bak-record
                   perform write-backup-record
               end-if
           end-perform
           close holdfile
           perform finish-backup
           .

       unload-glacct.
           move "glacct"    to ws-bn-base
           perform compact-backup-name
           open input glacctfile
           if ls-file-status <> "00"
               perform note-unopenable
               exit paragraph
           end-if
           perform start-backup
           move "N" to ws-eof-flag
           perform until ws-eof
               read glacctfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   move ga-details to bak-record
                   perform write-backup-record
               end-if
           end-perform
           close glacctfile
           perform finish-backup
           .

       unload-consign.
           move "consign"   to ws-bn-base
           perform compact-backup-name
           open input consignfile
           if ls-file-status <> "00"
               perform note-unopenable
               exit paragraph
           end-if
           perform start-backup
           move "N" to ws-eof-flag
           perform until ws-eof
               read consignfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   move cn-details to bak-record
                   perform write-backup-record
               end-if
           end-perform
           close consignfile
           perform finish-backup
           .

       unload-abcclass.
           move "abcclass"  to ws-bn-base
           perform compact-backup-name
           open input abcfile
           if ls-file-status <> "00"
               perform note-unopenable
               exit paragraph
           end-if
           perform start-backup
           move "N" to ws-eof-flag
           perform until ws-eof
               read abcfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   move ab-details to bak-record
                   perform write-backup-record
               end-if
           end-perform
           close abcfile
           perform finish-backup
           .

       unload-usedbook.
           move "usedbook"  to ws-bn-base
           perform compact-backup-name
           open input usedbookfile
           if ls-file-status <> "00"
               perform note-unopenable
               exit paragraph
           end-if
           perform start-backup
           move "N" to ws-eof-flag
           perform until ws-eof
               read usedbookfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   move ub-details to bak-record
                   perform write-backup-record
               end-if
           end-perform
           close usedbookfile
           perform finish-backup
           .

       unload-custord.
           move "custord"   to ws-bn-base
           perform compact-backup-name
           open input custordfile
           if ls-file-status <> "00"
               perform note-unopenable
               exit paragraph
           end-if
           perform start-backup
           move "N" to ws-eof-flag
           perform until ws-eof
               read custordfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   move co-details to bak-record
                   perform write-backup-record
               end-if
           end-perform
           close custordfile
           perform finish-backup
           .

       unload-ordline.
           move "ordline"   to ws-bn-base
           perform compact-backup-name
           open input ordlinefile
           if ls-file-status <> "00"
               perform note-unopenable
               exit paragraph
           end-if
           perform start-backup
           move "N" to ws-eof-flag
           perform until ws-eof
               read ordlinefile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   move ol-details to bak-record
                   perform write-backup-record
               end-if
           end-perform
           close ordlinefile
           perform finish-backup
           .

       unload-closesnap.
           move "closesnap" to ws-bn-base
           perform compact-backup-name
           open input closesnapfile
           if ls-file-status <> "00"
               perform note-unopenable
               exit paragraph
           end-if
           perform start-backup
           move "N" to ws-eof-flag
           perform until ws-eof
               read closesnapfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   move cs-details to bak-record
                   perform write-backup-record
               end-if
           end-perform
           close closesnapfile
           perform finish-backup
           .

       unload-transfer.
           move "transfer"  to ws-bn-base
           perform compact-backup-name
           open input xferfile
           if ls-file-status <> "00"
               perform note-unopenable
               exit paragraph
           end-if
           perform start-backup
           move "N" to ws-eof-flag
           perform until ws-eof
               read xferfile next record
               if ls-file-status <> "00"
                   set ws-eof to true
               else
                   move xf-details to bak-record
                   perform write-backup-record
               end-if
           end-perform
           close xferfile
           perform finish-backup
           .

      * Last on purpose, and only workable at all because bookeod
      * closes runctl.dat for the duration of each chain step - the
      * backup of the run control includes tonight's own start stamp.
