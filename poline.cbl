      * are keyed po-number + line-no so a whole order can be walked
      * with next-in-po, and stockno is an alternate key so everything
      * on order for one title can be found with next-by-stockno.
      * next-record walks every line on file, whatever the order, for
      * the open-to-buy figures.
      *
      ****************************************************************

           88 next-in-po       value "4".
           88 update-record    value "5".
           88 next-by-stockno  value "6".
           88 next-record      value "7".
       01 lnk-file-status  pic xx.
       copy "poline-rec.cpy" replacing ==(prefix)== by ==lnk-pl==.

            when next-by-stockno
               perform do-next-by-stockno

            when next-record
               perform do-next-record

           end-evaluate
           exit program
           stop run
           close polinefile
           .

      *>------Next line after the key passed in, across every PO
       do-next-record section.
           open input polinefile
           if ls-file-status <> "00"
               initialize lnk-pl-details
               move ls-file-status to lnk-file-status
               exit section
           end-if

           move lnk-pl-po-number to pl-po-number
           move lnk-pl-line-no   to pl-line-no
           start polinefile key is > pl-key
           if ls-file-status = "00"
               read polinefile next record
           end-if

           move ls-file-status to lnk-file-status
           if ls-file-status = "00"
               perform return-line
           else
               initialize lnk-pl-details
           end-if
           close polinefile
           .

       do-next-by-stockno section.
           open input polinefile
           if ls-file-status <> "00"
