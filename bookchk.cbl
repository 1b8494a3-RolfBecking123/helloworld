       copy "backorder-rec.cpy" replacing ==(prefix)== by ==bo==.

       FD reconsnapfile.
       copy "reconsnap-rec.cpy" replacing ==(prefix)== by ==rsnap==.

       FD extractsnapfile.
       01 esnap-record.
