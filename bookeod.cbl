      * End-of-day driver.
      *
      * Runs the nightly sequence in the one right order - bookbkup,
      * then bookhldrel, then booksjnl, then bookpost, then bookrecon,
      * then bookextract, then bookwebfeed, then bookrord, then
      * bookgl - instead of each job being started by hand from
      * memory. Every step is
      * recorded on runctl.dat per job per business date with start
      * time, end time, completed/failed status and the signed-on
      * operator who ran the chain: a step that
      *>--posting touches them, and a failed backup stops the chain.
       01 ws-job-table.
           03 filler               pic x(12) value "bookbkup".
           03 filler               pic x(12) value "bookhldrel".
           03 filler               pic x(12) value "booksjnl".
           03 filler               pic x(12) value "bookpost".
           03 filler               pic x(12) value "bookrecon".
           03 filler               pic x(12) value "bookextract".
           03 filler               pic x(12) value "bookwebfeed".
           03 filler               pic x(12) value "bookrord".
           03 filler               pic x(12) value "bookgl".
       01 ws-job-list redefines ws-job-table.
           03 ws-job-name occurs 9 times pic x(12).
       01 ws-job-count             pic 9(2) value 9.
       01 ws-job-index             pic 9(2).

       01 ws-record-found-flag     pic x.
           88 ws-record-found         value "Y".
