      * Answers "who changed stock number 1234 and when" without
      * scrolling the raw file in an editor: key a stock number and
      * an optional date range (0 = no limit) and page through that
      * item's ADD/UPDATE/SALE/RECV/DELETE/COUNT/RETURN/RTV/SHIP
      * history with the old and new values, the signed-on operator
      * who made the change and the order number behind a shipment,
      * newest first. The XFROUT and XFRIN legs of a transfer between
      * the shops (bookxfer.cbl) show the count of the shop the leg
      * happened at, with the transfer number. Covers the live
      * audit.dat; rolled-off months live on the dated archive files
      * written by bookaudarc.cbl.
      *
      ****************************************************************

           88 ws-eof                 value "Y".

       01 ws-hit-table.
           03 ws-hit-entry occurs 1000 times pic x(72).
       01 ws-hit-count             pic 9(4).
       01 ws-hit-index             pic 9(4).
       01 ws-hit-max               pic 9(4) value 1000.

       page-history.
           display "STOCK OPER   OLD-OH NEW-OH OLD-RT NEW-RT "
                   "TIMESTAMP             BY  REFERENCE"
           move zero to ws-page-lines
           move spaces to ws-nav-key
           perform varying ws-hit-index from ws-hit-count by -1
