      ****************************************************************
      *
      * General-ledger account-mapping record layout, shared between
      * glacct.cbl and its callers via COPY ... REPLACING, the same
      * way genre-rec.cpy is shared between genre.cbl and callers.
      *
      * One record per b-type (see genre-rec.cpy) giving the ledger
      * accounts the nightly journal (bookgl.cbl) posts that type's
      * sales, discounts, cost of goods, inventory, count
      * adjustments and customer returns to. The record keyed
      * "*SHOP" carries the accounts that are not split by type -
      * cash, sales tax, goods received, vendor credits due and
      * store-credit liability - and its per-type accounts are the
      * fallback for any b-type without a record of its own.
      *
      ****************************************************************
       01 (prefix)-details.
           03 (prefix)-type               pic x(20).
           03 (prefix)-sales-acct         pic x(10).
           03 (prefix)-discount-acct      pic x(10).
           03 (prefix)-cogs-acct          pic x(10).
           03 (prefix)-inventory-acct     pic x(10).
           03 (prefix)-adjust-acct        pic x(10).
           03 (prefix)-returns-acct       pic x(10).
           03 (prefix)-cash-acct          pic x(10).
           03 (prefix)-tax-acct           pic x(10).
           03 (prefix)-received-acct      pic x(10).
           03 (prefix)-vendor-credit-acct pic x(10).
           03 (prefix)-credit-liab-acct   pic x(10).
