      *****************************************************
      * layout of one line on GL-IMPORT-FILE (GLIMPORT) -
      * the nightly double-entry batch handed to the general
      * ledger.  each line is a debit or a credit, never
      * both, against a ledger account and branch, with the
      * reference it came from (rental, deposit, invoice or
      * check) and the file that produced it.  written by
      * the general-ledger journal (Program33) only when the
      * whole day's batch balances and every line has an
      * account - shared so the journal and its work file
      * never drift apart.
      *****************************************************
       01  gl-import-record.
           05  gl-business-date        picture 9(6).
           05  gl-line-number          picture 9(5).
           05  gl-account              picture x(10).
           05  gl-branch               picture xx.
           05  gl-debit-amt            picture 9(9)v99.
           05  gl-credit-amt           picture 9(9)v99.
           05  gl-reference            picture x(20).
           05  gl-source-file          picture x(8).
           05  gl-entry-code           picture x(6).
