      *****************************************************************
      * INVREC - invoice register record layout.
      *
      * One line per billing document AOC-2021-DAY-1-INV issues, in
      * number order: type I for an invoice, C for a credit note and
      * D for a debit note.  a note is issued when a contract's
      * period is priced again after a restatement has moved a
      * figure already invoiced, and refers-to carries the number of
      * the invoice it adjusts.  days, readings and slots are the
      * figures the period stands billed on once the document is
      * issued; amount is what the document itself is for, always
      * positive - the type says which way it goes.  day1.invreg is
      * LINE SEQUENTIAL and only ever extended.
      *
      * Include with a program-specific prefix for the record and its
      * fields, e.g.
      *     copy invrec replacing leading ==invrec== by ==register==.
      *****************************************************************
       01 invrec-record.
           05 invrec-number               pic is 9(6).
           05 invrec-type                 pic is x(1).
           05 invrec-issue-date           pic is 9(8).
           05 invrec-contract-id          pic is x(8).
           05 invrec-period-from          pic is 9(8).
           05 invrec-period-to            pic is 9(8).
           05 invrec-slots                pic is x(3).
           05 invrec-days                 pic is 9(4).
           05 invrec-readings             pic is 9(9).
           05 invrec-amount               pic is 9(8)v9(2).
           05 invrec-refers-to            pic is 9(6).
