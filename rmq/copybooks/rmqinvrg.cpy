      *> rmqinvrg.cpy
      *>
      *> One line of the RMQINVREG invoice register -- what the
      *> BILLRUN billing pass did with each shipped order, and the
      *> run totals finance ties back to the SALESRPT sales value
      *> report: ordered-value is the RMQORDERS ord-value the sales
      *> report counted for the order's lines, short-value is what a
      *> short shipment took off it, and billed-value is what was
      *> actually debited and invoiced (ordered less short).
      *>
      *> invrg-status: BILLED (account debited, BILL set written,
      *> order completed), NOCHARGE (nothing shipped -- completed,
      *> no invoice), or the POSTTXN reply status that refused the
      *> debit (OVERDRFT, CLOSED, NOTFND, RETRY, ERROR...) -- the
      *> order stays shipped and is tried again next run.  Total
      *> lines carry *TOTAL* in the invoice id column, one per
      *> status seen.
      *>
       01 :PFX:-invrg-line.
           05 :PFX:-invrg-date           pic x(10).
           05 :PFX:-invrg-invoice-id     pic x(12).
           05 :PFX:-invrg-order-id       pic x(12).
           05 :PFX:-invrg-acct-number    pic x(10).
           05 :PFX:-invrg-lines          pic zzzzz9.
           05 :PFX:-invrg-ordered-value  pic z(10)9.99.
           05 :PFX:-invrg-short-value    pic z(10)9.99.
           05 :PFX:-invrg-billed-value   pic z(10)9.99.
           05 :PFX:-invrg-status         pic x(8).
