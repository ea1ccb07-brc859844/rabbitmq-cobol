      *> decision off last night's balances.
      *> req-acct is the same 10-character account number GETBAL
      *> uses; a request without one is held, not trusted.
      *> An account whose customer pools credit (rmqcust.cpy) is
      *> held against the whole relationship's headroom rather than
      *> its own -- CREDHELD then means the pool is spent.
      *>
      *> A partner ordering several lines sends the plordm layout
      *> instead -- account, line count, then up to ten item/quantity
      *> single-line callers keep working unchanged; BADREQ answers
      *> a length that matches neither contract.
      *>
      *> A plordm caller may add one byte after its last line: "B"
      *> asks for backordering.  Such a set refused only on stock
      *> (OUTOFSTK) is filed on the RMQBACKORD backorder file
      *> (rmqbkord.cpy) instead of being lost, and answers BACKORD
      *> with the backorder id (BKO + 9 digits) in rep-order-id and
      *> the short line in rep-fail-line.  The BKOREL release pass
      *> retries it after each ITEMLOAD refresh and, once it fills,
      *> sends the partner a BACKORDER-FILLED notification naming
      *> the real order id.
      *>
      *> rep-value echoes what the accepted order came to -- each
      *> line priced off the ITEMMST unit price at acceptance time
      *> -- and is zero on any refusal.
