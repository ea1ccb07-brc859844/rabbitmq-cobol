      *> rmqbkord.cpy
      *>
      *> One backorder on the RMQBACKORD backorder file -- a
      *> multi-line PLACEORD request the partner flagged for
      *> backordering that was refused only because stock ran
      *> short.  PLACEORD files it whole (the plordm request as
      *> sent: account, line count, lines) under a BKO id off the
      *> BKOSEQ sequence file, and the BKOREL release pass retries
      *> it through PLACEORD after each ITEMLOAD refresh, oldest
      *> first, the file being in filing order.
      *>
      *>   bko-status      O open -- still waiting on stock
      *>                   F filled -- accepted as bko-order-id,
      *>                     worth bko-order-value
      *>                   E expired -- open past the RMQBKODAYS
      *>                     limit, reported and given up on
      *>   bko-last-status the PLACEORD status of the latest try
      *>   bko-notified    Y once the partner's BACKORDER-FILLED
      *>                   notification is confirmed; a filled
      *>                   backorder still N is re-notified on the
      *>                   next release pass
      *>   bko-caller-id   the envelope caller-id the request was
      *>                   filed under -- who the notification is
      *>                   for
      *>
       01 :PFX:-backorder-record.
           05 :PFX:-bko-id            pic x(12).
           05 :PFX:-bko-date          pic x(10).
           05 :PFX:-bko-time          pic x(8).
           05 :PFX:-bko-caller-id     pic x(8).
           05 :PFX:-bko-status        pic x(1).
               88 :PFX:-bko-open      value "O".
               88 :PFX:-bko-filled    value "F".
               88 :PFX:-bko-expired   value "E".
           05 :PFX:-bko-last-status   pic x(8).
           05 :PFX:-bko-order-id      pic x(12).
           05 :PFX:-bko-order-value   pic 9(9)v99.
           05 :PFX:-bko-notified      pic x(1).
               88 :PFX:-bko-was-notified value "Y".
           05 :PFX:-bko-request       pic x(162).
