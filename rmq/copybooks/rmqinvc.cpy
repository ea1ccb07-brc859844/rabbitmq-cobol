      *> rmqinvc.cpy
      *>
      *> The BILL set BILLRUN builds for one shipped order -- the
      *> bodies of the header and detail records it appends to the
      *> RMQTXN publish input, so DEMO06 assembles and sends the
      *> invoice the same way it sends a hand-keyed BILL set.  The
      *> header names the invoice, the order it bills, the account
      *> debited and the invoice total; one detail follows per
      *> order line that shipped anything, carrying what went and
      *> what it is charged at.  A short-shipped line is charged for
      *> the shipped units only: its ord-value is taken down in
      *> proportion, so the customer never pays for stock that went
      *> back on the shelf.
      *>
       01 :PFX:-invh-body.
           05 :PFX:-invh-rec-id        pic x(8).
           05 :PFX:-invh-invoice-id    pic x(12).
           05 :PFX:-invh-order-id      pic x(12).
           05 :PFX:-invh-acct-number   pic x(10).
           05 :PFX:-invh-invoice-date  pic x(10).
           05 :PFX:-invh-line-count    pic 9(2).
           05 :PFX:-invh-total         pic 9(9)v99.
       01 :PFX:-invd-body.
           05 :PFX:-invd-rec-id        pic x(8).
           05 :PFX:-invd-invoice-id    pic x(12).
           05 :PFX:-invd-line-no       pic 9(2).
           05 :PFX:-invd-item-code     pic x(10).
           05 :PFX:-invd-ordered-qty   pic 9(5).
           05 :PFX:-invd-shipped-qty   pic 9(5).
           05 :PFX:-invd-value         pic 9(9)v99.
