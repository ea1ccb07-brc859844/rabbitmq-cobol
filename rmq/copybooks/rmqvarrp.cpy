      *> One line of the RMQVARRPT inventory variance report INVRECON
      *> writes ahead of the nightly ITEMLOAD refresh: for one item,
      *> the day's opening on-hand (as the last refresh loaded it),
      *> what the day's RMQORDERS drew down, what the day's goods
      *> receipts put back (varrp-received, off RMQGRCPJRN), the
      *> net of the day's journaled on-hand adjustments
      *> (varrp-adjusted, off ITEMADJ), the stock put back on the
      *> shelf (varrp-restocked -- SHIPCONF shortfalls off RMQSHIPEXC
      *> and RETRNORD resaleable returns off RMQRETURNS), the figure
      *> those imply, the
      *> figure the new ITEMEXTR extract actually carries, and the
      *> difference.  Only items whose variance is non-zero are
      *> written -- a clean night is an empty report.  An item
      *> stocked by warehouse is proved location by location, and
      *> varrp-whse names the location (blank for single-site
      *> stock).
      *>
       01 :PFX:-varrp-line.
           05 :PFX:-varrp-date          pic x(10).
           05 :PFX:-varrp-expected      pic s9(7).
           05 :PFX:-varrp-extract       pic 9(7).
           05 :PFX:-varrp-variance      pic -(6)9.
           05 :PFX:-varrp-received      pic 9(7).
           05 :PFX:-varrp-adjusted      pic -(6)9.
           05 :PFX:-varrp-whse          pic x(4).
           05 :PFX:-varrp-restocked     pic 9(7).
