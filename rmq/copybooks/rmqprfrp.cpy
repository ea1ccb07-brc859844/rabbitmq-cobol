      *> rmqprfrp.cpy
      *>
      *> One line of the ACCTPRFRPT account proof report ACCTPRF
      *> writes ahead of the nightly ACCTLOAD refresh: for one
      *> account, the opening balance the last refresh loaded
      *> (acct-loaded-balance), the net of the ACCTPOST postings and
      *> of the ACCTAUD maintenance balance changes since, the
      *> balance those imply, the balance ACCTMST actually carries,
      *> the balance the new ACCTEXTR extract carries, and how many
      *> movements the journals and the ACCTHST history each hold.
      *> Each proof is flagged Y (agrees), N (breaks) or blank (not
      *> proved -- no extract yet), and prfrp-status says BREAK if
      *> any of them broke.  The last line carries the totals, with
      *> prfrp-acct-number "*TOTAL*".  prfrp-note says why a line
      *> has no opening or no master or extract record to prove to.
      *>
       01 :PFX:-prfrp-line.
           05 :PFX:-prfrp-date          pic x(10).
           05 :PFX:-prfrp-acct-number   pic x(10).
           05 :PFX:-prfrp-opening       pic -(13)9.99.
           05 :PFX:-prfrp-posted        pic -(13)9.99.
           05 :PFX:-prfrp-maintained    pic -(13)9.99.
           05 :PFX:-prfrp-expected      pic -(13)9.99.
           05 :PFX:-prfrp-master        pic -(13)9.99.
           05 :PFX:-prfrp-extract       pic -(13)9.99.
           05 :PFX:-prfrp-jrnl-moves    pic z(6)9.
           05 :PFX:-prfrp-hist-moves    pic z(6)9.
           05 :PFX:-prfrp-master-flag   pic x(1).
           05 :PFX:-prfrp-extract-flag  pic x(1).
           05 :PFX:-prfrp-history-flag  pic x(1).
           05 :PFX:-prfrp-status        pic x(5).
           05 :PFX:-prfrp-note          pic x(16).
