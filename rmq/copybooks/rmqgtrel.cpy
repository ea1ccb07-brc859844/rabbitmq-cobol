      *> rmqgtrel.cpy
      *>
      *> Typed request/reply pair for the GETREL service (handler:
      *> GETREL, routed through RMQSVCRG the same as any other
      *> service).  A caller sends a customer id off the CUSTMST
      *> customer master and, optionally, a reporting currency
      *> (blank means the USD house base) and gets back every
      *> account the CUSTREL relationship file ties to that
      *> customer -- relationship type, status, balance in its own
      *> currency and converted through RMQ0RATE -- and the
      *> customer's consolidated total in the reporting currency.
      *>
      *> The status answers OK, NOTFND (no such customer), NORATE
      *> (an account's currency isn't on the rates table -- that
      *> line's converted balance is zero and the total leaves it
      *> out), RETRY (the ACCTLDST interlock says the account master
      *> is mid-refresh) or ERROR (a file can't be read).  A linked
      *> account no longer on the master comes back with status M
      *> and no balance.
      *>
      *> Up to 20 accounts are listed; rep-count says how many are
      *> real and rep-more is Y when the customer has more than
      *> that -- the total still covers every one of them.  The
      *> header ahead of the lines carries the total, so a caller
      *> reading only the first 66 bytes has the whole position.
      *>
       01 :PFX:-getrel-request.
           05 :PFX:-gtrel-req-cust-id   pic x(10).
           05 :PFX:-gtrel-req-rpt-ccy   pic x(3).
       01 :PFX:-getrel-reply.
           05 :PFX:-gtrel-rep-cust-id   pic x(10).
           05 :PFX:-gtrel-rep-status    pic x(7).
           05 :PFX:-gtrel-rep-total-ccy pic x(3).
           05 :PFX:-gtrel-rep-total     pic s9(11)v99.
           05 :PFX:-gtrel-rep-count     pic 9(2).
           05 :PFX:-gtrel-rep-more      pic x(1).
           05 :PFX:-gtrel-rep-cust-name pic x(30).
           05 :PFX:-gtrel-rep-account   occurs 20 times.
               10 :PFX:-gtrel-rep-acct      pic x(10).
               10 :PFX:-gtrel-rep-type      pic x(1).
               10 :PFX:-gtrel-rep-acct-status pic x(1).
               10 :PFX:-gtrel-rep-currency  pic x(3).
               10 :PFX:-gtrel-rep-balance   pic s9(9)v99.
               10 :PFX:-gtrel-rep-conv-bal  pic s9(9)v99.
