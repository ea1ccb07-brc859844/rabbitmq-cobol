      *> rmqcust.cpy
      *>
      *> One customer on the CUSTMST customer master -- the party
      *> behind one or more ACCTMST accounts, which the account
      *> master itself knows nothing about.  The accounts are tied
      *> to the customer on the CUSTREL relationship file
      *> (rmqcurel.cpy); both are maintained on the RELMNT screen
      *> and journaled on CUSTAUD (rmqcsaud.cpy).  GETREL answers a
      *> customer's whole position off them.
      *>
      *>   cust-pooled-credit  Y  PLACEORD tests an order from any of
      *>                          the customer's accounts against the
      *>                          headroom of all of them together
      *>                       N  each account stands on its own
      *>                          credit line (the default)
      *>   cust-status         A active, C closed -- a closed
      *>                       customer's row stays for the trail
      *>
       01 :PFX:-cust-record.
           05 :PFX:-cust-id             pic x(10).
           05 :PFX:-cust-name           pic x(30).
           05 :PFX:-cust-pooled-credit  pic x(1).
               88 :PFX:-cust-pooled     value "Y".
           05 :PFX:-cust-status         pic x(1).
               88 :PFX:-cust-active     value "A".
               88 :PFX:-cust-closed     value "C".
           05 :PFX:-cust-updated-by     pic x(8).
           05 :PFX:-cust-updated-date   pic x(10).
