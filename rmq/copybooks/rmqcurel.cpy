      *> rmqcurel.cpy
      *>
      *> One account's place in a customer relationship on the
      *> CUSTREL file -- keyed customer then account, so a
      *> customer's accounts read together, with an alternate key
      *> on the account alone (duplicates allowed: a joint account
      *> sits under each of its holders) so PLACEORD can find the
      *> customers an ordering account belongs to.
      *>
      *>   rel-type  O  owner -- the customer's own account
      *>             J  joint -- held with another customer
      *>             S  subsidiary -- an account of a company the
      *>                customer controls
      *>
       01 :PFX:-rel-record.
           05 :PFX:-rel-key.
               10 :PFX:-rel-cust-id     pic x(10).
               10 :PFX:-rel-acct-number pic x(10).
           05 :PFX:-rel-type            pic x(1).
               88 :PFX:-rel-owner       value "O".
               88 :PFX:-rel-joint       value "J".
               88 :PFX:-rel-subsidiary  value "S".
               88 :PFX:-rel-type-valid  value "O" "J" "S".
           05 :PFX:-rel-linked-by       pic x(8).
           05 :PFX:-rel-linked-date     pic x(10).
