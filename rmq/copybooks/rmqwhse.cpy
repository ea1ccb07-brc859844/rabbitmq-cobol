      *> rmqwhse.cpy
      *>
      *> One warehouse on the RMQWHSE parmlib table, listed in
      *> sourcing-preference order: PLACEORD allocates each order
      *> line to the first warehouse on the table whose ITEMLOC
      *> location can fill the whole line.  A location at a
      *> warehouse the table doesn't list is sourced from only after
      *> every listed one, in warehouse-code order.
      *>
       01 :PFX:-whse-entry.
           05 :PFX:-whse-code          pic x(4).
           05 :PFX:-whse-name          pic x(30).
