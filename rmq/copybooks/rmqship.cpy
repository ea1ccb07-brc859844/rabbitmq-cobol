      *> of the order file.  Carries the order id, the ordering
      *> account, and every line of the order (up to PLACEORD's ten);
      *> ship-line-count says how many occurrences are real.
      *>
      *> An order whose lines PLACEORD allocated to more than one
      *> warehouse goes out as one SHIP-REQUEST per warehouse (schema
      *> version 2): ship-whse names the warehouse the request is
      *> for (blank for single-site stock), and ship-line-no gives,
      *> occurrence for occurrence, the RMQORDERS line number each
      *> line is -- the number the warehouse's SHIP-CONFIRM quotes
      *> back, which no longer follows from the occurrence once an
      *> order is split.  Both ride after the version 1 layout so a
      *> version 1 reader still finds everything where it was.
      *>
       01 :PFX:-ship-body.
           05 :PFX:-ship-order-id      pic x(12).
           05 :PFX:-ship-line          occurs 10 times.
               10 :PFX:-ship-item      pic x(10).
               10 :PFX:-ship-qty       pic 9(5).
           05 :PFX:-ship-whse          pic x(4).
           05 :PFX:-ship-line-ref      occurs 10 times.
               10 :PFX:-ship-line-no   pic 9(2).
