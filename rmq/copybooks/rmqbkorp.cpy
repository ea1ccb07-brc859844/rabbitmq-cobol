      *> rmqbkorp.cpy
      *>
      *> One line of the RMQBKORPT backorder release report -- what
      *> the BKOREL pass did with each backorder it finished with
      *> this run: FILLED (accepted by PLACEORD as bkr-order-id) or
      *> EXPIRED (open past the RMQBKODAYS limit and given up on --
      *> the order desk follows these up with the partner).
      *> bkr-last-status is the refusal the backorder last met, so an
      *> expired line says whether it starved on stock or on credit.
      *> Three closing lines carry *TOTAL* in the backorder id
      *> column and FILLED, EXPIRED and OPEN in the result column,
      *> with that many backorders in the age column.
      *>
       01 :PFX:-bko-report.
           05 :PFX:-bkr-date          pic x(10).
           05 :PFX:-bkr-bko-id        pic x(12).
           05 :PFX:-bkr-filed-date    pic x(10).
           05 :PFX:-bkr-acct-number   pic x(10).
           05 :PFX:-bkr-caller-id     pic x(8).
           05 :PFX:-bkr-age-days      pic zzzz9.
           05 :PFX:-bkr-result        pic x(8).
           05 :PFX:-bkr-order-id      pic x(12).
           05 :PFX:-bkr-last-status   pic x(8).
