      *> row carries how many units of the USD house base one unit of
      *> the currency is worth (the USD row itself is 1.000000), so a
      *> conversion from any listed currency to any other is two rows
      *> and one divide.
      *>
      *> The dated RMQRATEH history the treasury feed fills
      *> (rmqrateh.cpy, loaded by RATEFEED) is where RMQ0RATE looks
      *> first.  This parmlib is the fallback for a currency the
      *> feed has never carried: its rows have no date, so a
      *> conversion made from one says so and counts as stale.
      *>
       01 :PFX:-rate-entry.
           05 :PFX:-rate-currency     pic x(3).
