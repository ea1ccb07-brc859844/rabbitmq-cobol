      *> rmqtfrpt.cpy
      *>
      *> One line of the TRAFRPT hourly traffic profile TRAFPROF
      *> writes for capacity planning: for one traffic source
      *> (PUBLISH off RMQAUDIT, CONSUME off RMQCAUDIT, SERVICE off
      *> RMQSVCJRN) and one routing key -- or *ALL for the source as a
      *> whole -- the messages and bytes that arrived in one clock
      *> hour across the date range, beside the same hour the week
      *> before.  tfr-change-pct is the week-on-week change in the
      *> count; tfr-change-flag is NEW when the week before had none
      *> to compare with.  The hour's line that is the key's busiest
      *> carries PEAK; after the key's hours an ALL line totals them
      *> and names the peak hour.
      *>
       01 :PFX:-traffic-report.
           05 :PFX:-tfr-from-date       pic x(10).
           05 :PFX:-tfr-to-date         pic x(10).
           05 :PFX:-tfr-source          pic x(8).
           05 :PFX:-tfr-routing-key     pic x(50).
           05 :PFX:-tfr-hour            pic x(3).
           05 :PFX:-tfr-count           pic 9(9).
           05 :PFX:-tfr-bytes           pic 9(12).
           05 :PFX:-tfr-prior-count     pic 9(9).
           05 :PFX:-tfr-prior-bytes     pic 9(12).
           05 :PFX:-tfr-change-pct      pic -(5)9.
           05 :PFX:-tfr-change-flag     pic x(4).
           05 :PFX:-tfr-peak            pic x(4).
           05 :PFX:-tfr-peak-hour       pic x(2).
