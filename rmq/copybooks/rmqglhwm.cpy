      *> rmqglhwm.cpy
      *>
      *> The GLHWM high-water mark of the GL journal feed -- the last
      *> feed number GLJRNL sent, the day it ran, and how many
      *> leading records of the ACCTPOST posting journal and the
      *> ACCTAUD maintenance audit that feed and every one before it
      *> covered.  Both journals are append-only, so the next feed
      *> starts after those counts and a rerun never sends a
      *> movement twice.  The mark only moves when a feed proves in
      *> balance; a missing file means nothing has been fed yet.
      *>
       01 :PFX:-glhwm-record.
           05 :PFX:-glhwm-feed-no        pic 9(6).
           05 :PFX:-glhwm-feed-date      pic x(10).
           05 :PFX:-glhwm-post-count     pic 9(9).
           05 :PFX:-glhwm-aud-count      pic 9(9).
