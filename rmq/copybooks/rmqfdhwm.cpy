      *> rmqfdhwm.cpy
      *>
      *> One line on the RMQFDLVHWM file-delivery high-water mark --
      *> appended by PTNRFOUT for every outbound delivery file it
      *> writes: the partner, the file's date, and the span of the
      *> RMQFDLVSPL spool the file covered, as counts of leading
      *> spool records (after fdhwm-from-count, up to and including
      *> fdhwm-to-count).  The spool is append-only, so a partner's
      *> next file starts after the last to-count on file for it and
      *> nothing spooled is skipped or sent twice, whatever the hour
      *> it was spooled.  Writing a day again (RMQFDLVDATE) takes the
      *> span logged for that day and leaves the mark where it is.
      *> A missing file means nothing has been delivered yet.
      *>
       01 :PFX:-fdhwm-record.
           05 :PFX:-fdhwm-partner-id     pic x(8).
           05 :PFX:-fdhwm-file-date      pic x(10).
           05 :PFX:-fdhwm-from-count     pic 9(9).
           05 :PFX:-fdhwm-to-count       pic 9(9).
           05 :PFX:-fdhwm-run-date       pic x(10).
           05 :PFX:-fdhwm-run-time       pic x(8).
