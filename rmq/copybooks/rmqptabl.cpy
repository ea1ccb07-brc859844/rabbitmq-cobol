      *> rmqptabl.cpy
      *>
      *> One parmlib table held whole in memory, a row to an entry in
      *> file order -- what RMQ0PVER reads from the live file or from
      *> a PARMVER version, and what PARMMNT and PARMRST hand it to
      *> stage, check and save.  No parmlib row runs past 400 bytes.
      *>
       01 :PFX:-ptab-image.
           05 :PFX:-ptab-row-count      binary-long.
           05 :PFX:-ptab-row            pic x(400) occurs 500 times.
