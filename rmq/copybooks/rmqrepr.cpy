               88 :PFX:-repr-archived  value "ARCHIVED".
               88 :PFX:-repr-noarch    value "NOARCH".
               88 :PFX:-repr-trunc     value "TRUNC".
           05 :PFX:-repr-message       pic x(334).
