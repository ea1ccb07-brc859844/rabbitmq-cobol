           05 :PFX:-fail-exchange     pic x(50).
           05 :PFX:-fail-routing-key  pic x(50).
           05 :PFX:-fail-msg-len      pic 9(9).
           05 :PFX:-fail-message      pic x(334).
