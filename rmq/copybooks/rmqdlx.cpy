           05 :PFX:-dlx-correlation-id  pic x(50).
           05 :PFX:-dlx-msg-id          pic x(36).
           05 :PFX:-dlx-msg-len         pic 9(9).
           05 :PFX:-dlx-message         pic x(334).
