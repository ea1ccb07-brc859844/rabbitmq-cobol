      *> rmqthrrp.cpy
      *>
      *> The typed THROTTLD reply RMQDISP sends a caller that has used
      *> up its RMQQUOTA allowance for a routing key.  thr-quota says
      *> which limit was hit (DAILY or MINUTE), thr-limit and thr-used
      *> what it was and how much of it has gone, and thr-retry-date
      *> and thr-retry-time when the allowance comes round again.
      *> The handler is never called, so the request can simply be
      *> sent again then.
      *>
       01 :PFX:-throttled-reply.
           05 :PFX:-thr-status         pic x(8).
           05 :PFX:-thr-routing-key    pic x(50).
           05 :PFX:-thr-caller-id      pic x(8).
           05 :PFX:-thr-quota          pic x(6).
           05 :PFX:-thr-limit          pic 9(7).
           05 :PFX:-thr-used           pic 9(7).
           05 :PFX:-thr-retry-date     pic x(10).
           05 :PFX:-thr-retry-time     pic x(5).
