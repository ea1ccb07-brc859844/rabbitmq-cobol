      *> rmqacrvw.cpy
      *>
      *> One held posting on the ACCTREVW suspicious-activity review
      *> file.  A POSTTXN debit that breaches an RMQVELOC velocity
      *> limit is not applied: ACCT0VEL files it here under an REV id
      *> off the REVSEQ sequence file, with the caller and envelope
      *> msg-id it arrived under and the limit it broke, and POSTTXN
      *> answers VELHELD with that id.  It waits, pending, for a user
      *> on the ACCTVREV screen to release it (post it to the master
      *> as it stood) or reject it; the ruling, who made it and when,
      *> and the balance a release left are kept on the record, and
      *> the ruling is journaled on ACCTRVJN (rmqrvjn.cpy).
      *>
      *> An XFERTXN transfer whose debit leg breaches a limit is
      *> filed the same way but with rvw-dc X: the from account and
      *> amount are the debit leg's, and there is no credit leg on
      *> the record to post, so ACCTVREV will only reject it -- the
      *> caller sends the transfer again once the reviewer clears
      *> the account's limits.
      *>
       01 :PFX:-rvw-record.
           05 :PFX:-rvw-id               pic x(12).
           05 :PFX:-rvw-acct-number      pic x(10).
           05 :PFX:-rvw-dc               pic x(1).
               88 :PFX:-rvw-transfer     value "X".
           05 :PFX:-rvw-amount           pic 9(9)v99.
           05 :PFX:-rvw-caller-id        pic x(8).
           05 :PFX:-rvw-msg-id           pic x(36).
           05 :PFX:-rvw-held-date        pic x(10).
           05 :PFX:-rvw-held-time        pic x(8).
           05 :PFX:-rvw-reason           pic x(20).
           05 :PFX:-rvw-status           pic x(1).
               88 :PFX:-rvw-pending      value "P".
               88 :PFX:-rvw-released     value "L".
               88 :PFX:-rvw-rejected     value "J".
           05 :PFX:-rvw-decided-by       pic x(8).
           05 :PFX:-rvw-decided-date     pic x(10).
           05 :PFX:-rvw-decided-time     pic x(8).
           05 :PFX:-rvw-new-balance      pic s9(9)v99.
