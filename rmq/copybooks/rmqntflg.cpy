      *> rmqntflg.cpy
      *>
      *> One entry on the dated ACCTNTFL notification log -- every
      *> BALANCE-NOTIFY ACCT0NTF tried to send, whether it went
      *> (SENT) or not (FAILED), with the notification's own msg-id
      *> beside the msg-id of the posting that caused it, so a
      *> holder's "why did I get this" ties straight back to the
      *> ACCTPOST journal.
      *>
       01 :PFX:-ntfl-entry.
           05 :PFX:-ntfl-date            pic x(10).
           05 :PFX:-ntfl-time            pic x(8).
           05 :PFX:-ntfl-acct-number     pic x(10).
           05 :PFX:-ntfl-kind            pic x(14).
           05 :PFX:-ntfl-msg-id          pic x(36).
           05 :PFX:-ntfl-posting-msg-id  pic x(36).
           05 :PFX:-ntfl-source          pic x(8).
           05 :PFX:-ntfl-dc              pic x(1).
           05 :PFX:-ntfl-amount          pic 9(9)v99.
           05 :PFX:-ntfl-new-balance     pic s9(9)v99.
           05 :PFX:-ntfl-routing-key     pic x(50).
           05 :PFX:-ntfl-result          pic x(7).
