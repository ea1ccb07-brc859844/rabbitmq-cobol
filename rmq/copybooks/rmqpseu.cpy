      *> rmqpseu.cpy
      *>
      *> One entry on the PSEUMAP pseudonym map -- the indexed file
      *> RMQ0PSEU keeps so that a real account number or customer
      *> name always stands in for the same test substitute, in every
      *> replayed message and in every PSEUCOPY copy of the account
      *> and order files.  Keyed by kind and real value, with the
      *> substitute as a second unique key so a value that is already
      *> a substitute is known for one and never mapped again.
      *>
      *> pseu-kind "A" is an account number, substituted as "T" and a
      *> nine-digit number (the length of a real account number);
      *> "N" is a name, substituted as TEST NAME and the same nine
      *> digits.  The entry with a blank real value under each kind
      *> is the kind's counter: pseu-seq there is the last number
      *> given out.
      *>
      *> The map is the only thing that turns a substitute back into
      *> a customer, so it is kept as RMQKEYSTORE is: a production
      *> file under the same access protection, never copied, never
      *> sent to the TEST side.  RMQ0PSEU opens it only on a
      *> production run (RMQENV=PROD).
      *>
       01 :PFX:-pseu-record.
           05 :PFX:-pseu-key.
               10 :PFX:-pseu-kind          pic x(1).
                   88 :PFX:-pseu-account   value "A".
                   88 :PFX:-pseu-name      value "N".
               10 :PFX:-pseu-real          pic x(30).
           05 :PFX:-pseu-sub-key.
               10 :PFX:-pseu-sub-kind      pic x(1).
               10 :PFX:-pseu-substitute    pic x(30).
           05 :PFX:-pseu-seq               pic 9(9).
           05 :PFX:-pseu-date              pic x(10).
