      *> rmqfdlv.cpy
      *>
      *> The partner delivery file -- how a partner that cannot
      *> connect to the broker (ptnr-delivery F on PTNRMST) exchanges
      *> messages with us.  One file per partner per day each way:
      *> PTNRFOUT writes PTNROUT.<partner>.D<yyyymmdd> with what we
      *> published to them that day, and the partner sends back a
      *> file in the same layout that DEMO13 loads (RMQCONSFILE names
      *> it) exactly as it drains a queue.
      *>
      *> A header record, one detail record per message, and a
      *> trailer carrying the control totals the other side proves
      *> the file against before believing any of it:
      *>
      *>   fdlh-direction  OUT  we wrote it (to the partner)
      *>                   IN   the partner wrote it (to us)
      *>   fdld-seq        1, 2, 3 ... through the file, no gaps
      *>   fdld-message    the whole message as it went on the wire
      *>                   -- envelope, body and signature trailer,
      *>                   fdld-msg-len bytes of it
      *>   fdlt-count      how many detail records the file holds
      *>   fdlt-bytes      the sum of their fdld-msg-len
      *>
       01 :PFX:-fdlv-header.
           05 :PFX:-fdlh-rec-type       pic x(1).
               88 :PFX:-fdlh-is-header  value "H".
           05 :PFX:-fdlh-partner-id     pic x(8).
           05 :PFX:-fdlh-direction      pic x(3).
               88 :PFX:-fdlh-outbound   value "OUT".
               88 :PFX:-fdlh-inbound    value "IN ".
           05 :PFX:-fdlh-file-date      pic x(10).
           05 :PFX:-fdlh-created-date   pic x(10).
           05 :PFX:-fdlh-created-time   pic x(8).
       01 :PFX:-fdlv-detail.
           05 :PFX:-fdld-rec-type       pic x(1).
               88 :PFX:-fdld-is-detail  value "D".
           05 :PFX:-fdld-seq            pic 9(9).
           05 :PFX:-fdld-date           pic x(10).
           05 :PFX:-fdld-time           pic x(8).
           05 :PFX:-fdld-routing-key    pic x(50).
           05 :PFX:-fdld-msg-len        pic 9(9).
           05 :PFX:-fdld-message        pic x(334).
       01 :PFX:-fdlv-trailer.
           05 :PFX:-fdlt-rec-type       pic x(1).
               88 :PFX:-fdlt-is-trailer value "T".
           05 :PFX:-fdlt-count          pic 9(9).
           05 :PFX:-fdlt-bytes          pic 9(15).
