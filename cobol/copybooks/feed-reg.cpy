      *    feed-register record - one per feed BatchCollate accepted,
      *    keyed by the sender, the transmission date its header
      *    carried and its hash total; RejectQueue reads it back to
      *    learn whether a night's RESUBIN was taken
       01  feedRegRec.
           05  regKey.
               10  regSender     pic x(20).
               10  regTxDate     pic x(8).
               10  regHash       pic s9(12) sign leading separate.
           05  regCount      pic 9(9).
           05  regDataset    pic x(20).
      *        the collation run that accepted the feed, date and time
           05  regAccepted   pic x(14).
