      *    hold suspense record - one per 'N' item BatchDriver held,
      *    keyed by the run date, the account and the BATCHIN record
      *    number that carried it (a shard execution's numbers carry
      *    the shard in their leading digit, so no two executions
      *    share a key), with the whole record image so a release can
      *    settle it as sent
       01  holdQueueRec.
           05  holdKey.
               10  holdDate        pic x(8).
               10  holdAccount     pic 9(8).
               10  holdRecNo       pic 9(9).
           05  holdStatus      pic x(1).
      *        'H' = held, 'R' = released, 'D' = declined
           05  holdAmount      pic s9(6) sign leading separate.
           05  holdLimit       pic 9(6).
           05  holdActionDate  pic x(8).
           05  holdApprover    pic x(8).
      *        SETTLED, DECLINED, or the reason a released item was
      *        rejected when it came to settle
           05  holdOutcome     pic x(8).
           05  holdRecord      pic x(151).
      *        the settlement key a released item was issued, so a
      *        fresh rerun of the night can write its BATCHOUT line
      *        again without drawing another sequence
           05  holdSettleKey   pic x(20).
