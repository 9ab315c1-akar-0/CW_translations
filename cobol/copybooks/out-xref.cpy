      *    output cross-reference record - one per BATCHOUT line,
      *    BATCHREJ reject and HOLDQ hold BatchDriver writes, keyed by
      *    the record type and the first twenty value columns (the
      *    outValue of a scalar line), then the run date and BATCHIN
      *    record number, so every appearance of a value is one START
      *    and a short run of READ NEXTs away. A shard execution's
      *    record numbers carry the shard in their leading digit
       01  outXrefRec.
           05  xrefKey.
               10  xrefType      pic x(1).
               10  xrefValue     pic x(20).
               10  xrefRunDate   pic x(8).
               10  xrefRecordNo  pic 9(9).
               10  xrefFile      pic x(1).
      *            'O' = BATCHOUT, 'R' = BATCHREJ, 'H' = HOLDQ
           05  xrefResult    pic x(21).
      *        the line's result, the reject reason, or the hold limit
           05  xrefStatus    pic x(4).
      *        the execution that wrote the entry - its shard (0 for
      *        an unsharded run) and its start, date and time
           05  xrefShard     pic 9(1).
           05  xrefStamp     pic x(14).
