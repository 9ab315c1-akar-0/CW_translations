      *    that many BatchDriver executions can run side by side.
      *    Record groups - an 'A' or 'P' line with its 'C'
      *    continuations - never split across shards, so assembly
      *    still works inside each one. Every 'O' order record goes
      *    to the first shard whatever its position, so one driver
      *    execution alone posts to the order book and saves it -
      *    executions side by side would each save the whole book
      *    over the others' postings. A refused change to a sensitive
      *    run parameter ends the split RETURN-CODE 1 at least.
      *    BatchCombine then merges the shard BATCHOUTn and BATCHREJn
      *    files back into one BATCHOUT and BATCHREJ, re-reconciles
      *    the summed shard-trailer totals against the original
      *    transmission's trailer, and fails loudly - RETURN-CODE 3
      *    for a missing shard, 2 for totals that do not add back up
      *    - so a lost shard cannot slip through as a short but
      *    clean-looking night, and 1 at least when its own parameter
      *    load refused a sensitive change. Each BatchDriver execution
      *    is given its shard number as its PARM and reads and writes
      *    its own numbered datasets; only the first shard's applies
      *    the HOLDCARD cards and settles the night's hold actions

      *    pass one verifies the transmission the way the collator
      *    verifies a feed and counts its record groups; then one
      *    pass per shard copies that shard's contiguous span of
      *    groups under its own header and trailer. Contiguous spans
      *    keep each pass a plain filter over the input; the 'O'
      *    records sit outside the spans and ride with shard one
       identification division.
       program-id. BatchSplit.

       01  trailerSeen       pic 9.
           88  gotTrailer    value 1.
       01  groupTotal        pic 9(9).
       01  orderTotal        pic 9(9).
       01  spanTotal         pic 9(9).
       01  wholeHash         pic s9(12).
       01  expectedCount     pic 9(9).
       01  expectedHash      pic s9(12).
       01  logEvent          pic x(1).
       01  logZero           pic 9(9) value 0.
       01  logRc             pic 9(4).
       01  parmLoadRc        pic 9(4) value 0.

       procedure division.
           move 'S' to logEvent
               by reference logRc
           move function current-date(1:8) to runStamp
           call 'LoadRunParams'
           move return-code to parmLoadRc
           move 0 to return-code
           move 'BATCH-SHARDS' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1
                   until shardNo > shardTotal
               move 0 to return-code
           end-if
           if parmLoadRc > 0 and return-code = 0
               move 1 to return-code
           end-if

           move 'E' to logEvent
           move return-code to logRc
           move 0 to headerSeen
           move 0 to trailerSeen
           move 0 to groupTotal
           move 0 to orderTotal
           move 0 to wholeHash
           move 0 to expectedCount
           move 0 to expectedHash
           when batchType = 'C'
               perform hash-record-values
               add groupHash to wholeHash
           when batchType = 'O'
               add 1 to groupTotal
               add 1 to orderTotal
               perform hash-record-values
               add groupHash to wholeHash
           when other
               add 1 to groupTotal
               perform hash-record-values
           move 0 to groupHash
           evaluate batchType
           when 'N'
               add function numval(batchValue(1:9)) to groupHash
               add function numval(batchValue(10:7)) to groupHash
           when 'O'
               add function numval(batchValue(10:7)) to groupHash
           when 'M'
               move batchValue to listBuffer
               perform hash-list-buffer
           when 'F'
               move batchValue(9:142) to listBuffer
               perform hash-list-buffer
           when 'A'
               move batchArrList to listBuffer
               perform hash-list-buffer
           end-if
           .

      *    shard SHARDNO carries groups (SPANSTART, SPANEND] of the
      *    groups that are not 'O' records - the first GROUPEXTRA
      *    shards carry one group more, so the spans cover every
      *    group exactly once
       cut-one-shard.
           compute spanTotal = groupTotal - orderTotal
           divide spanTotal by shardTotal
               giving groupBase remainder groupExtra
           if shardNo <= groupExtra
               compute spanStart = (groupBase + 1) * (shardNo - 1)
               if inSpan = 1
                   perform write-shard-record
               end-if
           when batchType = 'O'
               if shardNo = 1
                   move 1 to inSpan
                   add 1 to shardCount
                   perform write-shard-record
               else
                   move 0 to inSpan
               end-if
           when other
               add 1 to groupSeen
               if groupSeen > spanStart and groupSeen <= spanEnd
       01  logEvent          pic x(1).
       01  logZero           pic 9(9) value 0.
       01  logRc             pic 9(4).
       01  parmLoadRc        pic 9(4) value 0.

       procedure division.
           move 'S' to logEvent
               by content logZero logZero logZero
               by reference logRc
           call 'LoadRunParams'
           move return-code to parmLoadRc
           move 0 to return-code
           move 'BATCH-SHARDS' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1
           close combinedRej

           perform reconcile-shards
           if parmLoadRc > 0 and return-code = 0
               move 1 to return-code
           end-if

           move 'E' to logEvent
           move return-code to logRc
