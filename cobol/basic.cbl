      *    name): first sight of an account opens its record at
      *    sequence one, every later settlement issues the next
      *    sequence, so the full 20-digit key written to BATCHOUT no
      *    longer always carries the opening sequence. Every key
      *    issued is also written to the KEYLEDGR issuance ledger with
      *    the run date and the BATCHIN record that drew it, and a
      *    'V' record voids an issued key by marking its ledger entry.
      *    'O' records post order transactions - add, change status,
      *    change amount, cancel - against the order book named by
      *    ORDER-BOOK-NAME, restored from the TREECAT catalog at start
      *    of run and saved back under the same name at the end of
      *    every clean run, orders or none, so the book carries from
      *    night to night and is never aged out of the catalog by
      *    Housekeeping; a book grown past the
      *    500 orders the rebalance can hold is not saved, and the run
      *    ends RETURN-CODE 4. 'M' records run a value list through
      *    ArrayStats and write its statistics line, 'F' records run
      *    one through FindPairs against a
      *    target amount and write every matching pair. An 'N' record
      *    may carry a signed amount behind its account number; one
      *    whose amount exceeds the account's limit on the LIMITS
      *    dataset, or the shop-wide HOLD-LIMIT when the account has
      *    none, is held on the HOLDQ suspense file for a second
      *    approval instead of settling. The HOLDCARD release and
      *    decline cards are applied at the start of the next run, by
      *    the unsharded run or shard 1 alone: a released item
      *    settles then under the normal sequence rules and goes to
      *    BATCHOUT marked 'REL ', a declined one goes to BATCHREJ
      *    with reason DECLINED, and a fresh rerun of the night writes
      *    the same line or reject again without settling twice.
      *    Every BATCHOUT line, reject and hold the run writes is also
      *    indexed on the OUTXREF cross-reference by record type and
      *    value, with the run date and record number, for the
      *    Inquiry job. A shard execution is given its shard number,
      *    1 to 9, as its one-byte PARM: it reads BATCHINn and writes
      *    BATCHOUTn, BATCHREJn and BATCHCKPTn, and its record numbers
      *    on HOLDQ, KEYLEDGR and OUTXREF carry the shard in their
      *    leading digit, so shards run side by side never share a
      *    key; any other PARM ends the run RETURN-CODE 3 untouched.
      *    A run whose parameter load refused a change to a sensitive
      *    setting ends RETURN-CODE 1 at least
       identification division.
       program-id. BatchDriver.

       environment division.
       input-output section.
       file-control.
      *    ASSIGN USING, so a shard execution works its own BATCHINn,
      *    BATCHOUTn, BATCHREJn and BATCHCKPTn - the names BatchSplit
      *    writes and BatchCombine merges - and the unsharded run the
      *    plain names
           select batchIn assign using batchInDataset
               organization is line sequential.
           select batchOut assign using batchOutDataset
               organization is line sequential.
           select batchRej assign using batchRejDataset
               organization is line sequential.
           select optional batchCkpt assign using batchCkptDataset
               organization is line sequential.
           select optional settlKeyMaster assign to 'SETTLKEY'
               organization is indexed
               access mode is dynamic
               record key is masterAccount.
           select optional keyLedger assign to 'KEYLEDGR'
               organization is indexed
               access mode is dynamic
               record key is ledgerKey.
           select optional acctMaster assign to 'ACCTMSTR'
               organization is indexed
               access mode is sequential
               record key is acctKey.
           select optional pipeDefs assign to 'PIPEDEFS'
               organization is line sequential.
           select optional holdLimits assign to 'LIMITS'
               organization is line sequential.
           select optional holdQueue assign to 'HOLDQ'
               organization is indexed
               access mode is dynamic
               record key is holdKey.
           select optional holdCards assign to 'HOLDCARD'
               organization is line sequential.
           select optional archiveFile assign using archiveDataset
               organization is line sequential.
           select optional outXref assign to 'OUTXREF'
               organization is indexed
               access mode is dynamic
               record key is xrefKey.

       data division.
       file section.
       01  batchInRec.
           05  batchType     pic x(1).
      *        'H' = header, 'T' = trailer with control totals,
      *        'N' = account number for NAME, optionally followed by
      *        a signed amount,
      *        'S' = string for NNAME,
      *        'A' = arrMode digit plus a comma-delimited value list
      *        for the arr transforms,
      *        'P' = a named transform pipeline plus a value list -
      *        the named PIPEDEFS sequence of arrModes runs left to
      *        right, each step's output feeding the next step's ARR,
      *        and only the final RESULT reaches BATCHOUT,
      *        'M' = a comma-delimited value list for ArrayStats,
      *        'F' = a signed target amount plus a value list for
      *        FindPairs,
      *        'O' = order transaction against the order book - an
      *        action byte, then the order record it carries,
      *        'V' = void of a previously issued 20-digit settlement
      *        key, carried in the first twenty value columns,
      *        'C' = continuation of the immediately preceding 'A',
      *        'P', 'M' or 'F' record's value list - the carrying
      *        line caps out near fifty values, so a long list
      *        arrives as as many
      *        'C' lines as it needs, assembled into one ARR of up to
      *        the full 500 values before the transform runs
           05  batchValue    pic x(150).
      *        an 'N' amount left blank settles the account with no
      *        amount attached, and is never held
           05  batchNameDetail redefines batchValue.
               10  batchNameAccount pic x(9).
               10  batchNameAmount  pic x(7).
               10  batchNameSigned redefines batchNameAmount
                                    pic s9(6) sign leading separate.
               10  filler           pic x(134).
           05  batchArrayDetail redefines batchValue.
               10  batchArrMode  pic x(1).
               10  batchArrList  pic x(149).
           05  batchPipeDetail redefines batchValue.
               10  batchPipeName pic x(8).
               10  batchPipeList pic x(142).
           05  batchPairDetail redefines batchValue.
               10  batchPairTarget pic s9(7) sign leading separate.
               10  batchPairList   pic x(142).
      *        an order transaction - the fields an action does not
      *        use may be left blank
           05  batchOrderDetail redefines batchValue.
               10  batchOrdAction  pic x(1).
      *            'A' = add, 'S' = change status, 'M' = change
      *            amount, 'X' = cancel
               10  batchOrdKey     pic x(8).
               10  batchOrdAmount  pic s9(6) sign leading separate.
               10  batchOrdStatus  pic x(1).
               10  batchOrdDate    pic x(8).
               10  filler          pic x(125).
      *        the trailer states how many data records were sent and
      *        the hash total of their numeric content (the account
      *        and any amount of every 'N' record, the amount of every
      *        'O' record, plus every value of every
      *        'A'/'P'/'M'/'F'/'C' list - 'S' and 'V' records carry
      *        no numeric content); list values are signed amounts
      *        now, so the hash carries a
      *        leading sign and is kept to twelve digits, high-order
      *        carry dropped, on both sides of the transmission
           05  batchTrailerDetail redefines batchValue.
           05  filler        pic x value space.
           05  outPipeStatus pic x(4).

      *    statistics records carry ArrayStats' whole STATS record,
      *    edited for the report, behind the count of values it
      *    covers
       01  batchStatsOutRec.
           05  outStatType   pic x(1).
           05  filler        pic x value space.
           05  outStatLength pic zz9.
           05  filler        pic x value space.
           05  outStatMin    pic -(6)9.
           05  filler        pic x value space.
           05  outStatMax    pic -(6)9.
           05  filler        pic x value space.
           05  outStatAmp    pic z(6)9.
           05  filler        pic x value space.
           05  outStatSum    pic -(9)9.
           05  filler        pic x value space.
           05  outStatMean   pic -(6)9.99.
           05  filler        pic x value space.
           05  outStatMedian pic -(6)9.99.
           05  filler        pic x value space.
           05  outStatStatus pic x(4).

      *    a pair-match record writes a 'T' summary line with the
      *    number of pairs found, then one 'M' line per pair with its
      *    pair number, both indices and both values
       01  batchPairOutRec.
           05  outPairType   pic x(1).
           05  filler        pic x value space.
           05  outPairKind   pic x(1).
           05  filler        pic x value space.
           05  outPairTarget pic -(7)9.
           05  filler        pic x value space.
           05  outPairNumber pic zz9.
           05  filler        pic x value space.
           05  outPairIdx1   pic zz9.
           05  filler        pic x value space.
           05  outPairIdx2   pic zz9.
           05  filler        pic x value space.
           05  outPairVal1   pic -(6)9.
           05  filler        pic x value space.
           05  outPairVal2   pic -(6)9.
           05  filler        pic x value space.
           05  outPairStatus pic x(4).

      *    one whole-state record, rewritten at every checkpoint the
      *    way WriteTreeCheckpoint rewrites TREECKPT - position plus
      *    the running control tallies, and a status byte that turns
           05  masterAccount   pic 9(8).
           05  masterSequence  pic 9(11).

      *    settlement-key issuance ledger - one permanent record per
      *    key ever issued, so "which run issued key X, and is it
      *    still good" is one keyed read; a void marks the entry and
      *    never deletes it
       fd  keyLedger.
       01  ledgerRec.
           05  ledgerKey.
               10  ledgAccount     pic 9(8).
               10  ledgSequence    pic 9(11).
           05  ledgCheck       pic 9(1).
           05  ledgRunDate     pic x(8).
           05  ledgRecordNo    pic 9(9).
           05  ledgStatus      pic x(1).
      *        'I' = issued and in force, 'V' = voided
           05  ledgVoidDate    pic x(8).
           05  ledgVoidRecNo   pic 9(9).

      *    account master - one record per account ever opened, kept
      *    by AccountMaintenance with its status and dates; loaded
      *    into a search tree at start of run so each 'N' record is
      *    one TreeSearch away from knowing it names a live account
       fd  acctMaster.
       01  acctMasterRec.
           05  acctKey         pic 9(8).
           05  acctStatus      pic x(1).
      *        'O' = open, 'C' = closed
           05  acctOpened      pic x(8).
           05  acctClosed      pic x(8).
           05  acctName        pic x(21).

      *    named multi-step transform definitions - one
      *    NAME=mode,mode,... line per pipeline, the NAME=VALUE card
       fd  pipeDefs.
       01  pipeDefsRec       pic x(80).

      *    per-account hold limits - one ACCOUNT=LIMIT line per
      *    account whose limit differs from HOLD-LIMIT
       fd  holdLimits.
       01  holdLimitsRec     pic x(80).

       fd  holdQueue.
       copy 'hold-queue.cpy'.

      *    release and decline cards - the action, the hold's date,
      *    account and record number as HOLDQ keys it (and DAYRPT
      *    lists it), and who approved
       fd  holdCards.
       01  holdCardRec.
           05  cardAction      pic x(1).
      *        'R' = release, 'D' = decline
           05  filler          pic x(1).
           05  cardHoldDate    pic x(8).
           05  filler          pic x(1).
           05  cardAccount     pic x(8).
           05  filler          pic x(1).
           05  cardRecNo       pic x(9).
           05  filler          pic x(1).
           05  cardApprover    pic x(8).
           05  filler          pic x(42).

       fd  archiveFile.
       01  archiveRec        pic x(80).

       fd  outXref.
       copy 'out-xref.cpy'.

       fd  batchRej.
       01  batchRejRec.
      *        NOHEADER = data arrived before the header record,
      *        BADMODE  = array record with a non-numeric mode digit,
      *        NAMEREJ  = NAME refused the numeric value's check digit,
      *        NNAMEREJ = NNAME refused the string value,
      *        NOACCT   = account not on the account master, or
      *                   closed before the run date,
      *        DUPACCT  = account already settled earlier this run,
      *        BADTARG  = 'F' record whose target amount is not a
      *                   signed number,
      *        BADAMT   = 'N' record whose amount is not a signed
      *                   number,
      *        DECLINED = held 'N' item declined on a HOLDCARD card,
      *        HOLDKEY  = held 'N' item whose HOLDQ key another entry
      *                   already holds,
      *        ARRSIZE  = an 'A', 'P', 'M' or 'F' record and its
      *                   continuations carried more values than the
      *                   500-entry ARR holds, or more than 500
      *                   continuation lines,
      *        BADPIPE  = 'P' record naming no loaded pipeline,
      *        VOIDNOKY = 'V' record for a key the ledger never issued,
      *        VOIDDUP  = 'V' record for a key already voided,
      *        ORDNOKEY = 'O' change or cancel for an order not on
      *                   the book,
      *        ORDEXIST = 'O' add for an order already on the book,
      *        ORDBAD   = 'O' record with an unknown action, a
      *                   non-numeric key or a bad amount,
      *        PIPESTnn = pipeline step nn refused the list, failing
      *                   the whole record
           05  rejReason     pic x(8).
           05  nameKeyAccount   pic 9(8).
           05  nameKeyCheck     pic 9(1).
           05  nameKeySequence  pic 9(11).
      *    the key a 'V' record voids, split the way NAME builds it
       01  voidKey           pic x(20).
       01  voidKeyDetail redefines voidKey.
           05  voidAccount      pic 9(8).
           05  voidCheck        pic 9(1).
           05  voidSequence     pic 9(11).
       01  ledgerFound       pic 9.
       01  nnameN            pic x(21).
       01  nnameResult       pic x(21).
       01  scalarResult      pic x(21).
       01  scalarStatus      pic x(4).
       01  scalarReject      pic 9.
       copy 'arr-result.cpy'.
       copy 'arr-stats.cpy'.
       copy 'arr-pairs.cpy'.
       01  pairIdx           pic 9(3).
       01  unstrText         pic x(10).
       01  unstrDelim        pic x.
       01  unstrPtr          pic 9(4).
           88  endOfPipeDefs value 1.
       01  unpackValue       pic s9(6).
       01  savedArrRec       pic x(151).
       01  savedArrRecNo     pic 9(9).
      *    the 'C' lines of the group in flight, held until the group
      *    is settled so a group reject carries them to BATCHREJ
      *    behind its first line; a group with more continuation
      *    lines than are held rejects ARRSIZE there and then, the
      *    rest of its lines following straight to BATCHREJ
       01  contBuffer.
           05  contLine      pic x(151) occurs 500 times.
       01  contCount         pic 9(3).
       01  contIdx           pic 9(3).
       01  groupRejected     pic 9.
      *    the record a cross-reference entry is taken from
       01  xrefSource        pic x(151).
       01  savedArrMode      pic x(1).
       01  arrOverflow       pic 9 value 0.
       01  outListPtr        pic 9(4).
       01  acctLookupVal     pic 9(8).
       01  acctFoundFlag     pic 9.
       01  replayOk          pic 9.
      *    the order record each tree node carries - 'M' marks an
      *    open master account, 'C' a closed one (its closing date in
      *    the node's date), 'S' an account settled this run; the
      *    lookup record receives whatever TreeSearch finds
       copy 'order-rec.cpy'
           replacing ==orderRec==  by ==acctOrder==
                     ==ordAmount== by ==lookOrdAmount==
                     ==ordStatus== by ==lookOrdStatus==
                     ==ordDate==   by ==lookOrdDate==.
      *    the order book - restored by name from TREECAT, changed in
      *    place by the 'O' transactions and saved back at end of run
       01  orderBookHead     usage pointer.
       01  orderBookName     pic x(8) value 'ORDERBK'.
       01  orderBookPath     pic x(20) value spaces.
       01  orderBookDepth    pic 9(2) value 0.
       01  orderBookRoot     pic 9(1) value 1.
       01  orderLookupKey    pic 9(8).
       01  orderFound        pic 9.
       01  orderDeleted      pic 9.
       01  orderReplay       pic 9 value 0.
       01  orderPosted       pic 9(9) value 0.
       01  orderSaveFailed   pic 9 value 0.
      *    the parameter load's own verdict - a refused change to a
      *    sensitive setting keeps the run's RETURN-CODE off zero
       01  parmLoadRc        pic 9(4) value 0.
       01  orderResult       pic x(21).
       copy 'order-rec.cpy'
           replacing ==orderRec==  by ==bookOrder==
                     ==ordKey==    by ==bookOrdKey==
                     ==ordAmount== by ==bookOrdAmount==
                     ==ordStatus== by ==bookOrdStatus==
                     ==ordDate==   by ==bookOrdDate==.
      *    hold state - the LIMITS accounts live in a search tree of
      *    their own, the limit riding in the node's amount; an
      *    account not on it is held above HOLD-LIMIT
       01  limitTreeHead     usage pointer.
       01  limitAccounts     pic 9(9) value 0.
       01  limitAccountText  pic x(20).
       01  limitValueText    pic x(20).
       01  eofLimitFlag      pic 9 value 0.
           88  endOfLimits   value 1.
       01  holdLimitDefault  pic 9(6) value 100000.
       01  holdCeiling       pic 9(6).
       01  holdMagnitude     pic 9(6).
       01  holdRequired      pic 9 value 0.
       01  releasingHold     pic 9 value 0.
       01  eofHoldFlag       pic 9 value 0.
           88  endOfHoldQueue value 1.
       01  eofCardFlag       pic 9 value 0.
           88  endOfHoldCards value 1.
       01  cardRefusal       pic x(8).
       01  archiveDataset    pic x(20).
       01  heldCount         pic 9(9) value 0.
       01  releasedCount     pic 9(9) value 0.
       01  declinedCount     pic 9(9) value 0.
       01  releaseRejects    pic 9(9) value 0.
       01  holdCardCount     pic 9(9) value 0.
       01  holdCardRefused   pic 9(9) value 0.
       01  runDate           pic x(8).
       01  masterAccounts    pic 9(9) value 0.
       01  masterLoaded      pic 9 value 0.
       01  logZero           pic 9(9) value 0.
       01  logRc             pic 9(4).
       01  writtenCount      pic 9(9) value 0.
      *    the shard this execution runs, off its PARM - 0 for the
      *    whole night's BATCHIN. The record numbers a shard issues
      *    carry the shard in their leading digit, so HOLDQ, OUTXREF
      *    and KEYLEDGR never see two executions' records under one
      *    number; the unsharded run's are the plain positions
       01  shardNo           pic 9(1) value 0.
       01  shardParmBad      pic 9 value 0.
       01  recordBase        pic 9(9) value 0.
       01  batchInDataset    pic x(20).
       01  batchOutDataset   pic x(20).
       01  batchRejDataset   pic x(20).
       01  batchCkptDataset  pic x(20).
      *    this execution's start, stamped on each OUTXREF entry so a
      *    later pass of the same execution knows its own entries
       01  runStamp          pic x(14).
       01  savedXrefResult   pic x(21).
       01  savedXrefStatus   pic x(4).

       linkage section.
      *    the PARM the execution starts with - the EXEC statement's,
      *    or the one JobStream passes off the step line: a halfword
      *    length, then the text
       01  driverParm.
           05  driverParmLength  pic s9(4) comp.
           05  driverParmText    pic x(30).

       procedure division using driverParm.
           move function current-date(1:8) to runDate
           move function current-date(1:14) to runStamp
           move 'S' to logEvent
           move 0 to logRc
           call 'WriteRunLog' using logJob logEvent
               by content logZero logZero logZero
               by reference logRc
           perform get-batch-config
           perform get-shard-number
           if shardParmBad = 1
               display 'BatchDriver: PARM "'
                   function trim(driverParmText)
                   '" is not a shard number, nothing run'
               move 3 to logRc
               move 'E' to logEvent
               call 'WriteRunLog' using logJob logEvent
                   dataSeen writtenCount rejectCount logRc
               move logRc to return-code
               goback
           end-if
           if restartRequested
               perform load-batch-checkpoint
           end-if
           perform load-account-master
           perform load-pipeline-defs
           perform load-hold-limits
           perform restore-order-book
           open input batchIn
           open i-o settlKeyMaster
           open i-o keyLedger
           open i-o holdQueue
           open i-o outXref
           if restartRequested
               open extend batchOut
               open extend batchRej
               open output batchOut
               open output batchRej
           end-if
      *    the hold cards and tonight's hold actions belong to one
      *    execution alone - the unsharded run, or shard 1 - so two
      *    shards side by side never settle the same release twice
      *    or roll HOLDCARD out from under each other
           if shardNo <= 1
               perform apply-hold-cards
               perform settle-hold-actions
           end-if

           perform read-batch-record
           perform process-batch-record until endOfBatchIn

           close batchIn
           close settlKeyMaster
           close keyLedger
           close holdQueue
           close outXref
           close batchOut
           close batchRej
           display 'BatchDriver: held = ' heldCount
               ', released = ' releasedCount
               ', declined = ' declinedCount
               ', release rejects = ' releaseRejects
           perform reconcile-controls
           perform write-final-checkpoint
      *    a CALLed service that ends clean hands back RETURN-CODE
      *    zero, so the reconcile verdict is banked first and
      *    re-asserted after the end-of-run calls
           move return-code to logRc
           if logRc = 0 and shardNo <= 1
               perform save-order-book
               if orderSaveFailed = 1
                   move 4 to logRc
               end-if
           end-if
           if parmLoadRc > 0 and logRc = 0
               move 1 to logRc
           end-if
           call 'FreeBinaryTree' using acctTreeHead
           call 'FreeBinaryTree' using settledTreeHead
           call 'FreeBinaryTree' using orderBookHead
           call 'FreeBinaryTree' using limitTreeHead
           move 'E' to logEvent
           call 'WriteRunLog' using logJob logEvent
               dataSeen writtenCount rejectCount logRc
      *    for TREECKPT-DEPTH and TREECKPT-INTERVAL
       get-batch-config.
           call 'LoadRunParams'
           move return-code to parmLoadRc
           move 0 to return-code
           move 'BATCH-RESTART' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1 and parmValue(1:1) = 'Y'
           if parmFound = 1
               compute ckptInterval = function numval(parmValue)
           end-if
           move 'ORDER-BOOK-NAME' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1
               move parmValue(1:8) to orderBookName
           end-if
           move 'HOLD-LIMIT' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1
               compute holdLimitDefault = function numval(parmValue)
           end-if
           .

      *    no PARM, or an empty one, is the unsharded run; a shard
      *    execution is named by a single digit, and anything else
      *    stops the run before it touches a dataset
       get-shard-number.
           move 0 to shardNo
           if address of driverParm <> null
               if driverParmLength > 0
                   if driverParmLength = 1
                           and driverParmText(1:1) is numeric
                       move driverParmText(1:1) to shardNo
                   else
                       move 1 to shardParmBad
                   end-if
               end-if
           end-if
           compute recordBase = shardNo * 100000000
           if shardNo = 0
               move 'BATCHIN' to batchInDataset
               move 'BATCHOUT' to batchOutDataset
               move 'BATCHREJ' to batchRejDataset
               move 'BATCHCKPT' to batchCkptDataset
           else
               move spaces to batchInDataset batchOutDataset
                   batchRejDataset batchCkptDataset
               string 'BATCHIN' shardNo
                   delimited by size into batchInDataset
               string 'BATCHOUT' shardNo
                   delimited by size into batchOutDataset
               string 'BATCHREJ' shardNo
                   delimited by size into batchRejDataset
               string 'BATCHCKPT' shardNo
                   delimited by size into batchCkptDataset
           end-if
           .

      *    the book is restored as it was last saved - a name never
      *    catalogued simply starts an empty book, which is how the
      *    first night of a new book begins
       restore-order-book.
           move 0 to return-code
           call 'RestoreTreeCatalog' using
               orderBookHead orderBookName
           if return-code <> 0
               move 0 to return-code
               display 'BatchDriver: order book "'
                   function trim(orderBookName)
                   '" not catalogued, starting an empty book'
           end-if
           .

      *    only a run that reconciled clean saves the book - a failed
      *    run leaves the previous night's book catalogued, so the
      *    rerun (fresh, or restarted with the skipped 'O' records
      *    replayed) rebuilds the night's changes exactly once. The
      *    book is saved by the execution the 'O' records go to - the
      *    unsharded run, or shard 1 - on every clean night, orders
      *    or none, so its catalog entry is rewritten nightly and
      *    never ages into Housekeeping's TREECAT purge; the other
      *    shard drivers never overwrite the book shard 1 posted to.
      *    The book is rebalanced first to keep its paths inside the
      *    catalog's 20-character limit; a book past TreeRebalance's
      *    500-entry ceiling cannot be, and would lose every order
      *    past that depth from the catalog, so it is not saved at
      *    all - last night's book stays catalogued and the run ends
      *    RETURN-CODE 4 for the book to be split or purged
       save-order-book.
           move 0 to orderSaveFailed
           if orderBookHead <> null
               move 0 to return-code
               call 'TreeRebalance' using orderBookHead
               if return-code <> 0
                   move 1 to orderSaveFailed
               end-if
               move 0 to return-code
           end-if
           if orderSaveFailed = 1
               display 'BatchDriver: order book "'
                   function trim(orderBookName)
                   '" exceeds the 500 orders TreeRebalance can '
                   'balance - NOT saved, last saved book kept, '
                   orderPosted ' order transaction(s) not carried'
           else
               call 'WriteTreeCatalog' using orderBookHead
                   orderBookName orderBookPath orderBookDepth
                   orderBookRoot
               display 'BatchDriver: order book "'
                   function trim(orderBookName) '" saved, '
                   orderPosted ' order transaction(s) posted'
           end-if
           .

      *    loads the account-master keys into the lookup tree - a
           end-read
           .

      *    an account not yet open on the run date is left out, so it
      *    rejects NOACCT the same as one never opened; a closed
      *    account is loaded with its closing date, the closing day
      *    itself still being a settlement day for it
       load-account-entry.
           if acctKey is numeric and acctOpened <= runDate
               initialize acctOrder
               move acctKey to acctOrdKey
               if acctStatus = 'C'
                   move 'C' to acctOrdStatus
                   move acctClosed to acctOrdDate
               else
                   move 'M' to acctOrdStatus
                   move runDate to acctOrdDate
               end-if
               call 'TreeInsert' using acctTreeHead acctOrder
               add 1 to masterAccounts
           end-if
           end-if
           .

      *    reads the LIMITS dataset into the limit tree - a line with
      *    a non-numeric account or limit is reported and skipped, so
      *    that account falls back to HOLD-LIMIT
       load-hold-limits.
           set limitTreeHead to null
           open input holdLimits
           perform read-hold-limit
           perform load-one-limit until endOfLimits
           close holdLimits
           if limitAccounts > 0
               call 'TreeRebalance' using limitTreeHead
               move 0 to return-code
               display 'BatchDriver: ' limitAccounts
                   ' account hold limit(s) loaded'
           end-if
           .

       read-hold-limit.
           read holdLimits
               at end move 1 to eofLimitFlag
           end-read
           .

       load-one-limit.
           if holdLimitsRec = spaces or holdLimitsRec(1:1) = '*'
               continue
           else
               move spaces to limitAccountText
               move spaces to limitValueText
               unstring holdLimitsRec delimited by '='
                   into limitAccountText limitValueText
               if function test-numval(limitAccountText) = 0
                       and function test-numval(limitValueText) = 0
                       and function numval(limitAccountText) > 0
                       and function numval(limitAccountText)
                           <= 99999999
                       and function numval(limitValueText) >= 0
                       and function numval(limitValueText) <= 999999
                   initialize acctOrder
                   compute acctOrdKey =
                       function numval(limitAccountText)
                   compute acctOrdAmount =
                       function numval(limitValueText)
                   move 'L' to acctOrdStatus
                   move runDate to acctOrdDate
                   call 'TreeInsert' using limitTreeHead acctOrder
                   add 1 to limitAccounts
               else
                   display 'BatchDriver: bad hold limit "'
                       function trim(holdLimitsRec) '" skipped'
               end-if
           end-if
           perform read-hold-limit
           .

      *    the night's release and decline cards each settle one
      *    held item's fate on HOLDQ - a card for an item not on
      *    hold, or already actioned, is refused on the console and
      *    changes nothing. The cards then roll into the dated
      *    generation HOLDCARD.YYYYMMDD so a rerun cannot apply them
      *    twice
       apply-hold-cards.
           open input holdCards
           perform read-hold-card
           perform apply-one-hold-card until endOfHoldCards
           close holdCards
           if holdCardCount > 0
               perform roll-hold-cards
               display 'BatchDriver: hold cards = ' holdCardCount
                   ', refused = ' holdCardRefused
           end-if
           .

       read-hold-card.
           read holdCards
               at end move 1 to eofCardFlag
           end-read
           .

       apply-one-hold-card.
           if holdCardRec = spaces or holdCardRec(1:1) = '*'
               continue
           else
               add 1 to holdCardCount
               move spaces to cardRefusal
               evaluate true
               when cardAction <> 'R' and cardAction <> 'D'
                   move 'BADCODE ' to cardRefusal
               when cardHoldDate is not numeric
                       or cardAccount is not numeric
                       or cardRecNo is not numeric
                   move 'BADKEY  ' to cardRefusal
               when cardApprover = spaces
                   move 'NOUSER  ' to cardRefusal
               when other
                   move cardHoldDate to holdDate
                   move cardAccount to holdAccount
                   move cardRecNo to holdRecNo
                   read holdQueue key is holdKey
                       invalid key
                           move 'NOTHELD ' to cardRefusal
                   end-read
               end-evaluate
               if cardRefusal = spaces and holdStatus <> 'H'
                   move 'ACTIONED' to cardRefusal
               end-if
               if cardRefusal = spaces
                   move cardAction to holdStatus
                   move runDate to holdActionDate
                   move cardApprover to holdApprover
                   move spaces to holdOutcome
                   rewrite holdQueueRec
               else
                   add 1 to holdCardRefused
                   display 'BatchDriver: hold card '
                       function trim(holdCardRec) ' refused '
                       cardRefusal
               end-if
           end-if
           perform read-hold-card
           .

       roll-hold-cards.
           move spaces to archiveDataset
           string 'HOLDCARD.' runDate
               delimited by size into archiveDataset
           move 0 to eofCardFlag
           open input holdCards
           open extend archiveFile
           perform read-hold-card
           perform roll-one-hold-card until endOfHoldCards
           close archiveFile
           close holdCards
           open output holdCards
           close holdCards
           .

       roll-one-hold-card.
           move holdCardRec to archiveRec
           write archiveRec
           perform read-hold-card
           .

      *    every item actioned on the run date settles or declines
      *    ahead of the night's BATCHIN, exactly once: the outcome is
      *    set in the same rewrite, and only an entry with no outcome
      *    yet is acted on, so a restart or a rerun of the night never
      *    draws its settlement key or judges it a second time. A
      *    released item that settled is still re-entered into the
      *    in-memory settled-accounts tree, so a later 'N' for the
      *    account is caught as DUPACCT; and a fresh rerun, having
      *    opened BATCHOUT and BATCHREJ anew, writes the line or
      *    reject again from the outcome on file - the settled line
      *    under the key issued the first time. A restart's files
      *    still hold them, so it writes nothing
       settle-hold-actions.
           move low-values to holdKey
           start holdQueue key >= holdKey
               invalid key move 1 to eofHoldFlag
           end-start
           perform read-next-hold
           perform settle-one-hold-action until endOfHoldQueue
           .

       read-next-hold.
           if not endOfHoldQueue
               read holdQueue next
                   at end move 1 to eofHoldFlag
               end-read
           end-if
           .

       settle-one-hold-action.
           if holdActionDate = runDate
                   and (holdStatus = 'R' or holdStatus = 'D')
               if holdOutcome <> spaces
                   if holdStatus = 'R' and holdOutcome = 'SETTLED '
                       move holdAccount to nameN
                       perform record-account-settled
                   end-if
                   if not restartRequested
                       move holdRecord to batchInRec
                       move 1 to releasingHold
                       perform rewrite-hold-outcome
                       move 0 to releasingHold
                   end-if
               else
                   move holdRecord to batchInRec
                   move 1 to releasingHold
                   if holdStatus = 'D'
                       move 'DECLINED' to rejectReason
                       perform write-reject-record
                       move 'DECLINED' to holdOutcome
                       add 1 to declinedCount
                   else
                       perform release-held-record
                   end-if
                   move 0 to releasingHold
                   rewrite holdQueueRec
               end-if
           end-if
           perform read-next-hold
           .

      *    a released item settles the way it would have on the night
      *    it arrived - account checks, NAME and the next master
      *    sequence - only the hold test is passed by, the approval
      *    having been given
       release-held-record.
           move holdAccount to nameN
           move 0 to scalarReject
           move 0 to return-code
           perform validate-account-record
           if scalarReject = 0
               call 'NAME' using
                   by content nameN
                   by reference nameResult
               if return-code = 0
                   perform record-account-settled
                   perform assign-settlement-sequence
                   move nameResult to holdSettleKey
                   perform write-released-line
                   move 'SETTLED ' to holdOutcome
               else
                   move 0 to return-code
                   move 1 to scalarReject
                   move 'NAMEREJ ' to rejectReason
                   perform write-reject-record
               end-if
           end-if
           if scalarReject = 1
               move rejectReason to holdOutcome
               add 1 to releaseRejects
           end-if
           .

       write-released-line.
           move spaces to batchArrOutRec
           move 'N' to outType
           move batchValue(1:20) to outValue
           move holdSettleKey to outResult
           move 'REL ' to outStatus
           write batchOutRec
           add 1 to writtenCount
           perform xref-scalar-out
           add 1 to releasedCount
           .

      *    the outcome already on file is written out again as it
      *    stands - the settled line under its issued key, the
      *    decline or release reject under its reason
       rewrite-hold-outcome.
           if holdOutcome = 'SETTLED '
               perform write-released-line
           else
               move holdOutcome to rejectReason
               perform write-reject-record
               if holdOutcome = 'DECLINED'
                   add 1 to declinedCount
               else
                   add 1 to releaseRejects
               end-if
           end-if
           .

      *    restores the tallies the interrupted run had already
      *    banked and remembers how many data records to skip - a
      *    missing checkpoint, or one marked complete, means there is
                   if batchType = 'N'
                       perform replay-settled-account
                   end-if
                   if batchType = 'O'
                       move 1 to orderReplay
                       perform process-order-record
                       move 0 to orderReplay
                   end-if
                   perform read-batch-record
               else
                   perform process-data-record
           when batchType = 'P'
               add 1 to actualCount
               perform process-pipeline-record
           when batchType = 'M'
               add 1 to actualCount
               perform process-stats-record
           when batchType = 'F'
               add 1 to actualCount
               perform process-pairs-record
           when batchType = 'N' or batchType = 'S'
               add 1 to actualCount
               perform process-scalar-record
               perform read-batch-record
           when batchType = 'V'
               add 1 to actualCount
               perform process-void-record
               perform read-batch-record
           when batchType = 'O'
               add 1 to actualCount
               add function numval(batchValue(10:7)) to actualHash
               perform process-order-record
               perform read-batch-record
           when other
               add 1 to actualCount
               move 'BADTYPE ' to rejectReason

       process-scalar-record.
           move 0 to scalarReject
           move 0 to holdRequired
           if batchType = 'N'
               compute nameN = function numval(batchNameAccount)
               add nameN to actualHash
               add function numval(batchNameAmount) to actualHash
               move 0 to return-code
               if batchNameAmount <> spaces
                       and batchNameSigned is not numeric
                   move 1 to scalarReject
                   move 'BADAMT  ' to rejectReason
                   perform write-reject-record
               else
                   perform validate-account-record
               end-if
               if scalarReject = 0
                   call 'NAME' using
                       by content nameN
                       by reference nameResult
                   if return-code <> 0
                       move 0 to return-code
                       move 1 to scalarReject
                       move 'NAMEREJ ' to rejectReason
                       perform write-reject-record
                   else
                       perform check-hold-limit
                       if holdRequired = 1
                           perform write-hold-entry
                       else
                           perform record-account-settled
                           perform assign-settlement-sequence
                           move nameResult to scalarResult
                           move 'OK  ' to scalarStatus
                       end-if
                   end-if
               end-if
           else
      *    the shared record buffer is as long as the array line, so
      *    blank the whole of it (FD VALUE clauses carry no weight)
      *    before laying the scalar fields over the spaces
           if scalarReject = 0 and holdRequired = 0
               move spaces to batchArrOutRec
               move batchType to outType
               move batchValue(1:20) to outValue
               move scalarStatus to outStatus
               write batchOutRec
               add 1 to writtenCount
               perform xref-scalar-out
           end-if
           .

      *    the settled-accounts tree lives only in memory - so the
      *    skip replays each skipped 'N' through the same checks the
      *    original pass applied (no output, no master-sequence
      *    bump) and re-enters the ones that settled - an item the
      *    hold limit diverted to HOLDQ did not - or a post-restart
      *    duplicate would sail into BATCHOUT
       replay-settled-account.
           compute nameN = function numval(batchNameAccount)
           move nameN to acctLookupVal
           move 1 to replayOk
           if batchNameAmount <> spaces
                   and batchNameSigned is not numeric
               move 0 to replayOk
           end-if
           if masterInForce
               call 'TreeSearch' using
                   acctTreeHead acctLookupVal acctFoundFlag
               if acctFoundFlag = 0
                   move 0 to replayOk
               end-if
               if acctFoundFlag = 1 and lookOrdStatus = 'C'
                       and lookOrdDate < runDate
                   move 0 to replayOk
               end-if
           end-if
           if replayOk = 1 and settledTreeHead <> null
               call 'TreeSearch' using
                   by content nameN
                   by reference nameResult
               if return-code = 0
                   perform check-hold-limit
                   if holdRequired = 0
                       perform record-account-settled
                   end-if
               end-if
               move 0 to return-code
           end-if
           .

      *    an 'N' amount is held when its size, either sign, is over
      *    the account's own LIMITS entry or, for an account with
      *    none, over HOLD-LIMIT - a record without an amount never
      *    holds
       check-hold-limit.
           move 0 to holdRequired
           if batchNameAmount <> spaces
               move holdLimitDefault to holdCeiling
               if limitTreeHead <> null
                   move nameN to acctLookupVal
                   call 'TreeSearch' using
                       limitTreeHead acctLookupVal acctFoundFlag
                       lookupOrder
                   if acctFoundFlag = 1
                       move lookOrdAmount to holdCeiling
                   end-if
               end-if
               if batchNameSigned < 0
                   compute holdMagnitude = 0 - batchNameSigned
               else
                   move batchNameSigned to holdMagnitude
               end-if
               if holdMagnitude > holdCeiling
                   move 1 to holdRequired
               end-if
           end-if
           .

      *    the held item is keyed by run date, account and record
      *    number, so a fresh rerun of the same night lands on the
      *    entry the first pass wrote and simply writes it again. Any
      *    other entry under the key is not this execution's to
      *    overwrite - the item is rejected HOLDKEY instead, neither
      *    settled nor lost
       write-hold-entry.
           move runDate to holdDate
           compute holdRecNo = recordBase + dataSeen
           move nameN to holdAccount
           perform fill-hold-entry
           write holdQueueRec
               invalid key perform replace-hold-entry
           end-write
           if holdRequired = 1
               add 1 to heldCount
               move 'H' to xrefFile
               move spaces to xrefResult
               string 'LIMIT ' holdLimit delimited by size
                   into xrefResult
               move 'HELD' to xrefStatus
               perform xref-input-record
           end-if
           .

       fill-hold-entry.
           move 'H' to holdStatus
           move batchNameSigned to holdAmount
           move holdCeiling to holdLimit
           move spaces to holdActionDate
           move spaces to holdApprover
           move spaces to holdOutcome
           move batchInRec to holdRecord
           move spaces to holdSettleKey
           .

      *    an earlier pass holding this same record is the night being
      *    run again; the entry is still only held, so it is written
      *    afresh
       replace-hold-entry.
           read holdQueue key is holdKey
               invalid key move spaces to holdRecord
           end-read
           if holdRecord = batchInRec and holdStatus = 'H'
               perform fill-hold-entry
               rewrite holdQueueRec
           else
               display 'BatchDriver: HOLDQ key ' holdKey
                   ' already held by another entry'
               move 0 to holdRequired
               move 1 to scalarReject
               move 'HOLDKEY ' to rejectReason
               perform write-reject-record
           end-if
           .

      *    an 'N' account must be on the account master (when one was
      *    loaded), not closed as of the run date, and not already
      *    settled this run - either failure goes to BATCHREJ with its
      *    own reason instead of into BATCHOUT, both having caused
      *    real reversals before. An account closed on the run date
      *    itself still settles the items sent before the close
       validate-account-record.
           move nameN to acctLookupVal
           if masterInForce
                   lookupOrder
               if acctFoundFlag = 0
                   move 1 to scalarReject
               end-if
               if acctFoundFlag = 1 and lookOrdStatus = 'C'
                       and lookOrdDate < runDate
                   move 1 to scalarReject
               end-if
               if scalarReject = 1
                   move 'NOACCT  ' to rejectReason
                   perform write-reject-record
               end-if
                   rewrite masterRec
           end-read
           move masterSequence to nameKeySequence
           perform write-ledger-entry
           .

      *    the ledger entry is written in the same stroke the master
      *    banks the sequence, so the two can never disagree about
      *    what was issued
       write-ledger-entry.
           move nameKeyAccount to ledgAccount
           move nameKeySequence to ledgSequence
           move nameKeyCheck to ledgCheck
           move runDate to ledgRunDate
           if releasingHold = 1
               move holdRecNo to ledgRecordNo
           else
               compute ledgRecordNo = recordBase + dataSeen
           end-if
           move 'I' to ledgStatus
           move spaces to ledgVoidDate
           move 0 to ledgVoidRecNo
           write ledgerRec
               invalid key
                   display 'BatchDriver: key ' nameResult
                       ' already on the issuance ledger'
           end-write
           .

      *    a void names the whole 20-digit key - the account and
      *    sequence find the ledger entry, and the check digit has to
      *    match what was issued, so a mistyped key rejects VOIDNOKY
      *    instead of voiding a neighbour. The accepted void goes to
      *    BATCHOUT with the date the key was issued, and carries no
      *    hash content of its own
       process-void-record.
           move batchValue(1:20) to voidKey
           move 0 to ledgerFound
           if voidKey is numeric
               move voidAccount to ledgAccount
               move voidSequence to ledgSequence
               read keyLedger key is ledgerKey
                   invalid key continue
                   not invalid key
                       if ledgCheck = voidCheck
                           move 1 to ledgerFound
                       end-if
               end-read
           end-if
           evaluate true
           when ledgerFound = 0
               move 'VOIDNOKY' to rejectReason
               perform write-reject-record
           when ledgStatus = 'V'
               move 'VOIDDUP ' to rejectReason
               perform write-reject-record
           when other
               move 'V' to ledgStatus
               move runDate to ledgVoidDate
               compute ledgVoidRecNo = recordBase + dataSeen
               rewrite ledgerRec
               move spaces to batchArrOutRec
               move 'V' to outType
               move voidKey to outValue
               move spaces to outResult
               string 'ISSUED ' ledgRunDate
                   delimited by size into outResult
               move 'OK  ' to outStatus
               write batchOutRec
               add 1 to writtenCount
               perform xref-scalar-out
           end-evaluate
           .

      *    one order transaction against the in-memory book. On a
      *    restart the skipped 'O' records come back through here with
      *    ORDERREPLAY set - the book restored from TREECAT predates
      *    the interrupted run, so each change is re-applied, but the
      *    BATCHOUT line or reject the first pass wrote already stands
       process-order-record.
           move spaces to rejectReason
           move spaces to orderResult
           if batchOrdKey is numeric
               move batchOrdKey to orderLookupKey
               call 'TreeSearch' using orderBookHead orderLookupKey
                   orderFound bookOrder
           else
               move 'ORDBAD  ' to rejectReason
           end-if
           if rejectReason = spaces
               evaluate true
               when batchOrdAction = 'A'
                   perform order-add
               when batchOrdAction = 'S'
                   perform order-change-status
               when batchOrdAction = 'M'
                   perform order-change-amount
               when batchOrdAction = 'X'
                   perform order-cancel
               when other
                   move 'ORDBAD  ' to rejectReason
               end-evaluate
           end-if
           if orderReplay = 0
               if rejectReason = spaces
                   add 1 to orderPosted
                   move spaces to batchArrOutRec
                   move 'O' to outType
                   move batchValue(1:20) to outValue
                   move orderResult to outResult
                   move 'OK  ' to outStatus
                   write batchOutRec
                   add 1 to writtenCount
                   perform xref-scalar-out
               else
                   perform write-reject-record
               end-if
           end-if
           .

      *    a new order opens with status 'O' and the run date unless
      *    the record says otherwise
       order-add.
           evaluate true
           when orderFound = 1
               move 'ORDEXIST' to rejectReason
           when batchOrdAmount is not numeric
               move 'ORDBAD  ' to rejectReason
           when other
               initialize bookOrder
               move orderLookupKey to bookOrdKey
               move batchOrdAmount to bookOrdAmount
               move batchOrdStatus to bookOrdStatus
               if bookOrdStatus = space
                   move 'O' to bookOrdStatus
               end-if
               move batchOrdDate to bookOrdDate
               if bookOrdDate = spaces
                   move runDate to bookOrdDate
               end-if
               call 'TreeInsert' using orderBookHead bookOrder
               move 'ADDED' to orderResult
           end-evaluate
           .

       order-change-status.
           evaluate true
           when orderFound = 0
               move 'ORDNOKEY' to rejectReason
           when batchOrdStatus = space
               move 'ORDBAD  ' to rejectReason
           when other
               move batchOrdStatus to bookOrdStatus
               call 'TreeInsert' using orderBookHead bookOrder
               move 'STATUS CHANGED' to orderResult
           end-evaluate
           .

       order-change-amount.
           evaluate true
           when orderFound = 0
               move 'ORDNOKEY' to rejectReason
           when batchOrdAmount is not numeric
               move 'ORDBAD  ' to rejectReason
           when other
               move batchOrdAmount to bookOrdAmount
               call 'TreeInsert' using orderBookHead bookOrder
               move 'AMOUNT CHANGED' to orderResult
           end-evaluate
           .

       order-cancel.
           if orderFound = 0
               move 'ORDNOKEY' to rejectReason
           else
               call 'TreeDelete' using orderBookHead orderLookupKey
                   orderDeleted
               move 'CANCELLED' to orderResult
           end-if
           .

      *    the rejects of held items released or declined tonight
      *    are tallied apart - they were never part of this BATCHIN
       write-reject-record.
           if releasingHold = 1
               continue
           else
               add 1 to rejectCount
           end-if
           move spaces to batchRejRec
           move rejectReason to rejReason
           move batchInRec to rejRecord
           write batchRejRec
           move 'R' to xrefFile
           move rejectReason to xrefResult
           move spaces to xrefStatus
           perform xref-input-record
           .

      *    the run fails loudly on any control break: a missing or
           else
               move 0 to return-code
               move 0 to arrOverflow
               move 0 to contCount
               move 0 to groupRejected
               move batchInRec to savedArrRec
               compute savedArrRecNo = recordBase + dataSeen
               move batchArrMode to savedArrMode
               perform unpack-array-record
               perform read-batch-record

      *    a continuation line is part of the record in flight, so it
      *    moves the physical position (DATASEEN) without counting as
      *    a data record of its own against the trailer. It is held
      *    for a group reject; once the group has rejected, a line
      *    goes straight to BATCHREJ behind the ones already there
       unpack-continuation.
           add 1 to dataSeen
           move batchValue to listBuffer
           perform unpack-list-buffer
           evaluate true
           when groupRejected = 1
               perform write-reject-record
           when contCount < 500
               add 1 to contCount
               move batchInRec to contLine(contCount)
           when other
               move 1 to arrOverflow
               move 'ARRSIZE ' to rejectReason
               perform write-group-reject
               perform write-reject-record
           end-evaluate
           perform read-batch-record
           .

           end-if
           .

      *    the reject carries the saved first line and then the held
      *    continuation lines, under the same reason, so the whole
      *    record can be corrected and resubmitted - by now the input
      *    buffer holds the record after the group. A group is only
      *    rejected once
       write-group-reject.
           if groupRejected = 0
               move 1 to groupRejected
               add 1 to rejectCount
               move spaces to batchRejRec
               move rejectReason to rejReason
               move savedArrRec to rejRecord
               write batchRejRec
               move 'R' to xrefFile
               move rejectReason to xrefResult
               move spaces to xrefStatus
               perform xref-group-record
               perform varying contIdx from 1 by 1
                       until contIdx > contCount
                   perform write-held-continuation
               end-perform
           end-if
           .

      *    continuations sit straight behind their first line, so a
      *    held line's position is the first line's plus its place
       write-held-continuation.
           add 1 to rejectCount
           move spaces to batchRejRec
           move rejectReason to rejReason
           move contLine(contIdx) to rejRecord
           write batchRejRec
           move contLine(contIdx) to xrefSource
           compute xrefRecordNo = savedArrRecNo + contIdx
           perform write-xref-entry
           .

      *    a statistics record assembles its list exactly as an 'A'
      *    record does - the whole value is the list, there being no
      *    mode digit to carry
       process-stats-record.
           move 0 to return-code
           move 0 to arrOverflow
           move 0 to contCount
           move 0 to groupRejected
           move batchInRec to savedArrRec
           compute savedArrRecNo = recordBase + dataSeen
           move 0 to arrLength
           move batchValue to listBuffer
           perform unpack-list-buffer
           perform read-batch-record
           perform unpack-continuation
               until endOfBatchIn or batchType <> 'C'
           if arrOverflow = 1
               move 'ARRSIZE ' to rejectReason
               perform write-group-reject
           else
               call 'ArrayStats' using
                   by content arr
                   by reference stats
               perform write-stats-out
           end-if
           .

       write-stats-out.
           move spaces to batchArrOutRec
           move 'M' to outStatType
           move arrLength to outStatLength
           move statMin to outStatMin
           move statMax to outStatMax
           move statAmplitude to outStatAmp
           move statSum to outStatSum
           move statMean to outStatMean
           move statMedian to outStatMedian
           if return-code = 0
               move 'OK  ' to outStatStatus
           else
               move 0 to return-code
               move 'REJ ' to outStatStatus
           end-if
           write batchStatsOutRec
           add 1 to writtenCount
           move 'O' to xrefFile
           move batchArrOutRec(3:21) to xrefResult
           move outStatStatus to xrefStatus
           perform xref-group-record
           .

      *    a pair-match record whose target is not a number rejects
      *    BADTARG with its continuations behind it, the list still
      *    landing in the hash the way a BADMODE 'A' list does
       process-pairs-record.
           if batchPairTarget is not numeric
               move 0 to arrLength
               move batchPairList to listBuffer
               perform unpack-list-buffer
               move 'BADTARG ' to rejectReason
               perform write-reject-record
               perform read-batch-record
               perform reject-pairs-continuation
                   until endOfBatchIn or batchType <> 'C'
           else
               move 0 to return-code
               move 0 to arrOverflow
               move 0 to contCount
               move 0 to groupRejected
               move batchInRec to savedArrRec
               compute savedArrRecNo = recordBase + dataSeen
               move batchPairTarget to pairTarget
               move 0 to arrLength
               move batchPairList to listBuffer
               perform unpack-list-buffer
               perform read-batch-record
               perform unpack-continuation
                   until endOfBatchIn or batchType <> 'C'
               if arrOverflow = 1
                   move 'ARRSIZE ' to rejectReason
                   perform write-group-reject
               else
                   call 'FindPairs' using
                       by content arr
                       by content pairTarget
                       by reference pairs
                   perform write-pairs-out
               end-if
           end-if
           .

       reject-pairs-continuation.
           add 1 to dataSeen
           move 0 to arrLength
           move batchValue to listBuffer
           perform unpack-list-buffer
           move 'BADTARG ' to rejectReason
           perform write-reject-record
           perform read-batch-record
           .

      *    the summary line counts as the record's one output line;
      *    a pairs table that filled before the list was exhausted
      *    marks the summary REJ, the pairs found still listed
       write-pairs-out.
           move spaces to batchArrOutRec
           move 'F' to outPairType
           move 'T' to outPairKind
           move pairTarget to outPairTarget
           move pairCount to outPairNumber
           if return-code = 0
               move 'OK  ' to outPairStatus
           else
               move 0 to return-code
               move 'REJ ' to outPairStatus
           end-if
           write batchPairOutRec
           add 1 to writtenCount
           move 'O' to xrefFile
           move batchArrOutRec(3:21) to xrefResult
           move outPairStatus to xrefStatus
           perform xref-group-record
           perform varying pairIdx from 1 by 1
                   until pairIdx > pairCount
               move spaces to batchArrOutRec
               move 'F' to outPairType
               move 'M' to outPairKind
               move pairTarget to outPairTarget
               move pairIdx to outPairNumber
               move pairIdx1(pairIdx) to outPairIdx1
               move pairIdx2(pairIdx) to outPairIdx2
               move pairVal1(pairIdx) to outPairVal1
               move pairVal2(pairIdx) to outPairVal2
               move 'OK  ' to outPairStatus
               write batchPairOutRec
           end-perform
           .

      *    runs the named PIPEDEFS sequence against the assembled
           else
               move 0 to return-code
               move 0 to arrOverflow
               move 0 to contCount
               move 0 to groupRejected
               move batchInRec to savedArrRec
               compute savedArrRecNo = recordBase + dataSeen
               move 0 to arrLength
               move batchPipeList to listBuffer
               perform unpack-list-buffer
           move 'OK  ' to outPipeStatus
           write batchPipeOutRec
           add 1 to writtenCount
           move 'O' to xrefFile
           move outPipeList(1:21) to xrefResult
           move outPipeStatus to xrefStatus
           perform xref-group-record
           .

       write-array-out.
           end-if
           write batchArrOutRec
           add 1 to writtenCount
           move 'O' to xrefFile
           move outArrList(1:21) to xrefResult
           move outArrStatus to xrefStatus
           perform xref-group-record
           .

      *    a scalar BATCHOUT line indexes under its own result and
      *    status, the input record supplying the type and value
       xref-scalar-out.
           move 'O' to xrefFile
           move outResult to xrefResult
           move outStatus to xrefStatus
           perform xref-input-record
           .

      *    the record in the input buffer - a released hold keeps the
      *    record number it arrived under, not today's position
       xref-input-record.
           move batchInRec to xrefSource
           if releasingHold = 1
               move holdRecNo to xrefRecordNo
           else
               compute xrefRecordNo = recordBase + dataSeen
           end-if
           perform write-xref-entry
           .

      *    a list record's output follows its continuations, so the
      *    entry is taken from the saved first line of the group
       xref-group-record.
           move savedArrRec to xrefSource
           move savedArrRecNo to xrefRecordNo
           perform write-xref-entry
           .

      *    the caller has set the file, result, status and record
      *    number - a rerun of the same night lands on the key the
      *    first pass wrote and rewrites it
       write-xref-entry.
           move xrefSource(1:1) to xrefType
           move xrefSource(2:20) to xrefValue
           move runDate to xrefRunDate
           move shardNo to xrefShard
           move runStamp to xrefStamp
           write outXrefRec
               invalid key perform replace-xref-entry
           end-write
           .

      *    a key already on file is rewritten only when an earlier
      *    pass of this same execution wrote it - the same shard, the
      *    same night, an earlier start. Anything else is another
      *    appearance the entry stands for, so it is kept and the
      *    clash reported
       replace-xref-entry.
           move xrefResult to savedXrefResult
           move xrefStatus to savedXrefStatus
           read outXref key is xrefKey
               invalid key move runStamp to xrefStamp
           end-read
           if xrefShard = shardNo and xrefStamp <> runStamp
               move savedXrefResult to xrefResult
               move savedXrefStatus to xrefStatus
               move runStamp to xrefStamp
               rewrite outXrefRec
           else
               display 'BatchDriver: OUTXREF key ' xrefKey
                   ' already taken, entry kept'
           end-if
           .

       end program BatchDriver.
