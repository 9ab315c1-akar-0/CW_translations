      *    single inquiry job for customer-service calls - what
      *    happened to an account or a BATCHIN value used to mean
      *    grepping tonight's BATCHOUT and BATCHREJ, the archived
      *    generations, the SETTLKEY master and RUNLOG by hand.
      *    Inquiry reads the INQUIRY card dataset, one account number
      *    or input value per card ('*' in column 1 is a comment), and
      *    answers each card off the OUTXREF cross-reference every
      *    BatchDriver run keeps of what it wrote: one START per record
      *    type on the type and the card's value, the READ NEXTs that
      *    follow listing every BATCHOUT line, BATCHREJ reject and
      *    HOLDQ hold the value drew, with run date, BATCHIN record
      *    number, result or reason and status - a shard execution's
      *    output under its BATCHOUTn or BATCHREJn, and the record
      *    number as the shard and its place in that shard's BATCHINn.
      *    A card that is an account number (eight digits, or nine
      *    with the check digit) also shows the account's current
      *    SETTLKEY sequence. Last come the BatchDriver runs on the
      *    dates the value appeared, off RUNLOG - each one ended with
      *    its RETURN-CODE, or started and never wrote its end record
      *    (an abend). The answers print to INQRPT; RETURN-CODE 1 when
      *    any card turned up nowhere
       identification division.
       program-id. Inquiry.

       environment division.
       input-output section.
       file-control.
           select optional inquiryCards assign to 'INQUIRY'
               organization is line sequential.
           select optional outXref assign to 'OUTXREF'
               organization is indexed
               access mode is dynamic
               record key is xrefKey.
           select optional settlKeyMaster assign to 'SETTLKEY'
               organization is indexed
               access mode is random
               record key is masterAccount.
           select optional runLog assign to 'RUNLOG'
               organization is line sequential.
           select inquiryReport assign to 'INQRPT'
               organization is line sequential.

       data division.
       file section.
       fd  inquiryCards.
       01  inquiryCard.
           05  cardValue     pic x(20).
           05  filler        pic x(60).

       fd  outXref.
       copy 'out-xref.cpy'.

       fd  settlKeyMaster.
       01  masterRec.
           05  masterAccount   pic 9(8).
           05  masterSequence  pic 9(11).

       fd  runLog.
       01  runLogRec.
           05  rlDate          pic x(8).
           05  filler          pic x.
           05  rlTime          pic x(6).
           05  filler          pic x.
           05  rlJob           pic x(12).
           05  filler          pic x.
           05  rlEvent         pic x(1).
      *        'S' = job started, 'E' = job ended
           05  filler          pic x.
           05  rlRead          pic 9(9).
           05  filler          pic x.
           05  rlWritten       pic 9(9).
           05  filler          pic x.
           05  rlRejected      pic 9(9).
           05  filler          pic x.
           05  rlRc            pic 9(4).

       fd  inquiryReport.
       01  inquiryLine       pic x(132).

       working-storage section.
       01  eofCardFlag       pic 9 value 0.
           88  endOfCards    value 1.
       01  eofLogFlag        pic 9 value 0.
           88  endOfRunLog   value 1.
       01  xrefDone          pic 9.
      *    the record types a value can be indexed under, searched
      *    in this order
       01  xrefTypes         pic x(9) value 'NSAPVOMFC'.
       01  typeIdx           pic 9(2).
      *    the card being answered - its value and significant length
       01  inquiryValue      pic x(20).
       01  inquiryLength     pic 9(2).
       01  inquiryAccount    pic 9(8).
       01  accountCard       pic 9.
       01  cardHits          pic 9(9).
       01  cardCount         pic 9(9) value 0.
       01  cardsNotFound     pic 9(9) value 0.
       01  xrefHits          pic 9(9) value 0.
      *    the distinct run dates the card's value appeared on - the
      *    50-entry bound covers a long history; overflow folds into
      *    the last slot, the shared small-table convention
       01  dateTable.
           05  dateEntry         occurs 50 times.
               10  seenDate          pic x(8).
       01  dateCount         pic 9(2).
       01  dateIdx           pic 9(2).
       01  dateHit           pic 9(2).
      *    the BatchDriver runs on those dates, in RUNLOG order
       01  runTable.
           05  runEntry          occurs 50 times.
               10  runDate           pic x(8).
               10  runTime           pic x(6).
               10  runEnded          pic 9.
               10  runRc             pic 9(4).
       01  runCount          pic 9(2).
       01  runIdx            pic 9(2).
      *    every BatchDriver start still waiting for its end record,
      *    oldest first, and the runTable entry it fills (0 = a run
      *    on a date the value did not appear on)
       01  openTable.
           05  openEntry         occurs 20 times.
               10  openRun           pic 9(2).
       01  openCount         pic 9(2).
       01  openIdx           pic 9(2).
       01  fileName          pic x(9).
      *    a shard execution's record numbers carry the shard in their
      *    leading digit - shown as the shard, a colon and the record
      *    number within that shard's BATCHINn
       01  recordShard       pic 9(1).
       01  recordLocal       pic 9(8).
       01  recordText.
           05  recordShardText   pic x(2).
           05  recordDisp        pic z(7)9.
       01  sequenceDisp      pic z(10)9.
       01  rcDisp            pic z(3)9.
       01  printLine         pic x(132).
      *    run-log identity and tallies for the shared RUNLOG trail
       01  logJob            pic x(12) value 'INQUIRY'.
       01  logEvent          pic x(1).
       01  logZero           pic 9(9) value 0.
       01  logRc             pic 9(4).

       procedure division.
           move 'S' to logEvent
           move 0 to logRc
           call 'WriteRunLog' using logJob logEvent
               by content logZero logZero logZero
               by reference logRc
           open output inquiryReport
           open input outXref
           open input settlKeyMaster
           open input inquiryCards
           perform read-inquiry-card
           perform answer-inquiry-card until endOfCards
           close inquiryCards
           close settlKeyMaster
           close outXref

           move spaces to printLine
           string 'INQUIRIES = ' cardCount
               ', NOT FOUND = ' cardsNotFound
               delimited by size into printLine
           write inquiryLine from printLine
           close inquiryReport
           display 'Inquiry: cards = ' cardCount
               ', appearances = ' xrefHits
               ', not found = ' cardsNotFound
           if cardsNotFound > 0
               move 1 to return-code
           else
               move 0 to return-code
           end-if
           move 'E' to logEvent
           move return-code to logRc
           call 'WriteRunLog' using logJob logEvent
               cardCount xrefHits cardsNotFound logRc
      *    the log service ends clean and so hands back RETURN-CODE
      *    zero - the run's verdict is re-asserted last
           move logRc to return-code
           goback.

       read-inquiry-card.
           read inquiryCards
               at end move 1 to eofCardFlag
           end-read
           .

      *    cards with no value and '*' comments are passed over
       answer-inquiry-card.
           if cardValue = spaces or inquiryCard(1:1) = '*'
               continue
           else
               add 1 to cardCount
               move function trim(cardValue) to inquiryValue
               compute inquiryLength = function length(
                   function trim(inquiryValue))
               move 0 to cardHits
               move 0 to dateCount
               move 0 to runCount
               move spaces to printLine
               write inquiryLine from printLine
               string 'INQUIRY  ' inquiryValue
                   delimited by size into printLine
               write inquiryLine from printLine
               move '  TYPE FILE      RUN DATE     RECORD  RESULT'
                   to printLine
               move 'STATUS' to printLine(71:6)
               write inquiryLine from printLine
               perform varying typeIdx from 1 by 1 until typeIdx > 9
                   perform list-type-appearances
               end-perform
               if cardHits = 0
                   move '  (no BATCHOUT, BATCHREJ or HOLDQ appearance)'
                       to printLine
                   write inquiryLine from printLine
               end-if
               perform show-settlement-sequence
               if dateCount > 0
                   perform list-touching-runs
               end-if
               if cardHits = 0
                   add 1 to cardsNotFound
               end-if
           end-if
           perform read-inquiry-card
           .

      *    the cross-reference is keyed type, value, run date, record
      *    number - one START on the type and the card's value lands
      *    on its first appearance, and the entries whose value opens
      *    with the card's follow in run-date order
       list-type-appearances.
           move 0 to xrefDone
           move low-values to xrefKey
           move xrefTypes(typeIdx:1) to xrefType
           move inquiryValue to xrefValue
           start outXref key >= xrefKey
               invalid key move 1 to xrefDone
           end-start
           perform show-next-appearance until xrefDone = 1
           .

       show-next-appearance.
           read outXref next
               at end move 1 to xrefDone
               not at end
                   if xrefType <> xrefTypes(typeIdx:1)
                       or xrefValue(1:inquiryLength)
                           <> inquiryValue(1:inquiryLength)
                       move 1 to xrefDone
                   else
                       perform show-appearance
                   end-if
           end-read
           .

       show-appearance.
           add 1 to cardHits
           add 1 to xrefHits
           evaluate xrefFile
           when 'O'
               move 'BATCHOUT' to fileName
           when 'R'
               move 'BATCHREJ' to fileName
           when 'H'
               move 'HOLDQ' to fileName
           when other
               move xrefFile to fileName
           end-evaluate
           if xrefShard is numeric and xrefShard > 0
                   and xrefFile <> 'H'
               move xrefShard to fileName(9:1)
           end-if
           divide xrefRecordNo by 100000000 giving recordShard
               remainder recordLocal
           move recordLocal to recordDisp
           move spaces to recordShardText
           if recordShard > 0
               string recordShard ':' delimited by size
                   into recordShardText
           end-if
           move spaces to printLine
           string '  ' xrefType '    ' fileName ' ' xrefRunDate
               ' ' recordText '  ' xrefResult
               delimited by size into printLine
           move xrefStatus to printLine(71:4)
           write inquiryLine from printLine
           perform note-run-date
           .

       note-run-date.
           move 0 to dateHit
           perform varying dateIdx from 1 by 1
                   until dateIdx > dateCount or dateHit > 0
               if seenDate(dateIdx) = xrefRunDate
                   move dateIdx to dateHit
               end-if
           end-perform
           if dateHit = 0
               if dateCount < 50
                   add 1 to dateCount
               end-if
               move xrefRunDate to seenDate(dateCount)
           end-if
           .

      *    an account card is eight digits, or nine carrying the
      *    check digit the 'N' record sends behind the account
       show-settlement-sequence.
           move 0 to accountCard
           if inquiryLength = 8 and inquiryValue(1:8) is numeric
               move 1 to accountCard
           end-if
           if inquiryLength = 9 and inquiryValue(1:9) is numeric
               move 1 to accountCard
           end-if
           if accountCard = 1
               move inquiryValue(1:8) to inquiryAccount
               move inquiryAccount to masterAccount
               move spaces to printLine
               read settlKeyMaster
                   invalid key
                       string '  SETTLKEY: account ' inquiryAccount
                           ' not on the master'
                           delimited by size into printLine
                   not invalid key
                       add 1 to cardHits
                       move masterSequence to sequenceDisp
                       string '  SETTLKEY: account ' inquiryAccount
                           ' is on sequence ' sequenceDisp
                           delimited by size into printLine
               end-read
               write inquiryLine from printLine
           end-if
           .

      *    RUNLOG is read through once per card. Every BatchDriver
      *    start joins the queue of open runs and each end closes the
      *    oldest, the pairing RunLogReport uses; only the starts on
      *    one of the card's dates are kept for the listing
       list-touching-runs.
           move 0 to openCount
           move 0 to eofLogFlag
           open input runLog
           perform read-runlog-record
           perform pair-runlog-record until endOfRunLog
           close runLog
           move '  BATCHDRIVER RUNS ON THOSE DATES:' to printLine
           write inquiryLine from printLine
           if runCount = 0
               move '    (none on RUNLOG)' to printLine
               write inquiryLine from printLine
           end-if
           perform varying runIdx from 1 by 1 until runIdx > runCount
               perform show-touching-run
           end-perform
           .

       read-runlog-record.
           read runLog
               at end move 1 to eofLogFlag
           end-read
           .

       pair-runlog-record.
           if rlJob = 'BATCHDRIVER'
               if rlEvent = 'S'
                   perform open-driver-run
               else
                   perform close-driver-run
               end-if
           end-if
           perform read-runlog-record
           .

       open-driver-run.
           move 0 to dateHit
           perform varying dateIdx from 1 by 1
                   until dateIdx > dateCount or dateHit > 0
               if seenDate(dateIdx) = rlDate
                   move dateIdx to dateHit
               end-if
           end-perform
           if openCount < 20
               add 1 to openCount
           end-if
           move 0 to openRun(openCount)
           if dateHit > 0
               if runCount < 50
                   add 1 to runCount
               end-if
               move rlDate to runDate(runCount)
               move rlTime to runTime(runCount)
               move 0 to runEnded(runCount)
               move 0 to runRc(runCount)
               move runCount to openRun(openCount)
           end-if
           .

      *    an end with no open start means the log was aged out from
      *    under it and is passed over
       close-driver-run.
           if openCount > 0
               if openRun(1) > 0
                   move 1 to runEnded(openRun(1))
                   move rlRc to runRc(openRun(1))
               end-if
               perform varying openIdx from 2 by 1
                       until openIdx > openCount
                   move openRun(openIdx) to openRun(openIdx - 1)
               end-perform
               subtract 1 from openCount
           end-if
           .

       show-touching-run.
           move spaces to printLine
           if runEnded(runIdx) = 1
               move runRc(runIdx) to rcDisp
               string '    ' runDate(runIdx) ' ' runTime(runIdx)
                   '  ended, RETURN-CODE ' rcDisp
                   delimited by size into printLine
           else
               string '    ' runDate(runIdx) ' ' runTime(runIdx)
                   '  *** started, no end record (abend)'
                   delimited by size into printLine
           end-if
           write inquiryLine from printLine
           .

       end program Inquiry.
