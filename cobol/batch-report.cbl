      *    a section per record type with processed counts, a reject
      *    breakdown by reason with the offending records listed
      *    under each, and a final page reconciling the sections back
      *    to the trailer totals. A hold section lists, off the HOLDQ
      *    suspense file, the 'N' items that went on hold tonight and
      *    the held items released or declined tonight, with their
      *    amounts; tonight's holds reconcile as held, and the
      *    releases and declines - never part of tonight's BATCHIN -
      *    are kept out of the reconciliation. Each night's control
      *    totals - records received, processed by type, rejects by
      *    reason, the trailer count and hash, all counting tonight's
      *    BATCHIN alone with the hold rejects left out - are appended
      *    to the SETLHIST settlement history under the business date
      *    the BATCHIN header carries, for PeriodReport's month-to-
      *    date view. RETURN-CODE 1 when the sections do not add back to
      *    the trailer count, so an out-of-balance morning gets
      *    flagged instead of eyeballed; RETURN-CODE 2 when the
      *    business date falls in a month PERIODCTL shows closed, the
      *    night then being kept out of the history
       identification division.
       program-id. SettlementReport.

               organization is line sequential.
           select optional batchRej assign to 'BATCHREJ'
               organization is line sequential.
           select optional holdQueue assign to 'HOLDQ'
               organization is indexed
               access mode is sequential
               record key is holdKey.
           select dayReport assign to 'DAYRPT'
               organization is line sequential.
           select optional setlHist assign to 'SETLHIST'
               organization is line sequential.
           select optional periodCtl assign to 'PERIODCTL'
               organization is line sequential.

       data division.
       file section.
           05  filler        pic x.
           05  rejRecord     pic x(151).

       fd  holdQueue.
       copy 'hold-queue.cpy'.

       fd  dayReport.
       01  dayReportLine     pic x(132).

       fd  setlHist.
       copy 'setl-hist.cpy'.

      *    one line per month PeriodReport has closed
       fd  periodCtl.
       01  periodCtlRec.
           05  ctlMonth      pic x(6).
           05  filler        pic x(1).
           05  ctlClosedDate pic x(8).
           05  filler        pic x(65).

       working-storage section.
       01  eofInFlag         pic 9 value 0.
           88  endOfBatchIn  value 1.
       01  eofRejFlag        pic 9.
           88  endOfBatchRej value 1.
       01  trailerFound      pic 9 value 0.
      *    the business date off the BATCHIN header (the run date
      *    when the header carries none) and the data records the
      *    transmission actually held
       01  businessDate      pic x(8).
       01  receivedCount     pic 9(9) value 0.
       01  eofCtlFlag        pic 9 value 0.
           88  endOfPeriodCtl value 1.
       01  periodClosed      pic 9 value 0.
       01  histIdx           pic 9(2).
       01  expectedCount     pic 9(9) value 0.
       01  expectedHash      pic s9(12) value 0.
      *    processed tallies, one per record type BATCHOUT carries
       01  nnameCount        pic 9(9) value 0.
       01  arrayCount        pic 9(9) value 0.
       01  pipeRunCount      pic 9(9) value 0.
       01  voidCount         pic 9(9) value 0.
       01  orderCount        pic 9(9) value 0.
       01  statsCount        pic 9(9) value 0.
       01  pairRunCount      pic 9(9) value 0.
      *    the pair lines behind each 'F' summary - reported, but not
      *    records in their own right against the trailer
       01  pairsMatched      pic 9(9) value 0.
      *    'N' lines for held items released tonight - settled, but
      *    out of an earlier night's BATCHIN
       01  releasedOutCount  pic 9(9) value 0.
       01  otherOutCount     pic 9(9) value 0.
       01  outTotal          pic 9(9) value 0.
       01  rejTotal          pic 9(9) value 0.
      *    hold tallies off HOLDQ - items held out of tonight's
      *    BATCHIN, and the earlier holds actioned tonight
       01  eofHoldFlag       pic 9.
           88  endOfHoldQueue value 1.
       01  runDate           pic x(8).
       01  activeHold        pic x(1).
       01  heldTonight       pic 9(9) value 0.
       01  heldAmount        pic s9(12) value 0.
       01  releasedTonight   pic 9(9) value 0.
       01  releasedAmount    pic s9(12) value 0.
       01  declinedTonight   pic 9(9) value 0.
       01  declinedAmount    pic s9(12) value 0.
      *    released items that failed to settle, and declined ones,
      *    both sit in BATCHREJ outside tonight's trailer
       01  holdRejects       pic 9(9) value 0.
       01  holdReason        pic x(8).
       01  amountDisp        pic -(6)9.
       01  totalDisp         pic -(11)9.
      *    reject breakdown - the known reasons are pre-seeded so the
      *    supervisor sees a zero line for each instead of wondering
      *    whether a reason was simply never printed; a reason the
           05  filler        pic x(8) value 'DUPACCT '.
           05  filler        pic x(8) value 'ARRSIZE '.
           05  filler        pic x(8) value 'BADPIPE '.
           05  filler        pic x(8) value 'VOIDNOKY'.
           05  filler        pic x(8) value 'VOIDDUP '.
           05  filler        pic x(8) value 'ORDNOKEY'.
           05  filler        pic x(8) value 'ORDEXIST'.
           05  filler        pic x(8) value 'ORDBAD  '.
           05  filler        pic x(8) value 'BADTARG '.
           05  filler        pic x(8) value 'BADAMT  '.
           05  filler        pic x(8) value 'DECLINED'.
       01  seededNames redefines reasonNames.
           05  seededName    pic x(8) occurs 18 times.
       01  reasonTable.
           05  reasonEntry       occurs 30 times.
               10  reasonKey     pic x(8).
               10  reasonTally   pic 9(9).
      *            how many of the reason's BATCHREJ lines are held
      *            items released or declined tonight
               10  reasonHoldTally pic 9(9).
       01  reasonCountUsed   pic 9(2).
       01  reasonIdx         pic 9(2).
       01  reasonFound       pic 9(2).
       01  activeReason      pic x(8).
       01  activeType        pic x(1).
      *    page control - a heading on every page and a line limit so
      *    the printed sheet breaks where the paper does
       01  printLine         pic x(132).
       01  countDisp         pic z(8)9.
       01  hashDisp          pic -(11)9.
       01  sectionTotal      pic 9(9).
       01  rejReconTotal     pic 9(9).
       01  reconTotal        pic 9(9).
       01  linePtr           pic 9(3).
      *    run-log identity and tallies for the shared RUNLOG trail
               by content logZero logZero logZero
               by reference logRc
           move function current-date to runStamp
           move runStamp(1:8) to runDate
           move runDate to businessDate
           perform initialize-reason-table
           perform scan-batchin-trailer
           perform tally-batchout
           perform tally-batchrej
           perform tally-holdq

           open output dayReport
           perform print-control-section
           perform print-type-sections
           perform print-reject-sections
           perform print-hold-sections
           perform print-reconciliation
           perform post-settlement-history
           close dayReport
           move 'E' to logEvent
           move return-code to logRc
           goback.

       initialize-reason-table.
           move 18 to reasonCountUsed
           perform varying reasonIdx from 1 by 1
                   until reasonIdx > reasonCountUsed
               move seededName(reasonIdx) to reasonKey(reasonIdx)
               move 0 to reasonTally(reasonIdx)
               move 0 to reasonHoldTally(reasonIdx)
           end-perform
           .

      *    the trailer gives the control totals the report opens
      *    with, and the yardstick the last page reconciles against;
      *    the header gives the business date and the data records
      *    between them the count received
       scan-batchin-trailer.
           open input batchIn
           perform read-batchin
           .

       locate-trailer.
           evaluate true
           when batchType = 'T'
               if trailerCount is numeric and trailerHash is numeric
                   move 1 to trailerFound
                   move trailerCount to expectedCount
                   move trailerHash to expectedHash
               end-if
           when batchType = 'H'
               if batchValue(1:8) is numeric
                   if function test-date-yyyymmdd(
                           function numval(batchValue(1:8))) = 0
                       move batchValue(1:8) to businessDate
                   end-if
               end-if
           when batchType = 'C'
               continue
           when other
               add 1 to receivedCount
           end-evaluate
           perform read-batchin
           .

           .

       tally-batchout-record.
      *    every line but an 'F' pair line stands for one record
           if outType <> 'F' or outBody(2:1) <> 'M'
               add 1 to outTotal
           end-if
           evaluate outType
           when 'N'
               if outBody(45:4) = 'REL '
                   add 1 to releasedOutCount
               else
                   add 1 to nameCount
               end-if
           when 'S'
               add 1 to nnameCount
           when 'A'
               add 1 to arrayCount
           when 'P'
               add 1 to pipeRunCount
           when 'V'
               add 1 to voidCount
           when 'O'
               add 1 to orderCount
           when 'M'
               add 1 to statsCount
           when 'F'
               if outBody(2:1) = 'M'
                   add 1 to pairsMatched
               else
                   add 1 to pairRunCount
               end-if
           when other
               add 1 to otherOutCount
           end-evaluate
           end-read
           .

      *    a 'C' line behind a rejected list record is the rest of
      *    that record - it is listed under the reason with it, but
      *    is no reject of its own against the trailer count
       tally-batchrej-record.
           if rejRecord(1:1) = 'C'
               continue
           else
               add 1 to rejTotal
               perform find-reason-entry
               add 1 to reasonTally(reasonFound)
           end-if
           perform read-batchrej
           .

               end-if
           end-perform
           if reasonFound = 0
               if reasonCountUsed < 30
                   add 1 to reasonCountUsed
               end-if
               move reasonCountUsed to reasonFound
               move rejReason to reasonKey(reasonFound)
               move 0 to reasonTally(reasonFound)
               move 0 to reasonHoldTally(reasonFound)
           end-if
           .

      *    HOLDQ keeps every hold ever taken; tonight's are the ones
      *    dated tonight, and tonight's releases and declines the
      *    ones actioned tonight
       tally-holdq.
           move 0 to eofHoldFlag
           open input holdQueue
           perform read-holdq
           perform tally-holdq-record until endOfHoldQueue
           close holdQueue
           .

       read-holdq.
           read holdQueue
               at end move 1 to eofHoldFlag
           end-read
           .

       tally-holdq-record.
           if holdDate = runDate
               add 1 to heldTonight
               add holdAmount to heldAmount
           end-if
           if holdActionDate = runDate
               evaluate holdStatus
               when 'R'
                   add 1 to releasedTonight
                   add holdAmount to releasedAmount
                   if holdOutcome <> 'SETTLED '
                       move holdOutcome to holdReason
                       perform note-hold-reject
                   end-if
               when 'D'
                   add 1 to declinedTonight
                   add holdAmount to declinedAmount
                   move 'DECLINED' to holdReason
                   perform note-hold-reject
               end-evaluate
           end-if
           perform read-holdq
           .

      *    a failed release keeps its reject reason as the hold's
      *    outcome, so each hold reject is charged back to the reason
      *    it was tallied under in BATCHREJ
       note-hold-reject.
           add 1 to holdRejects
           move 0 to reasonFound
           perform varying reasonIdx from 1 by 1
                   until reasonIdx > reasonCountUsed
                      or reasonFound > 0
               if reasonKey(reasonIdx) = holdReason
                   move reasonIdx to reasonFound
                   add 1 to reasonHoldTally(reasonIdx)
               end-if
           end-perform
           .

       print-control-section.
           perform print-blank-line
           move 'CONTROL TOTALS' to printLine
           string '  ''P'' PIPELINE RUNS      ' countDisp
               delimited by size into printLine
           perform write-report-line
           move voidCount to countDisp
           move spaces to printLine
           string '  ''V'' KEYS VOIDED        ' countDisp
               delimited by size into printLine
           perform write-report-line
           move orderCount to countDisp
           move spaces to printLine
           string '  ''O'' ORDER TRANSACTIONS ' countDisp
               delimited by size into printLine
           perform write-report-line
           perform print-stats-section
           perform print-pairs-section
           if otherOutCount > 0
               move otherOutCount to countDisp
               move spaces to printLine
           end-if
           .

      *    the statistics and pair-match records get sections of
      *    their own, each record's output line listed under the
      *    count the way the reject sections list their records
       print-stats-section.
           perform print-blank-line
           move statsCount to countDisp
           move spaces to printLine
           string '  ''M'' ARRAY STATISTICS   ' countDisp
               delimited by size into printLine
           perform write-report-line
           if statsCount > 0
               move '      CNT     MIN     MAX     AMP        SUM'
                   & '       MEAN     MEDIAN' to printLine
               perform write-report-line
               move 'M' to activeType
               perform list-type-lines
           end-if
           .

       print-pairs-section.
           perform print-blank-line
           move pairRunCount to countDisp
           move spaces to printLine
           string '  ''F'' PAIR MATCH RUNS    ' countDisp
               delimited by size into printLine
           perform write-report-line
           move pairsMatched to countDisp
           move spaces to printLine
           string '      PAIRS MATCHED      ' countDisp
               delimited by size into printLine
           perform write-report-line
           if pairRunCount > 0
               move 'F' to activeType
               perform list-type-lines
           end-if
           .

       list-type-lines.
           move 0 to eofOutFlag
           open input batchOut
           perform read-batchout
           perform print-matching-out until endOfBatchOut
           close batchOut
           .

       print-matching-out.
           if outType = activeType
               move spaces to printLine
               string '    ' outType outBody(1:110)
                   delimited by size into printLine
               perform write-report-line
           end-if
           perform read-batchout
           .

      *    one section per reject reason that actually fired - the
      *    count line, then the offending records re-read out of
      *    BATCHREJ so the supervisor sees what to send back upstream
           perform read-batchrej
           .

      *    what went on hold tonight, and what was released and
      *    declined tonight, each item listed under its count with
      *    the amount it carries
       print-hold-sections.
           perform print-blank-line
           move 'LARGE-AMOUNT HOLDS' to printLine
           perform write-report-line
           perform print-blank-line
           move heldTonight to countDisp
           move heldAmount to totalDisp
           move spaces to printLine
           string '  PUT ON HOLD TONIGHT    ' countDisp
               '   AMOUNT ' totalDisp
               delimited by size into printLine
           perform write-report-line
           if heldTonight > 0
               move '    ACCOUNT    AMOUNT   LIMIT     RECORD'
                   to printLine
               perform write-report-line
               move 'H' to activeHold
               perform list-hold-lines
           end-if
           perform print-blank-line
           move releasedTonight to countDisp
           move releasedAmount to totalDisp
           move spaces to printLine
           string '  RELEASED TONIGHT       ' countDisp
               '   AMOUNT ' totalDisp
               delimited by size into printLine
           perform write-report-line
           if releasedTonight > 0
               move '    ACCOUNT    AMOUNT   HELD ON   APPROVER OUTCOME'
                   to printLine
               perform write-report-line
               move 'R' to activeHold
               perform list-hold-lines
           end-if
           perform print-blank-line
           move declinedTonight to countDisp
           move declinedAmount to totalDisp
           move spaces to printLine
           string '  DECLINED TONIGHT       ' countDisp
               '   AMOUNT ' totalDisp
               delimited by size into printLine
           perform write-report-line
           if declinedTonight > 0
               move '    ACCOUNT    AMOUNT   HELD ON   APPROVER'
                   to printLine
               perform write-report-line
               move 'D' to activeHold
               perform list-hold-lines
           end-if
           .

       list-hold-lines.
           move 0 to eofHoldFlag
           open input holdQueue
           perform read-holdq
           perform print-matching-hold until endOfHoldQueue
           close holdQueue
           .

       print-matching-hold.
           move holdAmount to amountDisp
           move spaces to printLine
           evaluate true
           when activeHold = 'H' and holdDate = runDate
               move holdLimit to countDisp
               string '    ' holdAccount ' ' amountDisp ' '
                   countDisp(4:6) '  ' holdRecNo
                   delimited by size into printLine
               perform write-report-line
           when activeHold = holdStatus
                   and holdActionDate = runDate
               string '    ' holdAccount ' ' amountDisp '  '
                   holdDate '  ' holdApprover ' ' holdOutcome
                   delimited by size into printLine
               perform write-report-line
           end-evaluate
           perform read-holdq
           .

      *    the reconciliation gets a page of its own - processed plus
      *    rejected against the trailer count. NOHEADER and AFTERTRL
      *    rejects and continuation-line rejects sit outside the
      *    driver's own control count, so a night that tripped those
      *    reads OUT OF BALANCE here too - which is exactly when the
      *    supervisor should be looking. Tonight's holds count as
      *    held; the releases and declines of earlier holds sit in
      *    BATCHOUT and BATCHREJ but outside tonight's trailer, so
      *    they are taken back out
       print-reconciliation.
           move 99 to lineCount
           move 'RECONCILIATION TO TRAILER' to printLine
           perform write-report-line
           perform print-blank-line
           compute sectionTotal = nameCount + nnameCount
               + arrayCount + pipeRunCount + voidCount
               + orderCount + statsCount + pairRunCount
               + otherOutCount
           move sectionTotal to countDisp
           move spaces to printLine
           string '  PROCESSED TO BATCHOUT  ' countDisp
               delimited by size into printLine
           perform write-report-line
           compute rejReconTotal = rejTotal - holdRejects
           move rejReconTotal to countDisp
           move spaces to printLine
           string '  REJECTED TO BATCHREJ   ' countDisp
               delimited by size into printLine
           perform write-report-line
           move heldTonight to countDisp
           move spaces to printLine
           string '  HELD TO HOLDQ          ' countDisp
               delimited by size into printLine
           perform write-report-line
           compute reconTotal = sectionTotal + rejReconTotal
               + heldTonight
           move reconTotal to countDisp
           move spaces to printLine
           string '  TOTAL ACCOUNTED FOR    ' countDisp
           string '  TRAILER RECORD COUNT   ' countDisp
               delimited by size into printLine
           perform write-report-line
           if releasedOutCount > 0 or holdRejects > 0
               perform print-blank-line
               move releasedOutCount to countDisp
               move spaces to printLine
               string '  NOT RECONCILED - HOLDS RELEASED '
                   countDisp
                   delimited by size into printLine
               perform write-report-line
               move holdRejects to countDisp
               move spaces to printLine
               string '    AND REJECTED OR DECLINED      '
                   countDisp
                   delimited by size into printLine
               perform write-report-line
           end-if
           perform print-blank-line
           if trailerFound = 1 and reconTotal = expectedCount
               move '  RECONCILED' to printLine
           end-if
           .

      *    a closed month takes no more history - the late rerun is
      *    reported on DAYRPT and ends RETURN-CODE 2. A rerun inside
      *    an open month simply appends again; PeriodReport keeps the
      *    last record it reads for a date
       post-settlement-history.
           move 0 to eofCtlFlag
           open input periodCtl
           perform read-period-ctl
           perform check-period-ctl until endOfPeriodCtl
           close periodCtl
           perform print-blank-line
           if periodClosed = 1
               move spaces to printLine
               string '  *** PERIOD ' businessDate(1:6)
                   ' IS CLOSED - BUSINESS DATE ' businessDate
                   ' NOT POSTED TO SETTLEMENT HISTORY'
                   delimited by size into printLine
               perform write-report-line
               move 2 to return-code
           else
               perform write-settlement-history
               move spaces to printLine
               string '  POSTED TO SETTLEMENT HISTORY FOR BUSINESS '
                   'DATE ' businessDate
                   delimited by size into printLine
               perform write-report-line
           end-if
           .

       read-period-ctl.
           read periodCtl
               at end move 1 to eofCtlFlag
           end-read
           .

       check-period-ctl.
           if ctlMonth = businessDate(1:6)
               move 1 to periodClosed
           end-if
           perform read-period-ctl
           .

       write-settlement-history.
           move spaces to setlHistRec
           move businessDate to histBusinessDate
           move runStamp(1:14) to histRunStamp
           move receivedCount to histReceived
           move expectedCount to histTrailerCount
           move expectedHash to histTrailerHash
           move heldTonight to histHeld
           move nameCount to histNameCount
           move nnameCount to histNnameCount
           move arrayCount to histArrayCount
           move pipeRunCount to histPipeCount
           move voidCount to histVoidCount
           move orderCount to histOrderCount
           move statsCount to histStatsCount
           move pairRunCount to histPairCount
           move otherOutCount to histOtherCount
           move rejReconTotal to histRejectTotal
           move reasonCountUsed to histReasonUsed
           perform varying histIdx from 1 by 1 until histIdx > 30
               if histIdx > reasonCountUsed
                   move spaces to histReasonKey(histIdx)
                   move 0 to histReasonTally(histIdx)
               else
                   move reasonKey(histIdx) to histReasonKey(histIdx)
                   if reasonHoldTally(histIdx) > reasonTally(histIdx)
                       move 0 to histReasonTally(histIdx)
                   else
                       compute histReasonTally(histIdx) =
                           reasonTally(histIdx)
                           - reasonHoldTally(histIdx)
                   end-if
               end-if
           end-perform
           open extend setlHist
           write setlHistRec
           close setlHist
           .

       write-report-line.
           if lineCount >= lineLimit
               perform print-page-heading
