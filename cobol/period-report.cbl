      *    month-to-date settlement report and period close - DAYRPT
      *    covers one night, and at month end thirty printed reports
      *    were being added up by hand. PeriodReport reads the SETLHIST
      *    settlement history SettlementReport appends every night and
      *    writes PERIODRPT for the month named by PERIOD-MONTH (YYYYMM,
      *    zero meaning the run date's month): one line per business
      *    date with records received, processed, rejected and held
      *    and the day's reject rate, then month-to-date totals by
      *    record type and by reject reason. A night rerun inside the
      *    month appends a second record for its date, so the last
      *    record read for a date is the one that counts. A day whose
      *    reject rate is more than PERIOD-REJ-FACTOR times the
      *    month's average is flagged, and so is every Monday-to-
      *    Friday date of the month (up to yesterday, for the month
      *    still running) with no history record at all. With
      *    PERIOD-CLOSE=Y a month that has ended is closed on
      *    PERIODCTL, after which SettlementReport refuses to post a
      *    late rerun into it; a close asked of the running month is
      *    refused. RETURN-CODE 3 for a PERIOD-MONTH that is not a
      *    month or a refused close, 1 when any day is flagged or a
      *    sensitive parameter change was refused, 0 otherwise
       identification division.
       program-id. PeriodReport.

       environment division.
       input-output section.
       file-control.
           select optional setlHist assign to 'SETLHIST'
               organization is line sequential.
           select optional periodCtl assign to 'PERIODCTL'
               organization is line sequential.
           select periodReport assign to 'PERIODRPT'
               organization is line sequential.

       data division.
       file section.
       fd  setlHist.
       copy 'setl-hist.cpy'.

       fd  periodCtl.
       01  periodCtlRec.
           05  ctlMonth      pic x(6).
           05  filler        pic x(1).
           05  ctlClosedDate pic x(8).
           05  filler        pic x(65).

       fd  periodReport.
       01  periodReportLine  pic x(132).

       working-storage section.
       01  runDate           pic x(8).
       01  periodMonth       pic x(6).
       01  periodMonthNum    pic 9(6).
       01  closeRequested    pic 9 value 0.
       01  closeRefused      pic 9 value 0.
       01  parmLoadRc        pic 9(4) value 0.
       01  rejFactor         pic 9(2) value 2.
       01  parmName          pic x(20).
       01  parmValue         pic x(9).
       01  parmFound         pic 9.
      *    the month's calendar - its first day as a day number, how
      *    many days it has, and how far the missing-day check runs
       01  monthStartDay     pic 9(7).
       01  nextMonthDate     pic 9(8).
       01  daysInMonth       pic 9(2).
       01  lastCheckDay      pic 9(2).
       01  dayOfWeek         pic 9.
       01  dayNames          pic x(21) value 'MONTUEWEDTHUFRISATSUN'.
       01  dayDate           pic 9(8).
      *    one slot per calendar day - the sequence number of the
      *    history record that counts for it, and that record's totals
       01  dayTable.
           05  dayEntry          occurs 31 times.
               10  dayWinner         pic 9(9).
               10  dayReceived       pic 9(9).
               10  dayProcessed      pic 9(9).
               10  dayRejects        pic 9(9).
               10  dayHeld           pic 9(9).
               10  dayRate           pic 9(5)v9.
               10  dayFlag           pic x(12).
       01  dayIdx            pic 9(2).
       01  histDay           pic 9(2).
       01  histSeq           pic 9(9).
       01  typeIdx           pic 9(2).
       01  eofHistFlag       pic 9 value 0.
           88  endOfSetlHist value 1.
       01  eofCtlFlag        pic 9 value 0.
           88  endOfPeriodCtl value 1.
       01  alreadyClosed     pic 9 value 0.
      *    month-to-date totals
       01  mtdDays           pic 9(2) value 0.
       01  mtdReceived       pic 9(9) value 0.
       01  mtdProcessed      pic 9(9) value 0.
       01  mtdRejects        pic 9(9) value 0.
       01  mtdHeld           pic 9(9) value 0.
       01  mtdRate           pic 9(5)v9 value 0.
       01  rateLimit         pic 9(7)v9.
       01  flaggedDays       pic 9(2) value 0.
       01  typeNames.
           05  filler        pic x(22) value '''N'' SETTLEMENT KEYS  '.
           05  filler        pic x(22) value '''S'' NORMALIZED NAMES '.
           05  filler        pic x(22) value '''A'' ARRAY TRANSFORMS '.
           05  filler        pic x(22) value '''P'' PIPELINE RUNS    '.
           05  filler        pic x(22) value '''V'' KEYS VOIDED      '.
           05  filler        pic x(22) value '''O'' ORDER TRANSACTION'.
           05  filler        pic x(22) value '''M'' ARRAY STATISTICS '.
           05  filler        pic x(22) value '''F'' PAIR MATCH RUNS  '.
           05  filler        pic x(22) value 'UNRECOGNIZED OUT LINES'.
       01  typeNameTable redefines typeNames.
           05  typeName      pic x(22) occurs 9 times.
       01  typeTotals.
           05  typeTotal     pic 9(9) occurs 9 times.
      *    month-to-date rejects by reason - a reason past the 30th
      *    folds into the last slot, the shared small-table convention
       01  reasonTable.
           05  reasonEntry       occurs 30 times.
               10  reasonKey     pic x(8).
               10  reasonTally   pic 9(9).
       01  reasonCountUsed   pic 9(2) value 0.
       01  reasonIdx         pic 9(2).
       01  reasonFound       pic 9(2).
       01  histIdx           pic 9(2).
      *    page control, as DAYRPT keeps it
       01  printLine         pic x(132).
       01  headingLine       pic x(132).
       01  lineCount         pic 9(2) value 99.
       01  lineLimit         pic 9(2) value 55.
       01  pageNumber        pic 9(4) value 0.
       01  countDisp         pic z(8)9.
       01  rateDisp          pic zzzz9.9.
      *    run-log identity and tallies for the shared RUNLOG trail
       01  logJob            pic x(12) value 'PERIODRPT'.
       01  logEvent          pic x(1).
       01  logRead           pic 9(9) value 0.
       01  logZero           pic 9(9) value 0.
       01  logRc             pic 9(4).

       procedure division.
           move 'S' to logEvent
           move 0 to logRc
           call 'WriteRunLog' using logJob logEvent
               by content logZero logZero logZero
               by reference logRc
           move function current-date(1:8) to runDate
           perform get-period-config
           open output periodReport
           if function test-date-yyyymmdd(periodMonthNum * 100 + 1)
                   <> 0
               move spaces to printLine
               string 'PERIOD-MONTH ' periodMonth
                   ' IS NOT A CALENDAR MONTH, NO REPORT'
                   delimited by size into printLine
               perform write-report-line
               close periodReport
               move 3 to return-code
           else
               perform set-period-calendar
               perform load-period-days
               perform total-period-types
               perform flag-period-days
               perform print-day-lines
               perform print-period-totals
               perform print-type-totals
               perform print-reason-totals
               if closeRequested = 1
                   if periodMonth < runDate(1:6)
                       perform close-period
                   else
                       perform refuse-period-close
                   end-if
               end-if
               close periodReport
               display 'PeriodReport: period ' periodMonth
                   ', days reported = ' mtdDays
                   ', days flagged = ' flaggedDays
               evaluate true
               when closeRefused = 1
                   move 3 to return-code
               when flaggedDays > 0 or parmLoadRc > 0
                   move 1 to return-code
               when other
                   move 0 to return-code
               end-evaluate
           end-if
           move 'E' to logEvent
           move return-code to logRc
           move mtdDays to logRead
           call 'WriteRunLog' using logJob logEvent
               logRead mtdReceived mtdRejects logRc
      *    the log service ends clean and so hands back RETURN-CODE
      *    zero - the run's verdict is re-asserted last
           move logRc to return-code
           goback.

       get-period-config.
           call 'LoadRunParams'
           move return-code to parmLoadRc
           move 0 to return-code
           move runDate(1:6) to periodMonth
           move 'PERIOD-MONTH' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1
               if function numval(parmValue) > 0
                   compute periodMonthNum = function numval(parmValue)
                   move periodMonthNum to periodMonth
               end-if
           end-if
           move periodMonth to periodMonthNum
           move 'PERIOD-CLOSE' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1 and parmValue(1:1) = 'Y'
               move 1 to closeRequested
           end-if
           move 'PERIOD-REJ-FACTOR' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1
               compute rejFactor = function numval(parmValue)
           end-if
           .

      *    the month's length is the day count to the first of the
      *    next month; the missing-day check stops at yesterday for
      *    the month still running, and checks nothing for a month
      *    not yet begun
       set-period-calendar.
           compute monthStartDay =
               function integer-of-date(periodMonthNum * 100 + 1)
           if periodMonth(5:2) = '12'
               compute nextMonthDate =
                   (periodMonthNum + 89) * 100 + 1
           else
               compute nextMonthDate = (periodMonthNum + 1) * 100 + 1
           end-if
           compute daysInMonth =
               function integer-of-date(nextMonthDate) - monthStartDay
           evaluate true
           when periodMonth < runDate(1:6)
               move daysInMonth to lastCheckDay
           when periodMonth = runDate(1:6)
               compute lastCheckDay =
                   function numval(runDate(7:2)) - 1
           when other
               move 0 to lastCheckDay
           end-evaluate
           perform varying dayIdx from 1 by 1 until dayIdx > 31
               move 0 to dayWinner(dayIdx)
               move 0 to dayReceived(dayIdx)
               move 0 to dayProcessed(dayIdx)
               move 0 to dayRejects(dayIdx)
               move 0 to dayHeld(dayIdx)
               move 0 to dayRate(dayIdx)
               move spaces to dayFlag(dayIdx)
           end-perform
           perform varying typeIdx from 1 by 1 until typeIdx > 9
               move 0 to typeTotal(typeIdx)
           end-perform
           .

      *    first pass - the last history record for each date of the
      *    month wins its day slot
       load-period-days.
           move 0 to histSeq
           move 0 to eofHistFlag
           open input setlHist
           perform read-setl-hist
           perform load-one-history until endOfSetlHist
           close setlHist
           .

       read-setl-hist.
           read setlHist
               at end move 1 to eofHistFlag
               not at end add 1 to histSeq
           end-read
           .

       load-one-history.
           if histBusinessDate(1:6) = periodMonth
                   and histBusinessDate(7:2) is numeric
               move histBusinessDate(7:2) to histDay
               if histDay >= 1 and histDay <= daysInMonth
                   move histSeq to dayWinner(histDay)
                   move histReceived to dayReceived(histDay)
                   move histRejectTotal to dayRejects(histDay)
                   move histHeld to dayHeld(histDay)
                   move 0 to dayProcessed(histDay)
                   perform varying typeIdx from 1 by 1
                           until typeIdx > 9
                       add histTypeCount(typeIdx)
                           to dayProcessed(histDay)
                   end-perform
               end-if
           end-if
           perform read-setl-hist
           .

      *    second pass - only each day's winning record adds into the
      *    month's type and reason totals
       total-period-types.
           move 0 to histSeq
           move 0 to eofHistFlag
           open input setlHist
           perform read-setl-hist
           perform total-one-history until endOfSetlHist
           close setlHist
           .

       total-one-history.
           if histBusinessDate(1:6) = periodMonth
                   and histBusinessDate(7:2) is numeric
               move histBusinessDate(7:2) to histDay
               if histDay >= 1 and histDay <= daysInMonth
                   if dayWinner(histDay) = histSeq
                       perform add-history-totals
                   end-if
               end-if
           end-if
           perform read-setl-hist
           .

       add-history-totals.
           perform varying typeIdx from 1 by 1 until typeIdx > 9
               add histTypeCount(typeIdx) to typeTotal(typeIdx)
           end-perform
           perform varying histIdx from 1 by 1
                   until histIdx > histReasonUsed or histIdx > 30
               if histReasonTally(histIdx) > 0
                   perform find-reason-entry
                   add histReasonTally(histIdx)
                       to reasonTally(reasonFound)
               end-if
           end-perform
           .

       find-reason-entry.
           move 0 to reasonFound
           perform varying reasonIdx from 1 by 1
                   until reasonIdx > reasonCountUsed
                      or reasonFound > 0
               if reasonKey(reasonIdx) = histReasonKey(histIdx)
                   move reasonIdx to reasonFound
               end-if
           end-perform
           if reasonFound = 0
               if reasonCountUsed < 30
                   add 1 to reasonCountUsed
                   move reasonCountUsed to reasonFound
                   move histReasonKey(histIdx)
                       to reasonKey(reasonFound)
                   move 0 to reasonTally(reasonFound)
               else
                   move reasonCountUsed to reasonFound
               end-if
           end-if
           .

      *    the month's average reject rate is rejects over records
      *    received across every day on history; a day above the
      *    factor times that average is flagged, as is a weekday the
      *    history never saw
       flag-period-days.
           perform varying dayIdx from 1 by 1
                   until dayIdx > daysInMonth
               if dayWinner(dayIdx) > 0
                   add 1 to mtdDays
                   add dayReceived(dayIdx) to mtdReceived
                   add dayProcessed(dayIdx) to mtdProcessed
                   add dayRejects(dayIdx) to mtdRejects
                   add dayHeld(dayIdx) to mtdHeld
                   if dayReceived(dayIdx) > 0
                       compute dayRate(dayIdx) rounded =
                           dayRejects(dayIdx) * 100
                           / dayReceived(dayIdx)
                   end-if
               end-if
           end-perform
           if mtdReceived > 0
               compute mtdRate rounded =
                   mtdRejects * 100 / mtdReceived
           end-if
           compute rateLimit = mtdRate * rejFactor
           perform varying dayIdx from 1 by 1
                   until dayIdx > daysInMonth
               perform set-day-of-week
               evaluate true
               when dayWinner(dayIdx) > 0
                       and mtdRate > 0
                       and dayRate(dayIdx) > rateLimit
                   move 'HIGH REJECTS' to dayFlag(dayIdx)
                   add 1 to flaggedDays
               when dayWinner(dayIdx) = 0
                       and dayIdx <= lastCheckDay
                       and dayOfWeek <= 5
                   move 'NO HISTORY' to dayFlag(dayIdx)
                   add 1 to flaggedDays
               end-evaluate
           end-perform
           .

      *    day of week 1 = Monday - day one of the calendar the date
      *    functions count from was a Monday
       set-day-of-week.
           compute dayOfWeek = function mod(
               monthStartDay + dayIdx - 2, 7) + 1
           compute dayDate = periodMonthNum * 100 + dayIdx
           .

      *    every day on history, and every flagged day, gets a line -
      *    a weekend with no settlement run is simply not listed
       print-day-lines.
           perform print-blank-line
           move '  DATE        DAY    RECEIVED   PROCESSED    REJECTED'
               & '        HELD   REJ %  FLAG' to printLine
           perform write-report-line
           perform varying dayIdx from 1 by 1
                   until dayIdx > daysInMonth
               if dayWinner(dayIdx) > 0 or dayFlag(dayIdx) <> spaces
                   perform print-one-day
               end-if
           end-perform
           .

       print-one-day.
           perform set-day-of-week
           move spaces to printLine
           if dayWinner(dayIdx) > 0
               move dayRate(dayIdx) to rateDisp
               string '  ' dayDate(1:4) '-' dayDate(5:2) '-'
                   dayDate(7:2) '  '
                   dayNames(dayOfWeek * 3 - 2:3) '  '
                   delimited by size into printLine
               move dayReceived(dayIdx) to countDisp
               move countDisp to printLine(22:9)
               move dayProcessed(dayIdx) to countDisp
               move countDisp to printLine(34:9)
               move dayRejects(dayIdx) to countDisp
               move countDisp to printLine(46:9)
               move dayHeld(dayIdx) to countDisp
               move countDisp to printLine(58:9)
               move rateDisp to printLine(68:7)
               move dayFlag(dayIdx) to printLine(77:12)
           else
               string '  ' dayDate(1:4) '-' dayDate(5:2) '-'
                   dayDate(7:2) '  '
                   dayNames(dayOfWeek * 3 - 2:3)
                   delimited by size into printLine
               move dayFlag(dayIdx) to printLine(77:12)
           end-if
           perform write-report-line
           .

       print-period-totals.
           perform print-blank-line
           move 'MONTH TO DATE' to printLine
           perform write-report-line
           move mtdDays to countDisp
           move spaces to printLine
           string '  DAYS ON HISTORY        ' countDisp
               delimited by size into printLine
           perform write-report-line
           move mtdReceived to countDisp
           move spaces to printLine
           string '  RECORDS RECEIVED       ' countDisp
               delimited by size into printLine
           perform write-report-line
           move mtdProcessed to countDisp
           move spaces to printLine
           string '  RECORDS PROCESSED      ' countDisp
               delimited by size into printLine
           perform write-report-line
           move mtdRejects to countDisp
           move spaces to printLine
           string '  RECORDS REJECTED       ' countDisp
               delimited by size into printLine
           perform write-report-line
           move mtdHeld to countDisp
           move spaces to printLine
           string '  ITEMS HELD             ' countDisp
               delimited by size into printLine
           perform write-report-line
           move mtdRate to rateDisp
           move spaces to printLine
           string '  AVERAGE REJECT RATE      ' rateDisp ' %'
               delimited by size into printLine
           perform write-report-line
           move flaggedDays to countDisp
           move spaces to printLine
           string '  DAYS FLAGGED           ' countDisp
               delimited by size into printLine
           perform write-report-line
           .

       print-type-totals.
           perform print-blank-line
           move 'MONTH TO DATE BY RECORD TYPE' to printLine
           perform write-report-line
           perform varying typeIdx from 1 by 1 until typeIdx > 9
               if typeIdx < 9 or typeTotal(typeIdx) > 0
                   move typeTotal(typeIdx) to countDisp
                   move spaces to printLine
                   string '  ' typeName(typeIdx) ' ' countDisp
                       delimited by size into printLine
                   perform write-report-line
               end-if
           end-perform
           .

       print-reason-totals.
           perform print-blank-line
           move 'MONTH TO DATE REJECTS BY REASON' to printLine
           perform write-report-line
           if reasonCountUsed = 0
               move '  (none)' to printLine
               perform write-report-line
           end-if
           perform varying reasonIdx from 1 by 1
                   until reasonIdx > reasonCountUsed
               move reasonTally(reasonIdx) to countDisp
               move spaces to printLine
               string '  ' reasonKey(reasonIdx) '  COUNT ' countDisp
                   delimited by size into printLine
               perform write-report-line
           end-perform
           .

      *    closing is recorded once - a second close of the same
      *    month reports it was already closed and changes nothing
       close-period.
           move 0 to eofCtlFlag
           open input periodCtl
           perform read-period-ctl
           perform check-period-ctl until endOfPeriodCtl
           close periodCtl
           perform print-blank-line
           move spaces to printLine
           if alreadyClosed = 1
               string 'PERIOD ' periodMonth ' WAS ALREADY CLOSED'
                   delimited by size into printLine
           else
               move spaces to periodCtlRec
               move periodMonth to ctlMonth
               move runDate to ctlClosedDate
               open extend periodCtl
               write periodCtlRec
               close periodCtl
               string 'PERIOD ' periodMonth ' CLOSED ' runDate
                   ' - NO FURTHER HISTORY WILL POST TO IT'
                   delimited by size into printLine
           end-if
           perform write-report-line
           .

      *    only a month that has ended can close - the running month,
      *    or one not yet begun, still has nights to post
       refuse-period-close.
           move 1 to closeRefused
           perform print-blank-line
           move spaces to printLine
           string 'PERIOD ' periodMonth ' NOT CLOSED - THE MONTH'
               ' HAS NOT ENDED (RUN DATE ' runDate ')'
               delimited by size into printLine
           perform write-report-line
           display 'PeriodReport: close of period ' periodMonth
               ' refused, the month has not ended'
           .

       read-period-ctl.
           read periodCtl
               at end move 1 to eofCtlFlag
           end-read
           .

       check-period-ctl.
           if ctlMonth = periodMonth
               move 1 to alreadyClosed
           end-if
           perform read-period-ctl
           .

       write-report-line.
           if lineCount >= lineLimit
               perform print-page-heading
           end-if
           write periodReportLine from printLine
           add 1 to lineCount
           .

       print-blank-line.
           move spaces to printLine
           perform write-report-line
           .

       print-page-heading.
           add 1 to pageNumber
           move spaces to headingLine
           string 'MONTH-TO-DATE SETTLEMENT REPORT   PERIOD '
               periodMonth(1:4) '-' periodMonth(5:2)
               '   RUN DATE ' runDate(1:4) '-' runDate(5:2) '-'
               runDate(7:2) '        PAGE ' pageNumber
               delimited by size into headingLine
           write periodReportLine from headingLine
           move all '-' to headingLine
           write periodReportLine from headingLine
           move 2 to lineCount
           .

       end program PeriodReport.
