      *    order-book aging and status report - BatchDriver keeps the
      *    order book in the TREECAT catalog, but nothing showed what
      *    sat in it. OrderBookReport restores the book named by
      *    ORDER-BOOK-NAME through RestoreTreeCatalog, walks every
      *    node and writes ORDRPT: the count and signed amount total
      *    for each orderStatus, the open orders aged on orderDate
      *    against the run date into 0-7, 8-30, 31-90 and over-90-day
      *    buckets with a count and signed amount sum apiece, and the
      *    ORDRPT-OLDEST oldest open orders in detail. An open order
      *    with no usable date cannot be shown to be recent, so it
      *    ages into the oldest bucket. RETURN-CODE is 1 when any
      *    open order is past 90 days or the parameter load refused a
      *    change to a sensitive setting, 3 when the book is not
      *    catalogued, 0 otherwise
       identification division.
       program-id. OrderBookReport.

       environment division.
       input-output section.
       file-control.
           select orderReport assign to 'ORDRPT'
               organization is line sequential.

       data division.
       file section.
       fd  orderReport.
       01  orderReportLine   pic x(132).

       working-storage section.
       copy 'node.cpy'.
       01  bookHead          usage pointer.
       01  bookName          pic x(8) value 'ORDERBK'.
       01  runDate           pic x(8).
       01  runDayNumber      pic 9(7).
       01  oldestLimit       pic 9(2) value 10.
       01  parmName          pic x(20).
       01  parmValue         pic x(9).
       01  parmFound         pic 9.
      *    the walk keeps its own stack of subtrees still to visit, so
      *    a book of any size is covered without a flattening table;
      *    a book rebalanced on every save stays far shallower than
      *    the stack is deep
       01  walkStack.
           05  walkEntry         usage pointer occurs 1000 times.
       01  walkDepth         pic 9(4) value 0.
       01  walkOverflow      pic 9 value 0.
       01  walkPtr           usage pointer.
       01  nodeCount         pic 9(9) value 0.
      *    totals by status - a status past the 20th folds into the
      *    last slot, the shared small-table convention
       01  statusTable.
           05  statusEntry       occurs 20 times.
               10  statusKey     pic x(1).
               10  statusTally   pic 9(9).
               10  statusAmount  pic s9(12).
       01  statusCountUsed   pic 9(2) value 0.
       01  statusIdx         pic 9(2).
       01  statusFound       pic 9(2).
      *    aging buckets on the open orders, youngest first
       01  bucketNames.
           05  filler        pic x(12) value '0-7 DAYS    '.
           05  filler        pic x(12) value '8-30 DAYS   '.
           05  filler        pic x(12) value '31-90 DAYS  '.
           05  filler        pic x(12) value 'OVER 90 DAYS'.
       01  bucketSeed redefines bucketNames.
           05  bucketName    pic x(12) occurs 4 times.
       01  bucketTable.
           05  bucketEntry       occurs 4 times.
               10  bucketTally   pic 9(9).
               10  bucketAmount  pic s9(12).
       01  bucketIdx         pic 9.
       01  orderAge          pic s9(7).
       01  datedOrder        pic 9.
      *    the oldest open orders so far, oldest first - an undated
      *    order sorts ahead of every dated one
       01  oldestTable.
           05  oldestEntry       occurs 50 times.
               10  oldestSortDate    pic x(8).
               10  oldestKey         pic 9(8).
               10  oldestAmount      pic s9(6).
               10  oldestDate        pic x(8).
               10  oldestAge         pic s9(7).
       01  oldestUsed        pic 9(2) value 0.
       01  oldestIdx         pic 9(2).
       01  insertIdx         pic 9(2).
       01  candidateDate     pic x(8).
       01  openCount         pic 9(9) value 0.
       01  staleCount        pic 9(9) value 0.
       01  printLine         pic x(132).
       01  countDisp         pic z(8)9.
       01  amountDisp        pic -(11)9.
       01  ageDisp           pic -(6)9.
       01  orderAmtDisp      pic -(6)9.
      *    run-log identity for the shared RUNLOG trail
       01  logJob            pic x(12) value 'ORDERRPT'.
       01  logEvent          pic x(1).
       01  logZero           pic 9(9) value 0.
       01  logRc             pic 9(4).
       01  parmLoadRc        pic 9(4) value 0.

       procedure division.
           move 'S' to logEvent
           move 0 to logRc
           call 'WriteRunLog' using logJob logEvent
               by content logZero logZero logZero
               by reference logRc
           move function current-date(1:8) to runDate
           compute runDayNumber =
               function integer-of-date(function numval(runDate))
           perform get-report-config
           perform initialize-buckets

           open output orderReport
           move spaces to printLine
           string 'Order book report ' runDate '  book '
               bookName delimited by size into printLine
           write orderReportLine from printLine
           move 0 to return-code
           call 'RestoreTreeCatalog' using bookHead bookName
           if return-code <> 0
               move '  *** ORDER BOOK NOT CATALOGUED ***' to printLine
               write orderReportLine from printLine
               close orderReport
               move 3 to logRc
           else
               perform walk-order-book
               perform print-status-section
               perform print-aging-section
               perform print-oldest-section
               close orderReport
               call 'FreeBinaryTree' using bookHead
               if staleCount > 0 or parmLoadRc > 0
                   move 1 to logRc
               else
                   move 0 to logRc
               end-if
           end-if
           move 'E' to logEvent
           call 'WriteRunLog' using logJob logEvent
               nodeCount logZero staleCount logRc
      *    the log service ends clean and so hands back RETURN-CODE
      *    zero - the run's verdict is re-asserted last
           move logRc to return-code
           goback.

       get-report-config.
           call 'LoadRunParams'
           move return-code to parmLoadRc
           move 0 to return-code
           move 'ORDER-BOOK-NAME' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1
               move parmValue(1:8) to bookName
           end-if
           move 'ORDRPT-OLDEST' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1
               compute oldestLimit = function numval(parmValue)
           end-if
           .

       initialize-buckets.
           perform varying bucketIdx from 1 by 1 until bucketIdx > 4
               move 0 to bucketTally(bucketIdx)
               move 0 to bucketAmount(bucketIdx)
           end-perform
           .

      *    pre-order walk - the right subtree is stacked before the
      *    left, so the left is visited first, the order the catalog
      *    writes the book in
       walk-order-book.
           if bookHead <> null
               add 1 to walkDepth
               set walkEntry(walkDepth) to bookHead
           end-if
           perform visit-next-node until walkDepth = 0
           if walkOverflow = 1
               move '  *** BOOK TOO DEEP, WALK INCOMPLETE ***'
                   to printLine
               write orderReportLine from printLine
           end-if
           .

       visit-next-node.
           set walkPtr to walkEntry(walkDepth)
           subtract 1 from walkDepth
           set address of node to walkPtr
           perform tally-order-node
           if nodeRight <> null
               perform push-subtree-right
           end-if
           if nodeLeft <> null
               perform push-subtree-left
           end-if
           .

       push-subtree-right.
           if walkDepth < 1000
               add 1 to walkDepth
               set walkEntry(walkDepth) to nodeRight
           else
               move 1 to walkOverflow
           end-if
           .

       push-subtree-left.
           if walkDepth < 1000
               add 1 to walkDepth
               set walkEntry(walkDepth) to nodeLeft
           else
               move 1 to walkOverflow
           end-if
           .

       tally-order-node.
           add 1 to nodeCount
           perform find-status-entry
           add 1 to statusTally(statusFound)
           add orderAmount to statusAmount(statusFound)
           if orderStatus = 'O'
               add 1 to openCount
               perform age-open-order
           end-if
           .

       find-status-entry.
           move 0 to statusFound
           perform varying statusIdx from 1 by 1
                   until statusIdx > statusCountUsed
                      or statusFound > 0
               if statusKey(statusIdx) = orderStatus
                   move statusIdx to statusFound
               end-if
           end-perform
           if statusFound = 0
               if statusCountUsed < 20
                   add 1 to statusCountUsed
               end-if
               move statusCountUsed to statusFound
               move orderStatus to statusKey(statusFound)
               move 0 to statusTally(statusFound)
               move 0 to statusAmount(statusFound)
           end-if
           .

       age-open-order.
           move 0 to datedOrder
           if orderDate is numeric
               if function test-date-yyyymmdd(
                       function numval(orderDate)) = 0
                   move 1 to datedOrder
               end-if
           end-if
           if datedOrder = 1
               compute orderAge = runDayNumber
                   - function integer-of-date(
                       function numval(orderDate))
               move orderDate to candidateDate
           else
               move 99999 to orderAge
               move low-values to candidateDate
           end-if
           evaluate true
           when orderAge <= 7
               move 1 to bucketIdx
           when orderAge <= 30
               move 2 to bucketIdx
           when orderAge <= 90
               move 3 to bucketIdx
           when other
               move 4 to bucketIdx
               add 1 to staleCount
           end-evaluate
           add 1 to bucketTally(bucketIdx)
           add orderAmount to bucketAmount(bucketIdx)
           perform rank-oldest-order
           .

      *    keeps the ORDRPT-OLDEST oldest open orders in date order -
      *    the new order slides in ahead of the first younger one and
      *    the youngest drops off the end of a full table
       rank-oldest-order.
           move 0 to insertIdx
           perform varying oldestIdx from 1 by 1
                   until oldestIdx > oldestUsed or insertIdx > 0
               if candidateDate < oldestSortDate(oldestIdx)
                   move oldestIdx to insertIdx
               end-if
           end-perform
           if insertIdx = 0
               if oldestUsed < oldestLimit
                   add 1 to oldestUsed
                   move oldestUsed to insertIdx
               end-if
           else
               if oldestUsed < oldestLimit
                   add 1 to oldestUsed
               end-if
               perform varying oldestIdx from oldestUsed by -1
                       until oldestIdx <= insertIdx
                   move oldestEntry(oldestIdx - 1)
                       to oldestEntry(oldestIdx)
               end-perform
           end-if
           if insertIdx > 0
               move candidateDate to oldestSortDate(insertIdx)
               move orderKey to oldestKey(insertIdx)
               move orderAmount to oldestAmount(insertIdx)
               move orderDate to oldestDate(insertIdx)
               move orderAge to oldestAge(insertIdx)
           end-if
           .

       print-status-section.
           move spaces to printLine
           write orderReportLine from printLine
           move 'TOTALS BY STATUS' to printLine
           write orderReportLine from printLine
           if nodeCount = 0
               move '  (book is empty)' to printLine
               write orderReportLine from printLine
           end-if
           perform varying statusIdx from 1 by 1
                   until statusIdx > statusCountUsed
               move statusTally(statusIdx) to countDisp
               move statusAmount(statusIdx) to amountDisp
               move spaces to printLine
               string '  STATUS ' statusKey(statusIdx)
                   '   ORDERS ' countDisp '   AMOUNT ' amountDisp
                   delimited by size into printLine
               write orderReportLine from printLine
           end-perform
           move nodeCount to countDisp
           move spaces to printLine
           string '  ALL ORDERS ' countDisp
               delimited by size into printLine
           write orderReportLine from printLine
           .

       print-aging-section.
           move spaces to printLine
           write orderReportLine from printLine
           move 'OPEN ORDERS BY AGE' to printLine
           write orderReportLine from printLine
           perform varying bucketIdx from 1 by 1 until bucketIdx > 4
               move bucketTally(bucketIdx) to countDisp
               move bucketAmount(bucketIdx) to amountDisp
               move spaces to printLine
               string '  ' bucketName(bucketIdx)
                   '   ORDERS ' countDisp '   AMOUNT ' amountDisp
                   delimited by size into printLine
               if bucketIdx = 4 and staleCount > 0
                   move '  *** STALE ***' to printLine(70:15)
               end-if
               write orderReportLine from printLine
           end-perform
           move openCount to countDisp
           move spaces to printLine
           string '  ALL OPEN ORDERS ' countDisp
               delimited by size into printLine
           write orderReportLine from printLine
           .

       print-oldest-section.
           move spaces to printLine
           write orderReportLine from printLine
           move spaces to printLine
           string 'OLDEST OPEN ORDERS (UP TO ' oldestLimit ')'
               delimited by size into printLine
           write orderReportLine from printLine
           if oldestUsed = 0
               move '  (no open orders)' to printLine
               write orderReportLine from printLine
           else
               move '  ORDER KEY  ORDER DATE    DAYS   AMOUNT'
                   to printLine
               write orderReportLine from printLine
           end-if
           perform varying oldestIdx from 1 by 1
                   until oldestIdx > oldestUsed
               move oldestAmount(oldestIdx) to orderAmtDisp
               move spaces to printLine
               if oldestSortDate(oldestIdx) = low-values
                   string '  ' oldestKey(oldestIdx) '   (undated)  '
                       '        ' orderAmtDisp
                       delimited by size into printLine
               else
                   move oldestAge(oldestIdx) to ageDisp
                   string '  ' oldestKey(oldestIdx) '   '
                       oldestDate(oldestIdx) '  ' ageDisp ' '
                       orderAmtDisp
                       delimited by size into printLine
               end-if
               write orderReportLine from printLine
           end-perform
           .

       end program OrderBookReport.
