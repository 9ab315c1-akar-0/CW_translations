      *    whose result changed between the runs, each with its
      *    count. A non-empty missing-today section sets RETURN-CODE
      *    2 - a silently vanished settlement is exactly what the
      *    morning checks are for. Both files are sorted on the match
      *    key (a key sent more than once keeping its file order, so
      *    the n-th today pairs with the n-th yesterday) and matched
      *    in one sequential pass, each section collecting in its own
      *    work file until the report is assembled - files of any
      *    size compare, nothing being held in memory
       identification division.
       program-id. BatchOutDelta.

               organization is line sequential.
           select optional prevOut assign to 'BATCHPREV'
               organization is line sequential.
           select todaySorted assign to 'TODAYSRT'
               organization is line sequential.
           select prevSorted assign to 'PREVSRT'
               organization is line sequential.
           select deltaSort assign to 'DELTAWRK'.
           select newWork assign to 'DELTANEW'
               organization is line sequential.
           select droppedWork assign to 'DELTAMIS'
               organization is line sequential.
           select changedWork assign to 'DELTACHG'
               organization is line sequential.
           select deltaReport assign to 'DELTARPT'
               organization is line sequential.

      *    and miss exactly the silent changes this report exists to
      *    catch
       fd  todayOut.
       01  todayRec          pic x(4100).

       fd  prevOut.
       01  prevRec           pic x(4100).

      *    the match key is the record type plus the 20-character
      *    outValue field (and their separating space) exactly as the
      *    driver lays the line out; the rest of the line is the
      *    result being compared
       fd  todaySorted.
       01  todaySortedRec.
           05  todayMatchKey pic x(22).
           05  todayRest     pic x(4078).

       fd  prevSorted.
       01  prevSortedRec.
           05  prevMatchKey  pic x(22).
           05  prevRest      pic x(4078).

       sd  deltaSort.
       01  deltaSortRec.
           05  sortMatchKey  pic x(22).
           05  sortRest      pic x(4078).

      *    each section's report lines, in match-key order
       fd  newWork.
       01  newWorkLine       pic x(132).

       fd  droppedWork.
       01  droppedWorkLine   pic x(132).

       fd  changedWork.
       01  changedWorkLine   pic x(132).

       fd  deltaReport.
       01  deltaReportLine   pic x(132).

       working-storage section.
       01  eofTodayFlag      pic 9 value 0.
           88  endOfToday    value 1.
       01  eofPrevFlag       pic 9 value 0.
           88  endOfPrev     value 1.
       01  eofWorkFlag       pic 9 value 0.
           88  endOfWork     value 1.
       01  newCount          pic 9(9) value 0.
       01  droppedCount      pic 9(9) value 0.
       01  changedCount      pic 9(9) value 0.
       01  logZero           pic 9(9) value 0.
       01  logRc             pic 9(4).
       01  todayCount        pic 9(9) value 0.
       01  prevCount         pic 9(9) value 0.

       procedure division.
           move 'S' to logEvent
           call 'WriteRunLog' using logJob logEvent
               by content logZero logZero logZero
               by reference logRc
           sort deltaSort
               on ascending key sortMatchKey
               with duplicates in order
               using prevOut
               giving prevSorted
           sort deltaSort
               on ascending key sortMatchKey
               with duplicates in order
               using todayOut
               giving todaySorted

           open input prevSorted
           open input todaySorted
           open output newWork
           open output droppedWork
           open output changedWork
           perform read-prev
           perform read-today
           perform match-sorted-records
               until endOfPrev and endOfToday
           close changedWork
           close droppedWork
           close newWork
           close todaySorted
           close prevSorted

           open output deltaReport
           move 'RECORDS NEW TODAY' to printLine
           write deltaReportLine from printLine
           open input newWork
           move 0 to eofWorkFlag
           perform read-new-work
           perform copy-new-line until endOfWork
           close newWork
           move newCount to countDisp
           perform write-count-line

           move 'RECORDS PRESENT YESTERDAY, MISSING TODAY'
               to printLine
           write deltaReportLine from printLine
           open input droppedWork
           move 0 to eofWorkFlag
           perform read-dropped-work
           perform copy-dropped-line until endOfWork
           close droppedWork
           move droppedCount to countDisp
           perform write-count-line

           move 'RECORDS WHOSE RESULT CHANGED' to printLine
           write deltaReportLine from printLine
           open input changedWork
           move 0 to eofWorkFlag
           perform read-changed-work
           perform copy-changed-line until endOfWork
           close changedWork
           move changedCount to countDisp
           perform write-count-line

           move logRc to return-code
           goback.

      *    an exhausted file reads as HIGH-VALUES, so the other
      *    file's remaining records all fall on their own side
       read-prev.
           read prevSorted
               at end
                   move 1 to eofPrevFlag
                   move high-values to prevMatchKey
               not at end
                   add 1 to prevCount
           end-read
           .

       read-today.
           read todaySorted
               at end
                   move 1 to eofTodayFlag
                   move high-values to todayMatchKey
               not at end
                   add 1 to todayCount
           end-read
           .

      *    the lower key goes out on its own side - new today or
      *    missing today - and equal keys pair off, a result change
      *    noted on the spot
       match-sorted-records.
           evaluate true
           when prevMatchKey < todayMatchKey
               add 1 to droppedCount
               perform write-dropped-record
               perform read-prev
           when todayMatchKey < prevMatchKey
               add 1 to newCount
               perform write-new-record
               perform read-today
           when other
               if prevRest <> todayRest
                   add 1 to changedCount
                   perform write-changed-record
               end-if
               perform read-prev
               perform read-today
           end-evaluate
           .

       write-new-record.
           move spaces to printLine
           string '  ' todaySortedRec(1:120)
               delimited by size into printLine
           write newWorkLine from printLine
           .

       write-dropped-record.
           move spaces to printLine
           string '  ' prevMatchKey ' '
               prevRest(1:97)
               delimited by size into printLine
           write droppedWorkLine from printLine
           .

       write-changed-record.
           move spaces to printLine
           string '  ' prevMatchKey
               delimited by size into printLine
           write changedWorkLine from printLine
           move spaces to printLine
           string '    WAS ' prevRest(1:100)
               delimited by size into printLine
           write changedWorkLine from printLine
           move spaces to printLine
           string '    NOW ' todayRest(1:100)
               delimited by size into printLine
           write changedWorkLine from printLine
           .

       read-new-work.
           read newWork
               at end move 1 to eofWorkFlag
           end-read
           .

       copy-new-line.
           write deltaReportLine from newWorkLine
           perform read-new-work
           .

       read-dropped-work.
           read droppedWork
               at end move 1 to eofWorkFlag
           end-read
           .

       copy-dropped-line.
           write deltaReportLine from droppedWorkLine
           perform read-dropped-work
           .

       read-changed-work.
           read changedWork
               at end move 1 to eofWorkFlag
           end-read
           .

       copy-changed-line.
           write deltaReportLine from changedWorkLine
           perform read-changed-work
           .

       write-count-line.
