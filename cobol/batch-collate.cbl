      *    everything accepted. FEEDRPT carries one line per feed -
      *    what the sender transmitted and whether it was accepted -
      *    plus the combined totals, so the morning check can see each
      *    sender's night at a glance. Every accepted feed is entered
      *    in the FEEDREG feed register under its sender, transmission
      *    date and hash total, so the collator remembers across
      *    nights: a feed whose transmission date, count and hash
      *    match one the sender already had accepted - count and hash
      *    alone when its header carries no date - is a
      *    retransmission and is rejected whole as a replay instead
      *    of settling a second time. A feed of header and trailer
      *    alone carries nothing that could settle twice, and a quiet
      *    sender sends the same empty feed night after night, so it
      *    is never a replay. The EXPSENDR list names the senders due
      *    each night, and any due sender with nothing received gets
      *    a NOT RECEIVED TONIGHT line on FEEDRPT. RETURN-CODE is the
      *    number of feeds rejected plus the number of due senders
      *    missing (3 when FEEDLIST itself is missing or empty), the
      *    same promote-blocking convention BatchDriver's control
      *    failures use
       identification division.
       program-id. BatchCollate.

      *    the list names, the way WriteCsvExtract picks its dataset
           select optional feedFile assign using feedDataset
               organization is line sequential.
      *    the register is keyed sender, transmission date, hash, so
      *    one START lands on a sender's whole history
           select optional feedRegister assign to 'FEEDREG'
               organization is indexed
               access mode is dynamic
               record key is regKey.
           select optional expectedSenders assign to 'EXPSENDR'
               organization is line sequential.
           select combinedOut assign to 'BATCHIN'
               organization is line sequential.
           select feedReport assign to 'FEEDRPT'

       data division.
       file section.
      *    the sender's name may follow the dataset name - a feed
      *    listed without one is registered under the dataset name
       fd  feedList.
       01  feedListRec.
           05  feedName      pic x(20).
           05  filler        pic x(1).
           05  feedSender    pic x(20).

       fd  feedRegister.
       copy 'feed-reg.cpy'.

      *    one due sender per line, optionally followed by a
      *    Monday-to-Sunday mask of Y/N - a sender with no mask is due
      *    every night
       fd  expectedSenders.
       01  expectedRec.
           05  expSender     pic x(20).
           05  filler        pic x(1).
           05  expDayMask    pic x(7).

      *    same record shape BatchDriver reads - type flag plus value,
      *    with the trailer's count and hash overlaid on the value
       01  listBuffer        pic x(150).
       01  unpackValue       pic s9(6).
       01  currentStamp      pic x(21).
      *    register state for the feed in hand
       01  senderName        pic x(20).
       01  txDate            pic x(8).
      *    1 when the feed's own header gave its transmission date
       01  feedDated         pic 9.
       01  replayDone        pic 9.
      *    the senders heard from tonight, and the due senders not
      *    heard from - tables of 50, the last slot taking overflow
       01  receivedTable.
           05  receivedSender    pic x(20) occurs 50 times.
       01  receivedCount     pic 9(2) value 0.
       01  receivedIdx       pic 9(2).
       01  receivedHit       pic 9.
       01  eofExpFlag        pic 9 value 0.
           88  endOfExpected value 1.
       01  dayOfWeek         pic 9.
       01  sendersMissing    pic 9(3) value 0.
       01  sendersDue        pic 9(3) value 0.
       01  reportPtr         pic 9(3).
      *    run-log identity and tallies for the shared RUNLOG trail
       01  logJob            pic x(12) value 'BATCHCOLLATE'.
               by content logZero logZero logZero
               by reference logRc
           open input feedList
           open i-o feedRegister
           open output combinedOut
           open output feedReport

           move function current-date to currentStamp
           compute dayOfWeek = function mod(function integer-of-date(
               function numval(currentStamp(1:8))) - 1, 7) + 1
           move spaces to feedReportLine
           string 'Feed collation report ' currentStamp(1:8)
               delimited by size into feedReportLine
           close feedList

           perform write-combined-trailer
           perform write-missing-senders
           perform write-report-summary
           close feedRegister
           close combinedOut
           close feedReport

               display 'BatchCollate: FEEDLIST missing or empty'
               move 3 to return-code
           else
               compute return-code = feedsRejected + sendersMissing
           end-if
           move 'E' to logEvent
           move return-code to logRc
           else
               add 1 to feedsRead
               move feedName to feedDataset
               move feedSender to senderName
               if senderName = spaces
                   move feedName to senderName
               end-if
               perform verify-feed
               if not feedRejected and feedDataCount > 0
                   perform check-feed-replay
               end-if
               if feedReason <> 'EMPTY OR MISSING'
                   perform note-sender-received
               end-if
               add feedDataCount to recordsSeen
               if feedRejected
                   add 1 to feedsRejected
                   perform write-feed-report-line
               else
                   perform copy-feed
                   perform register-feed
                   add 1 to feedsAccepted
                   add feedDataCount to grandCount
                   add feedHash to grandHash
           move 0 to feedExpHash
           move 0 to feedBadFlag
           move spaces to feedReason
           move currentStamp(1:8) to txDate
           move 0 to feedDated
           open input feedFile
           perform read-feed-record
           if endOfFeed
           evaluate true
           when feedType = 'H'
               move 1 to feedHeaderSeen
               if feedValue(1:8) is numeric
                   move feedValue(1:8) to txDate
                   move 1 to feedDated
               end-if
           when feedType = 'T'
               move 1 to feedTrailerSeen
               if feedTrailerCount is numeric
               move 1 to feedBadFlag
               move 'DATA AFTER TRAILER' to feedReason
           when feedType = 'N'
      *        account number, plus the signed amount behind it when
      *        the record carries one
               add 1 to feedDataCount
               add function numval(feedValue(1:9)) to feedHash
               add function numval(feedValue(10:7)) to feedHash
           when feedType = 'A'
               add 1 to feedDataCount
               move feedArrList to listBuffer
               add 1 to feedDataCount
               move feedValue(9:142) to listBuffer
               perform hash-list-buffer
           when feedType = 'M'
      *        statistics record - the whole value is the list
               add 1 to feedDataCount
               move feedValue to listBuffer
               perform hash-list-buffer
           when feedType = 'F'
      *        pair-match record - the value list starts past the
      *        8-character target amount, which is not hashed
               add 1 to feedDataCount
               move feedValue(9:142) to listBuffer
               perform hash-list-buffer
           when feedType = 'O'
      *        order transaction - the signed order amount is its
      *        numeric content
               add 1 to feedDataCount
               add function numval(feedValue(10:7)) to feedHash
           when feedType = 'C'
      *        continuation of the 'A' in front of it - hashes like
      *        its parent but does not count as a data record, the
           end-if
           .

      *    a verified feed is checked against what the sender has had
      *    accepted under the same transmission date - a retransmitted
      *    file carries its original header date, while two nights
      *    that happen to send the same count and hash (RESUBIN's
      *    header always carries the night it was built) are two
      *    feeds. A feed whose header carries no date has nothing to
      *    tell its nights apart, so it matches on sender, count and
      *    hash alone, whatever night the entry was registered under.
      *    A match from an earlier night, or from another dataset, is
      *    a retransmission; a match this same run took already is
      *    the feed listed twice. Only a match accepted earlier today
      *    from this very dataset is the night's feed being collated
      *    again after a rerun, and is let through. An empty feed is
      *    never checked - every quiet night's matches every other's
       check-feed-replay.
           move 0 to replayDone
           move senderName to regSender
           move low-values to regTxDate
           move 0 to regHash
           start feedRegister key >= regKey
               invalid key move 1 to replayDone
           end-start
           perform check-register-entry
               until replayDone = 1 or feedRejected
           .

       check-register-entry.
           read feedRegister next
               at end move 1 to replayDone
               not at end
                   if regSender <> senderName
                       move 1 to replayDone
                   else
                       if regHash = feedHash
                               and regCount = feedDataCount
                               and (regTxDate = txDate
                                   or feedDated = 0)
                           perform judge-register-match
                       end-if
                   end-if
           end-read
           .

       judge-register-match.
           if regAccepted(1:8) = currentStamp(1:8)
                   and regAccepted <> currentStamp(1:14)
                   and regDataset = feedDataset
               continue
           else
               move 1 to feedBadFlag
               move spaces to feedReason
               string 'REPLAY OF ' regTxDate
                   delimited by size into feedReason
           end-if
           .

      *    the accepted feed goes on the register - a recollation of
      *    tonight's feed rewrites its entry with this run's stamp
       register-feed.
           move senderName to regSender
           move txDate to regTxDate
           move feedHash to regHash
           move feedDataCount to regCount
           move feedDataset to regDataset
           move currentStamp(1:14) to regAccepted
           write feedRegRec
               invalid key
                   rewrite feedRegRec
           end-write
           .

       note-sender-received.
           move 0 to receivedHit
           perform varying receivedIdx from 1 by 1
                   until receivedIdx > receivedCount
                      or receivedHit = 1
               if receivedSender(receivedIdx) = senderName
                   move 1 to receivedHit
               end-if
           end-perform
           if receivedHit = 0
               if receivedCount < 50
                   add 1 to receivedCount
               end-if
               move senderName to receivedSender(receivedCount)
           end-if
           .

      *    a sender is due tonight unless its mask says N for today;
      *    a due sender whose feed never arrived (or arrived empty) is
      *    listed, and each one counts toward RETURN-CODE
       write-missing-senders.
           move spaces to feedReportLine
           write feedReportLine
           move 'NOT RECEIVED TONIGHT' to feedReportLine
           write feedReportLine
           open input expectedSenders
           perform read-expected-sender
           perform check-expected-sender until endOfExpected
           close expectedSenders
           if sendersMissing = 0
               move '  (none)' to feedReportLine
               write feedReportLine
           end-if
           move spaces to feedReportLine
           write feedReportLine
           .

       read-expected-sender.
           read expectedSenders
               at end move 1 to eofExpFlag
           end-read
           .

       check-expected-sender.
           if expectedRec = spaces or expectedRec(1:1) = '*'
               continue
           else
               if expDayMask = spaces
                       or expDayMask(dayOfWeek:1) = 'Y'
                   add 1 to sendersDue
                   move 0 to receivedHit
                   perform varying receivedIdx from 1 by 1
                           until receivedIdx > receivedCount
                              or receivedHit = 1
                       if receivedSender(receivedIdx) = expSender
                           move 1 to receivedHit
                       end-if
                   end-perform
                   if receivedHit = 0
                       add 1 to sendersMissing
                       move spaces to feedReportLine
                       string '  ' expSender ' NOTHING RECEIVED'
                           delimited by size into feedReportLine
                       write feedReportLine
                   end-if
               end-if
           end-if
           perform read-expected-sender
           .

      *    second pass over an accepted feed - everything between its
      *    header and trailer goes to the combined file as-is
       copy-feed.
           string 'Feeds read ' feedsRead
               ', accepted ' feedsAccepted
               ', rejected ' feedsRejected
               ', senders due ' sendersDue
               ', missing ' sendersMissing
               delimited by size into feedReportLine
               with pointer reportPtr
           write feedReportLine
