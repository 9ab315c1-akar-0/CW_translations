      *    reject work queue - a record BatchDriver writes to BATCHREJ
      *    used to stop there: ops retyped the fix into the next
      *    upstream feed by hand and nobody tracked what was never
      *    fixed. RejectQueue carries every BATCHREJ record forward
      *    into the persistent REJQUEUE open-rejects file (keyed by a
      *    reject number, the date it first failed kept with it),
      *    then rolls BATCHREJ into the dated generation
      *    BATCHREJ.YYYYMMDD so the same rejects can never be carried
      *    twice - it therefore runs after SettlementReport has read
      *    the night's BATCHREJ. A reject that comes back in BATCHREJ
      *    after being resubmitted reopens its original entry instead
      *    of starting a new one, so its first-failed date and fail
      *    count survive the round trip; a resubmitted reject that
      *    does not come back has settled and is cleared - unless
      *    FEEDREG shows the collate never took that night's RESUBIN,
      *    when it goes back out again instead.
      *    The REJCARDS correction-card dataset either replaces a
      *    reject's record image (or resubmits it as it stands) or
      *    abandons it with a reason; applied cards roll into
      *    REJCARDS.YYYYMMDD the same way. A 'C' continuation is
      *    never carded on its own - the card for the list record it
      *    continues takes the continuations behind it along, and
      *    they are resubmitted right behind it. Every corrected reject
      *    goes into RESUBIN, a resubmission BATCHIN under its own
      *    'H' header and a 'T' trailer whose count and hash follow
      *    BatchCollate's rules - RESUBIN is listed in FEEDLIST, so
      *    the next night's collate takes it like any other feed.
      *    REJAGERPT lists the open rejects by reason with the days
      *    each has been outstanding, flagging an uncorrected reject
      *    once it is REJQ-STUCK-DAYS old. RETURN-CODE is 2 when a
      *    correction card was refused, 1 when a stuck reject is on
      *    file or the parameter load refused a change to a sensitive
      *    setting, 0 otherwise
       identification division.
       program-id. RejectQueue.

       environment division.
       input-output section.
       file-control.
           select optional batchRej assign to 'BATCHREJ'
               organization is line sequential.
      *    the open-rejects file carries the record image as an
      *    alternate key, so a refailed resubmission finds the entry
      *    it came from without a pass over the whole queue
           select optional rejQueue assign to 'REJQUEUE'
               organization is indexed
               access mode is dynamic
               record key is rqId
               alternate record key is rqImage with duplicates.
           select optional rejCards assign to 'REJCARDS'
               organization is line sequential.
      *    ASSIGN USING, so each consumed dataset rolls into its own
      *    dated generation, the way Housekeeping cuts its archives
           select optional archiveFile assign using archiveDataset
               organization is line sequential.
           select resubIn assign to 'RESUBIN'
               organization is line sequential.
      *    BatchCollate's feed register, read to learn whether an
      *    earlier night's RESUBIN was taken
           select optional feedRegister assign to 'FEEDREG'
               organization is indexed
               access mode is dynamic
               record key is regKey.
           select agingReport assign to 'REJAGERPT'
               organization is line sequential.

       data division.
       file section.
       fd  batchRej.
       01  batchRejRec.
           05  rejReason     pic x(8).
           05  filler        pic x.
           05  rejRecord     pic x(151).

       fd  rejQueue.
       01  rejQueueRec.
           05  rqId          pic 9(9).
           05  rqStatus      pic x(1).
      *        'O' = open, waiting on a correction,
      *        'F' = corrected, waiting to be resubmitted,
      *        'R' = resubmitted, waiting on the night's outcome,
      *        'S' = resubmitted and not rejected again - cleared,
      *        'A' = abandoned by ops with a reason
           05  rqReason      pic x(8).
           05  rqFirstFailed pic x(8).
           05  rqLastFailed  pic x(8).
           05  rqFailCount   pic 9(3).
      *        date of the last status change - correction,
      *        resubmission, clearance or abandonment
           05  rqActionDate  pic x(8).
           05  rqNote        pic x(40).
           05  rqImage       pic x(151).

      *    one card per reject: the reject number, the action, then
      *    either the replacement record image ('R' - blank resubmits
      *    the record as it stands) or the abandon reason ('A')
       fd  rejCards.
       01  rejCardRec.
           05  cardRejId     pic x(9).
           05  filler        pic x(1).
           05  cardAction    pic x(1).
           05  filler        pic x(1).
           05  cardImage     pic x(151).
           05  cardReasonDetail redefines cardImage.
               10  cardReason    pic x(40).
               10  filler        pic x(111).

       fd  archiveFile.
       01  archiveRec        pic x(163).

      *    same record shape BatchDriver reads - type flag plus value,
      *    with the trailer's count and hash overlaid on the value
       fd  resubIn.
       01  resubRec.
           05  resubType     pic x(1).
           05  resubValue    pic x(150).
           05  resubArrayDetail redefines resubValue.
               10  resubArrMode  pic x(1).
               10  resubArrList  pic x(149).
           05  resubPipeDetail redefines resubValue.
               10  resubPipeName pic x(8).
               10  resubPipeList pic x(142).
           05  resubTrailerDetail redefines resubValue.
               10  resubTrailerCount pic 9(9).
               10  resubTrailerHash  pic s9(12) sign leading separate.
               10  filler            pic x(128).

       fd  feedRegister.
       copy 'feed-reg.cpy'.

       fd  agingReport.
       01  agingReportLine   pic x(132).

       working-storage section.
       01  runDate           pic x(8).
       01  runDayNumber      pic 9(7).
       01  stuckDays         pic 9(3) value 2.
       01  parmName          pic x(20).
       01  parmValue         pic x(9).
       01  parmFound         pic 9.
       01  archiveDataset    pic x(20).
       01  lastRejId         pic 9(9) value 0.
       01  eofRejFlag        pic 9.
           88  endOfBatchRej value 1.
       01  eofCardFlag       pic 9.
           88  endOfCards    value 1.
       01  scanDone          pic 9.
       01  matchDone         pic 9.
       01  matchFound        pic 9.
       01  carriedImage      pic x(151).
      *    the resubmission night last looked up on FEEDREG, and
      *    whether the collate accepted that night's RESUBIN
       01  resubNight        pic x(8) value spaces.
       01  resubTaken        pic 9 value 0.
       01  regDone           pic 9.
      *    a parent's card carries the 'C' continuations rejected
      *    behind it; RESUBIN only takes a continuation right behind
      *    the entry it continues
       01  parentId          pic 9(9).
       01  parentStatus      pic x(1).
       01  parentNote        pic x(40).
       01  groupDone         pic 9.
       01  priorWritten      pic 9 value 0.
      *    the night's tallies, reported at the foot of REJAGERPT
       01  carriedCount      pic 9(9) value 0.
       01  newCount          pic 9(9) value 0.
       01  refailCount       pic 9(9) value 0.
       01  settledCount      pic 9(9) value 0.
       01  returnedCount     pic 9(9) value 0.
       01  correctedCount    pic 9(9) value 0.
       01  abandonedCount    pic 9(9) value 0.
       01  cardErrors        pic 9(9) value 0.
       01  openCount         pic 9(9) value 0.
       01  stuckCount        pic 9(9) value 0.
      *    RESUBIN control totals - 12-digit hash, high-order carry
      *    dropped, the rule both sides of the BATCHIN trailer keep
       01  resubCount        pic 9(9) value 0.
       01  resubHash         pic s9(12) value 0.
       01  resubWritten      pic 9(9) value 0.
       01  unstrText         pic x(10).
       01  unstrDelim        pic x.
       01  unstrPtr          pic 9(4).
       01  listBuffer        pic x(150).
       01  unpackValue       pic s9(6).
      *    the reasons met among the open rejects - the report walks
      *    the queue once per reason; a reason past the 20th folds
      *    into the last slot, the shared small-table convention
       01  reasonTable.
           05  reasonEntry       occurs 20 times.
               10  reasonKey     pic x(8).
               10  reasonTally   pic 9(9).
       01  reasonCountUsed   pic 9(2) value 0.
       01  reasonIdx         pic 9(2).
       01  reasonFound       pic 9(2).
       01  activeReason      pic x(8).
       01  daysOutstanding   pic 9(7).
       01  statusText        pic x(6).
       01  printLine         pic x(132).
       01  linePtr           pic 9(3).
       01  countDisp         pic z(8)9.
       01  daysDisp          pic z(6)9.
       01  failDisp          pic zz9.
       01  hashDisp          pic -(11)9.
      *    run-log identity for the shared RUNLOG trail
       01  logJob            pic x(12) value 'REJECTQUEUE'.
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
           call 'LoadRunParams'
           move return-code to parmLoadRc
           move 0 to return-code
           move 'REJQ-STUCK-DAYS' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1
               compute stuckDays = function numval(parmValue)
           end-if

           open i-o rejQueue
           perform find-last-reject-id
           perform carry-batch-rejects
           perform clear-settled-resubmissions
           perform apply-correction-cards
           perform build-resubmission
           perform write-aging-report
           close rejQueue

           evaluate true
           when cardErrors > 0
               move 2 to return-code
           when stuckCount > 0 or parmLoadRc > 0
               move 1 to return-code
           when other
               move 0 to return-code
           end-evaluate
           move 'E' to logEvent
           move return-code to logRc
           call 'WriteRunLog' using logJob logEvent
               carriedCount resubWritten cardErrors logRc
      *    the log service ends clean and so hands back RETURN-CODE
      *    zero - the run's verdict is re-asserted last
           move logRc to return-code
           goback.

      *    reject numbers are issued in ascending order, so the last
      *    record in key order carries the highest one issued
       find-last-reject-id.
           move 0 to lastRejId
           move 0 to scanDone
           move 0 to rqId
           start rejQueue key >= rqId
               invalid key move 1 to scanDone
           end-start
           perform note-last-reject-id until scanDone = 1
           .

       note-last-reject-id.
           read rejQueue next
               at end move 1 to scanDone
               not at end move rqId to lastRejId
           end-read
           .

      *    every BATCHREJ record becomes (or reopens) a queue entry;
      *    the carried file then rolls to its dated generation and
      *    BATCHREJ starts empty, so a rerun cannot carry it twice
       carry-batch-rejects.
           move 0 to eofRejFlag
           open input batchRej
           perform read-batch-reject
           perform carry-one-reject until endOfBatchRej
           close batchRej
           if carriedCount > 0
               move spaces to archiveDataset
               string 'BATCHREJ.' runDate
                   delimited by size into archiveDataset
               move 0 to eofRejFlag
               open input batchRej
               open extend archiveFile
               perform read-batch-reject
               perform roll-one-reject until endOfBatchRej
               close archiveFile
               close batchRej
               open output batchRej
               close batchRej
           end-if
           .

       read-batch-reject.
           read batchRej
               at end move 1 to eofRejFlag
           end-read
           .

       carry-one-reject.
           add 1 to carriedCount
           move rejRecord to carriedImage
           perform find-resubmitted-entry
           if matchFound = 1
      *        the corrected record failed again - same reject, same
      *        first-failed date, one more failure on its count
               move 'O' to rqStatus
               move rejReason to rqReason
               move runDate to rqLastFailed
               move runDate to rqActionDate
               if rqFailCount < 999
                   add 1 to rqFailCount
               end-if
               rewrite rejQueueRec
               add 1 to refailCount
           else
               add 1 to lastRejId
               initialize rejQueueRec
               move lastRejId to rqId
               move 'O' to rqStatus
               move rejReason to rqReason
               move runDate to rqFirstFailed
               move runDate to rqLastFailed
               move 1 to rqFailCount
               move runDate to rqActionDate
               move spaces to rqNote
               move carriedImage to rqImage
               write rejQueueRec
               add 1 to newCount
           end-if
           perform read-batch-reject
           .

      *    walks the entries sharing this record image for one still
      *    out on resubmission - an identical record that is open, or
      *    long since cleared, is a different reject
       find-resubmitted-entry.
           move 0 to matchFound
           move 0 to matchDone
           move carriedImage to rqImage
           start rejQueue key = rqImage
               invalid key move 1 to matchDone
           end-start
           perform check-resubmitted-entry
               until matchDone = 1 or matchFound = 1
           .

       check-resubmitted-entry.
           read rejQueue next
               at end move 1 to matchDone
               not at end
                   if rqImage <> carriedImage
                       move 1 to matchDone
                   else
                       if rqStatus = 'R'
                           move 1 to matchFound
                       end-if
                   end-if
           end-read
           .

       roll-one-reject.
           move batchRejRec to archiveRec
           write archiveRec
           perform read-batch-reject
           .

      *    a reject resubmitted on an earlier night that the carry
      *    above did not reopen went through clean - it is cleared,
      *    provided the collate took that night's RESUBIN at all. A
      *    RESUBIN the collate refused (or never saw) settled nothing,
      *    so its rejects go back to corrected and out again tonight;
      *    tonight's resubmissions have not run yet and stay out
       clear-settled-resubmissions.
           open input feedRegister
           move 0 to scanDone
           move 0 to rqId
           start rejQueue key >= rqId
               invalid key move 1 to scanDone
           end-start
           perform clear-one-resubmission until scanDone = 1
           close feedRegister
           .

       clear-one-resubmission.
           read rejQueue next
               at end move 1 to scanDone
               not at end
                   if rqStatus = 'R' and rqActionDate < runDate
                       if rqActionDate <> resubNight
                           perform find-resubmission-feed
                       end-if
                       if resubTaken = 1
                           move 'S' to rqStatus
                           add 1 to settledCount
                       else
                           move 'F' to rqStatus
                           add 1 to returnedCount
                       end-if
                       move runDate to rqActionDate
                       rewrite rejQueueRec
                   end-if
           end-read
           .

      *    RESUBIN's header carries the night it was built, which is
      *    the action date of every reject resubmitted in it; the
      *    register is keyed by sender first, so the whole register
      *    is walked for the RESUBIN dataset under that date
       find-resubmission-feed.
           move rqActionDate to resubNight
           move 0 to resubTaken
           move 0 to regDone
           move low-values to regKey
           start feedRegister key >= regKey
               invalid key move 1 to regDone
           end-start
           perform check-register-feed
               until regDone = 1 or resubTaken = 1
           .

       check-register-feed.
           read feedRegister next
               at end move 1 to regDone
               not at end
                   if regDataset = 'RESUBIN'
                           and regTxDate = resubNight
                       move 1 to resubTaken
                   end-if
           end-read
           .

      *    a card may only act on a reject still waiting on ops - an
      *    unknown number, a closed or in-flight reject, a 'C'
      *    continuation, or an action other than R or A is refused
      *    and reported, and the run ends RETURN-CODE 2 so the card
      *    gets looked at
       apply-correction-cards.
           move 0 to eofCardFlag
           open input rejCards
           perform read-correction-card
           perform apply-one-card until endOfCards
           close rejCards
           if correctedCount > 0 or abandonedCount > 0
                   or cardErrors > 0
               move spaces to archiveDataset
               string 'REJCARDS.' runDate
                   delimited by size into archiveDataset
               move 0 to eofCardFlag
               open input rejCards
               open extend archiveFile
               perform read-correction-card
               perform roll-one-card until endOfCards
               close archiveFile
               close rejCards
               open output rejCards
               close rejCards
           end-if
           .

       read-correction-card.
           read rejCards
               at end move 1 to eofCardFlag
           end-read
           .

       apply-one-card.
           if rejCardRec = spaces or rejCardRec(1:1) = '*'
               continue
           else
               perform apply-card-action
           end-if
           perform read-correction-card
           .

       apply-card-action.
           move 0 to matchFound
           if cardRejId is numeric
               move cardRejId to rqId
               read rejQueue key is rqId
                   invalid key continue
                   not invalid key move 1 to matchFound
               end-read
           end-if
           evaluate true
           when matchFound = 0
               add 1 to cardErrors
               display 'RejectQueue: card for reject "' cardRejId
                   '" - no such reject'
           when rqStatus <> 'O' and rqStatus <> 'F'
               add 1 to cardErrors
               display 'RejectQueue: card for reject ' rqId
                   ' - not open (status ' rqStatus '), refused'
           when rqImage(1:1) = 'C'
               add 1 to cardErrors
               display 'RejectQueue: card for reject ' rqId
                   ' - a continuation, card its parent, refused'
           when cardAction = 'R'
               if cardImage <> spaces
                   move cardImage to rqImage
               end-if
               move 'F' to rqStatus
               move runDate to rqActionDate
               rewrite rejQueueRec
               add 1 to correctedCount
               perform carry-continuations
           when cardAction = 'A'
               if cardReason = spaces
                   add 1 to cardErrors
                   display 'RejectQueue: abandon card for reject '
                       rqId ' gives no reason, refused'
               else
                   move 'A' to rqStatus
                   move cardReason to rqNote
                   move runDate to rqActionDate
                   rewrite rejQueueRec
                   add 1 to abandonedCount
                   perform carry-continuations
               end-if
           when other
               add 1 to cardErrors
               display 'RejectQueue: card for reject ' rqId
                   ' - unknown action "' cardAction '"'
           end-evaluate
           .

      *    the 'C' lines rejected behind a list record are the rest
      *    of that record, numbered straight after it - they follow
      *    their parent to the same status, up to the first entry
      *    that is not a waiting continuation
       carry-continuations.
           move rqId to parentId
           move rqStatus to parentStatus
           move rqNote to parentNote
           move 0 to groupDone
           start rejQueue key > rqId
               invalid key move 1 to groupDone
           end-start
           perform carry-one-continuation until groupDone = 1
           move parentId to rqId
           .

       carry-one-continuation.
           read rejQueue next
               at end move 1 to groupDone
               not at end
                   if rqImage(1:1) = 'C'
                           and (rqStatus = 'O' or rqStatus = 'F')
                       move parentStatus to rqStatus
                       if parentStatus = 'A'
                           move parentNote to rqNote
                       end-if
                       move runDate to rqActionDate
                       rewrite rejQueueRec
                   else
                       move 1 to groupDone
                   end-if
           end-read
           .

       roll-one-card.
           move rejCardRec to archiveRec
           write archiveRec
           perform read-correction-card
           .

      *    every corrected reject goes out in reject-number order, so
      *    a list line and the continuations rejected behind it stay
      *    together; a corrected continuation whose parent did not go
      *    out just ahead of it is held back and reported, since the
      *    driver would join it to whatever record preceded it. The
      *    trailer totals cover just what went out, by the collator's
      *    counting and hashing rules
       build-resubmission.
           open output resubIn
           move spaces to resubRec
           move 'H' to resubType
           move runDate to resubValue
           write resubRec
           move 0 to scanDone
           move 0 to rqId
           start rejQueue key >= rqId
               invalid key move 1 to scanDone
           end-start
           perform resubmit-one-reject until scanDone = 1
           move spaces to resubRec
           move 'T' to resubType
           move resubCount to resubTrailerCount
           move resubHash to resubTrailerHash
           write resubRec
           close resubIn
           .

       resubmit-one-reject.
           read rejQueue next
               at end move 1 to scanDone
               not at end
                   evaluate true
                   when rqStatus <> 'F'
                       move 0 to priorWritten
                   when rqImage(1:1) = 'C' and priorWritten = 0
                       display 'RejectQueue: continuation reject '
                           rqId ' held - its parent is not going out'
                   when other
                       move rqImage to resubRec
                       write resubRec
                       perform hash-resubmitted-record
                       add 1 to resubWritten
                       move 'R' to rqStatus
                       move runDate to rqActionDate
                       rewrite rejQueueRec
                       move 1 to priorWritten
                   end-evaluate
           end-read
           .

      *    the numeric content of one record, by its type - the same
      *    rules the driver's unpack and the collator's verify keep;
      *    a continuation hashes like its parent but is not a data
      *    record of its own
       hash-resubmitted-record.
           evaluate resubType
           when 'N'
               add 1 to resubCount
               add function numval(resubValue(1:9)) to resubHash
               add function numval(resubValue(10:7)) to resubHash
           when 'O'
               add 1 to resubCount
               add function numval(resubValue(10:7)) to resubHash
           when 'M'
               add 1 to resubCount
               move resubValue to listBuffer
               perform hash-list-buffer
           when 'F'
               add 1 to resubCount
               move resubValue(9:142) to listBuffer
               perform hash-list-buffer
           when 'A'
               add 1 to resubCount
               move resubArrList to listBuffer
               perform hash-list-buffer
           when 'P'
               add 1 to resubCount
               move resubPipeList to listBuffer
               perform hash-list-buffer
           when 'C'
               move resubValue to listBuffer
               perform hash-list-buffer
           when other
               add 1 to resubCount
           end-evaluate
           .

       hash-list-buffer.
           if listBuffer = spaces
               continue
           else
               move 1 to unstrPtr
               move ',' to unstrDelim
               perform hash-list-value
                   until unstrDelim = space
                      or unstrPtr > length of listBuffer
           end-if
           .

      *    an empty token (a separator comma leading the list, or a
      *    doubled comma) is skipped rather than hashed as a zero
       hash-list-value.
           unstring listBuffer
               delimited by ',' or space
               into unstrText delimiter in unstrDelim
               with pointer unstrPtr
           if unstrText = spaces
               continue
           else
               compute unpackValue = function numval(unstrText)
               add unpackValue to resubHash
           end-if
           .

      *    one section per reason among the open rejects, oldest
      *    first within it, then the night's tallies
       write-aging-report.
           open output agingReport
           move spaces to printLine
           string 'Reject aging report ' runDate
               ', uncorrected rejects stuck after ' stuckDays
               ' day(s)' delimited by size into printLine
           write agingReportLine from printLine
           perform collect-open-reasons
           if openCount = 0
               move '  (no open rejects)' to printLine
               write agingReportLine from printLine
           end-if
           perform varying reasonIdx from 1 by 1
                   until reasonIdx > reasonCountUsed
               perform print-reason-section
           end-perform
           perform print-aging-summary
           close agingReport
           .

       collect-open-reasons.
           move 0 to scanDone
           move 0 to rqId
           start rejQueue key >= rqId
               invalid key move 1 to scanDone
           end-start
           perform collect-one-reason until scanDone = 1
           .

       collect-one-reason.
           read rejQueue next
               at end move 1 to scanDone
               not at end
                   if rqStatus = 'O' or rqStatus = 'F'
                           or rqStatus = 'R'
                       add 1 to openCount
                       perform find-reason-entry
                       add 1 to reasonTally(reasonFound)
                   end-if
           end-read
           .

       find-reason-entry.
           move 0 to reasonFound
           perform varying reasonIdx from 1 by 1
                   until reasonIdx > reasonCountUsed
                      or reasonFound > 0
               if reasonKey(reasonIdx) = rqReason
                   move reasonIdx to reasonFound
               end-if
           end-perform
           if reasonFound = 0
               if reasonCountUsed < 20
                   add 1 to reasonCountUsed
               end-if
               move reasonCountUsed to reasonFound
               move rqReason to reasonKey(reasonFound)
               move 0 to reasonTally(reasonFound)
           end-if
           .

       print-reason-section.
           move reasonKey(reasonIdx) to activeReason
           move reasonTally(reasonIdx) to countDisp
           move spaces to printLine
           write agingReportLine from printLine
           move spaces to printLine
           string activeReason '  OPEN ' countDisp
               delimited by size into printLine
           write agingReportLine from printLine
           move '  REJECT NO  STATUS  FIRST FAILED     DAYS  FAILS'
               & '  RECORD' to printLine
           write agingReportLine from printLine
           move 0 to scanDone
           move 0 to rqId
           start rejQueue key >= rqId
               invalid key move 1 to scanDone
           end-start
           perform print-open-reject until scanDone = 1
           .

       print-open-reject.
           read rejQueue next
               at end move 1 to scanDone
               not at end
                   if (rqStatus = 'O' or rqStatus = 'F'
                           or rqStatus = 'R')
                           and rqReason = activeReason
                       perform print-reject-line
                   end-if
           end-read
           .

       print-reject-line.
           evaluate rqStatus
           when 'O'
               move 'OPEN  ' to statusText
           when 'F'
               move 'FIXED ' to statusText
           when other
               move 'RESUB ' to statusText
           end-evaluate
           if rqFirstFailed is numeric
               compute daysOutstanding = runDayNumber
                   - function integer-of-date(
                       function numval(rqFirstFailed))
           else
               move 0 to daysOutstanding
           end-if
           move daysOutstanding to daysDisp
           move rqFailCount to failDisp
           move spaces to printLine
           move 1 to linePtr
           string '  ' rqId '  ' statusText '  ' rqFirstFailed
               '  ' daysDisp '    ' failDisp '  ' rqImage(1:60)
               delimited by size into printLine
               with pointer linePtr
      *    only a reject nobody has corrected is stuck - a fixed or
      *    resubmitted one is already moving
           if rqStatus = 'O' and daysOutstanding >= stuckDays
               add 1 to stuckCount
               string '  *** STUCK ***' delimited by size
                   into printLine with pointer linePtr
           end-if
           write agingReportLine from printLine
           .

       print-aging-summary.
           move spaces to printLine
           write agingReportLine from printLine
           move spaces to printLine
           move 1 to linePtr
           move openCount to countDisp
           string 'Open rejects ' function trim(countDisp)
               delimited by size into printLine with pointer linePtr
           move stuckCount to countDisp
           string ', stuck ' function trim(countDisp)
               delimited by size into printLine with pointer linePtr
           write agingReportLine from printLine
           move spaces to printLine
           move 1 to linePtr
           move carriedCount to countDisp
           string 'Carried from BATCHREJ ' function trim(countDisp)
               delimited by size into printLine with pointer linePtr
           move newCount to countDisp
           string ' (new ' function trim(countDisp)
               delimited by size into printLine with pointer linePtr
           move refailCount to countDisp
           string ', failed again ' function trim(countDisp) ')'
               delimited by size into printLine with pointer linePtr
           move settledCount to countDisp
           string ', cleared ' function trim(countDisp)
               delimited by size into printLine with pointer linePtr
           move returnedCount to countDisp
           string ', RESUBIN not taken ' function trim(countDisp)
               delimited by size into printLine with pointer linePtr
           write agingReportLine from printLine
           move spaces to printLine
           move 1 to linePtr
           move correctedCount to countDisp
           string 'Cards: corrected ' function trim(countDisp)
               delimited by size into printLine with pointer linePtr
           move abandonedCount to countDisp
           string ', abandoned ' function trim(countDisp)
               delimited by size into printLine with pointer linePtr
           move cardErrors to countDisp
           string ', refused ' function trim(countDisp)
               delimited by size into printLine with pointer linePtr
           write agingReportLine from printLine
           move spaces to printLine
           move 1 to linePtr
           move resubCount to countDisp
           move resubHash to hashDisp
           string 'RESUBIN records ' function trim(countDisp)
               ', hash ' function trim(hashDisp)
               delimited by size into printLine with pointer linePtr
           write agingReportLine from printLine
           .

       end program RejectQueue.
