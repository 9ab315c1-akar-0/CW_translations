      *    general-ledger posting interface - accounting was rekeying
      *    the night's settled totals into the ledger off the printed
      *    DAYRPT. GLInterface reads the night's BATCHOUT and builds
      *    the fixed-format GLPOST posting file instead: every
      *    settled value on an 'A' or 'P' line, and the amount on an
      *    'N' settlement line that carries one, becomes one posting
      *    line - a debit for a positive amount, a credit for a
      *    negative one, a zero amount posting nothing - with the
      *    ledger account the GLMAP mapping table gives for the record
      *    type and pipeline name, the run date, and a reference: the
      *    20-digit settlement key for an 'N', the BATCHOUT line and
      *    value position for a list. GLPOST carries a batch header
      *    and a trailer with the posting count, total debits and
      *    total credits. The postings build in the GLWORK work file
      *    and are released to GLPOST only when every value mapped
      *    and debits equal credits; otherwise GLPOST is left empty,
      *    so nothing half-built reaches the ledger, and GLRPT lists
      *    the exceptions. RETURN-CODE 3 when a record type has no
      *    mapping, 2 when the batch does not balance, 0 when the file
      *    was released
       identification division.
       program-id. GLInterface.

       environment division.
       input-output section.
       file-control.
           select optional batchOut assign to 'BATCHOUT'
               organization is line sequential.
           select optional glMap assign to 'GLMAP'
               organization is line sequential.
           select glWork assign to 'GLWORK'
               organization is line sequential.
           select glPost assign to 'GLPOST'
               organization is line sequential.
           select glReport assign to 'GLRPT'
               organization is line sequential.

       data division.
       file section.
      *    wide enough for the longest BATCHOUT line - an 'A' or 'P'
      *    record's transformed list runs to 4000 characters, and
      *    its status sits behind the list
       fd  batchOut.
       01  batchOutRec.
           05  outType       pic x(1).
           05  filler        pic x(4099).
       01  batchScalarOutRec.
           05  filler        pic x(1).
           05  filler        pic x(1).
           05  outValue      pic x(20).
           05  outNameDetail redefines outValue.
               10  outNameAccount pic x(9).
               10  outNameAmount  pic x(7).
               10  outNameSigned redefines outNameAmount
                                  pic s9(6) sign leading separate.
               10  filler         pic x(4).
           05  filler        pic x(1).
           05  outResult     pic x(21).
           05  filler        pic x(1).
           05  outStatus     pic x(4).
           05  filler        pic x(4051).
       01  batchArrOutRec.
           05  filler        pic x(1).
           05  filler        pic x(1).
           05  outArrMode    pic x(1).
           05  filler        pic x(1).
           05  outArrList    pic x(4000).
           05  filler        pic x(1).
           05  outArrStatus  pic x(4).
           05  filler        pic x(91).
       01  batchPipeOutRec.
           05  filler        pic x(1).
           05  filler        pic x(1).
           05  outPipeName   pic x(8).
           05  filler        pic x(1).
           05  outPipeList   pic x(4000).
           05  filler        pic x(1).
           05  outPipeStatus pic x(4).
           05  filler        pic x(84).

      *    one mapping per card - the record type, the pipeline name
      *    ('P' only; blank maps every pipeline the card's type has
      *    no card of its own for) and the ledger account
       fd  glMap.
       01  glMapRec.
           05  mapCardType   pic x(1).
           05  filler        pic x(1).
           05  mapCardName   pic x(8).
           05  filler        pic x(1).
           05  mapCardLedger pic x(10).
           05  filler        pic x(59).

       fd  glWork.
       01  glWorkRec         pic x(80).

      *    the posting file - header, one detail line per posting,
      *    trailer
       fd  glPost.
       01  glPostRec.
           05  glRecType     pic x(1).
      *        'H' = batch header, 'D' = posting, 'T' = trailer
           05  glBody        pic x(79).
       01  glHeaderRec.
           05  filler        pic x(1).
           05  glhRunDate    pic x(8).
           05  glhSource     pic x(10).
           05  filler        pic x(61).
       01  glDetailRec.
           05  filler        pic x(1).
           05  gldRunDate    pic x(8).
           05  gldLedger     pic x(10).
           05  gldDrCr       pic x(1).
      *        'D' = debit, 'C' = credit
           05  gldAmount     pic 9(13).
           05  gldReference  pic x(20).
           05  gldSourceType pic x(1).
           05  gldSourceName pic x(8).
           05  filler        pic x(18).
       01  glTrailerRec.
           05  filler        pic x(1).
           05  gltCount      pic 9(9).
           05  gltDebits     pic 9(15).
           05  gltCredits    pic 9(15).
           05  filler        pic x(40).

       fd  glReport.
       01  glReportLine      pic x(132).

       working-storage section.
       01  runDate           pic x(8).
       01  eofOutFlag        pic 9 value 0.
           88  endOfBatchOut value 1.
       01  eofMapFlag        pic 9 value 0.
           88  endOfGlMap    value 1.
       01  eofWorkFlag       pic 9 value 0.
           88  endOfGlWork   value 1.
      *    the loaded mappings - an entry with a blank name is the
      *    type's fallback
       01  mapTable.
           05  mapEntry          occurs 50 times.
               10  mapType           pic x(1).
               10  mapName           pic x(8).
               10  mapLedger         pic x(10).
       01  mapCount          pic 9(2) value 0.
       01  mapIdx            pic 9(2).
       01  mapHit            pic 9(2).
      *    the line being posted - its type and pipeline name pick
      *    the mapping, its list passes through one buffer
       01  postType          pic x(1).
       01  postName          pic x(8).
       01  postLedger        pic x(10).
       01  postReference     pic x(20).
       01  postAmount        pic s9(13).
       01  postList          pic x(4000).
       01  postPtr           pic 9(4).
       01  postText          pic x(10).
       01  postDelim         pic x.
       01  valueIdx          pic 9(3).
       01  lineNumber        pic 9(9) value 0.
       01  lineUnmapped      pic 9.
      *    batch totals
       01  postCount         pic 9(9) value 0.
       01  debitTotal        pic 9(15) value 0.
       01  creditTotal       pic 9(15) value 0.
       01  unmappedLines     pic 9(9) value 0.
       01  unmappedValues    pic 9(9) value 0.
       01  countDisp         pic z(8)9.
       01  totalDisp         pic z(14)9.
       01  lineDisp          pic z(8)9.
       01  linePtr           pic 9(3).
       01  printLine         pic x(132).
      *    run-log identity and tallies for the shared RUNLOG trail
       01  logJob            pic x(12) value 'GLINTERFACE'.
       01  logEvent          pic x(1).
       01  logZero           pic 9(9) value 0.
       01  logRc             pic 9(4).

       procedure division.
           move 'S' to logEvent
           move 0 to logRc
           call 'WriteRunLog' using logJob logEvent
               by content logZero logZero logZero
               by reference logRc
           move function current-date(1:8) to runDate
           open output glReport
           perform load-gl-map

           open input batchOut
           open output glWork
           perform read-batchout
           perform post-batchout-line until endOfBatchOut
           close glWork
           close batchOut

           perform report-batch-totals
           evaluate true
           when unmappedLines > 0
               move 3 to return-code
           when debitTotal <> creditTotal
               move 2 to return-code
           when other
               move 0 to return-code
           end-evaluate
           if return-code = 0
               perform release-posting-file
           else
               perform refuse-posting-file
           end-if
           close glReport
           display 'GLInterface: postings = ' postCount
               ', debits = ' debitTotal ', credits = ' creditTotal
               ', unmapped lines = ' unmappedLines
           move 'E' to logEvent
           move return-code to logRc
           call 'WriteRunLog' using logJob logEvent
               lineNumber postCount unmappedValues logRc
      *    the log service ends clean and so hands back RETURN-CODE
      *    zero - the run's verdict is re-asserted last
           move logRc to return-code
           goback.

      *    reads GLMAP into the mapping table - a card with no type
      *    or no ledger is reported and skipped, and a table full of
      *    mappings reports the ones it cannot hold
       load-gl-map.
           open input glMap
           perform read-gl-map
           perform load-one-mapping until endOfGlMap
           close glMap
           .

       read-gl-map.
           read glMap
               at end move 1 to eofMapFlag
           end-read
           .

       load-one-mapping.
           if glMapRec = spaces or glMapRec(1:1) = '*'
               continue
           else
               evaluate true
               when mapCardType = space or mapCardLedger = spaces
                   move spaces to printLine
                   string 'GLMAP CARD SKIPPED, NO TYPE OR LEDGER: '
                       glMapRec
                       delimited by size into printLine
                   write glReportLine from printLine
               when mapCount >= 50
                   move spaces to printLine
                   string 'GLMAP TABLE FULL, CARD SKIPPED: '
                       glMapRec
                       delimited by size into printLine
                   write glReportLine from printLine
               when other
                   add 1 to mapCount
                   move mapCardType to mapType(mapCount)
                   move mapCardName to mapName(mapCount)
                   move mapCardLedger to mapLedger(mapCount)
               end-evaluate
           end-if
           perform read-gl-map
           .

       read-batchout.
           read batchOut
               at end move 1 to eofOutFlag
           end-read
           .

      *    only settled lines post - an 'A' line the transform
      *    refused carries status REJ, and an 'N' line without an
      *    amount settles an account with nothing to book
       post-batchout-line.
           add 1 to lineNumber
           move 0 to lineUnmapped
           evaluate true
           when outType = 'A' and outArrStatus = 'OK  '
               move 'A' to postType
               move spaces to postName
               move outArrList to postList
               perform post-value-list
           when outType = 'P' and outPipeStatus = 'OK  '
               move 'P' to postType
               move outPipeName to postName
               move outPipeList to postList
               perform post-value-list
           when outType = 'N'
                   and (outStatus = 'OK  ' or outStatus = 'REL ')
                   and outNameAmount <> spaces
                   and outNameSigned is numeric
               move 'N' to postType
               move spaces to postName
               move outResult(1:20) to postReference
               move outNameSigned to postAmount
               perform find-gl-mapping
               perform post-one-amount
           end-evaluate
           perform read-batchout
           .

       post-value-list.
           perform find-gl-mapping
           move 1 to postPtr
           move 0 to valueIdx
           move ',' to postDelim
           perform post-next-value
               until postDelim = space
                  or postPtr > length of postList
           .

       post-next-value.
           move spaces to postText
           unstring postList delimited by ',' or space
               into postText delimiter in postDelim
               with pointer postPtr
           if postText <> spaces
               add 1 to valueIdx
               compute postAmount = function numval(postText)
               move spaces to postReference
               string 'L' lineNumber 'V' valueIdx
                   delimited by size into postReference
               perform post-one-amount
           end-if
           .

      *    the pipeline's own card first, then the type's blank-name
      *    fallback
       find-gl-mapping.
           move 0 to mapHit
           perform varying mapIdx from 1 by 1
                   until mapIdx > mapCount or mapHit > 0
               if mapType(mapIdx) = postType
                       and mapName(mapIdx) = postName
                   move mapIdx to mapHit
               end-if
           end-perform
           if mapHit = 0 and postName <> spaces
               perform varying mapIdx from 1 by 1
                       until mapIdx > mapCount or mapHit > 0
                   if mapType(mapIdx) = postType
                           and mapName(mapIdx) = spaces
                       move mapIdx to mapHit
                   end-if
               end-perform
           end-if
           if mapHit > 0
               move mapLedger(mapHit) to postLedger
           else
               move spaces to postLedger
           end-if
           .

      *    a zero amount books nothing; an unmapped one is counted
      *    and its line listed once on GLRPT
       post-one-amount.
           evaluate true
           when postAmount = 0
               continue
           when postLedger = spaces
               add 1 to unmappedValues
               if lineUnmapped = 0
                   move 1 to lineUnmapped
                   add 1 to unmappedLines
                   move lineNumber to lineDisp
                   move spaces to printLine
                   move 1 to linePtr
                   string 'NO GLMAP ENTRY FOR TYPE ' postType
                       delimited by size into printLine
                       with pointer linePtr
                   if postName <> spaces
                       string ' PIPELINE ' function trim(postName)
                           delimited by size into printLine
                           with pointer linePtr
                   end-if
                   string '  BATCHOUT LINE ' function trim(lineDisp)
                       delimited by size into printLine
                       with pointer linePtr
                   write glReportLine from printLine
               end-if
           when other
               move spaces to glDetailRec
               move 'D' to glRecType
               move runDate to gldRunDate
               move postLedger to gldLedger
               if postAmount > 0
                   move 'D' to gldDrCr
                   move postAmount to gldAmount
                   add postAmount to debitTotal
               else
                   move 'C' to gldDrCr
                   compute gldAmount = 0 - postAmount
                   compute creditTotal = creditTotal - postAmount
               end-if
               move postReference to gldReference
               move postType to gldSourceType
               move postName to gldSourceName
               move glDetailRec to glWorkRec
               write glWorkRec
               add 1 to postCount
           end-evaluate
           .

       report-batch-totals.
           move spaces to printLine
           write glReportLine from printLine
           move spaces to printLine
           string 'GL POSTING BATCH        RUN DATE '
               runDate(1:4) '-' runDate(5:2) '-' runDate(7:2)
               delimited by size into printLine
           write glReportLine from printLine
           move lineNumber to countDisp
           move spaces to printLine
           string '  BATCHOUT LINES READ  ' countDisp
               delimited by size into printLine
           write glReportLine from printLine
           move postCount to countDisp
           move spaces to printLine
           string '  POSTINGS BUILT       ' countDisp
               delimited by size into printLine
           write glReportLine from printLine
           move debitTotal to totalDisp
           move spaces to printLine
           string '  TOTAL DEBITS   ' totalDisp
               delimited by size into printLine
           write glReportLine from printLine
           move creditTotal to totalDisp
           move spaces to printLine
           string '  TOTAL CREDITS  ' totalDisp
               delimited by size into printLine
           write glReportLine from printLine
           move unmappedLines to countDisp
           move spaces to printLine
           string '  UNMAPPED LINES       ' countDisp
               delimited by size into printLine
           write glReportLine from printLine
           .

      *    the work file goes to GLPOST between its header and
      *    trailer
       release-posting-file.
           open output glPost
           move spaces to glHeaderRec
           move 'H' to glRecType
           move runDate to glhRunDate
           move 'SETTLEMENT' to glhSource
           write glPostRec
           move 0 to eofWorkFlag
           open input glWork
           perform read-gl-work
           perform copy-one-posting until endOfGlWork
           close glWork
           move spaces to glTrailerRec
           move 'T' to glRecType
           move postCount to gltCount
           move debitTotal to gltDebits
           move creditTotal to gltCredits
           write glPostRec
           close glPost
           move '  GLPOST RELEASED' to printLine
           write glReportLine from printLine
           .

       read-gl-work.
           read glWork
               at end move 1 to eofWorkFlag
           end-read
           .

       copy-one-posting.
           move glWorkRec to glPostRec
           write glPostRec
           perform read-gl-work
           .

      *    an empty GLPOST is what the ledger load finds when the
      *    batch is refused - last night's file must not post twice
       refuse-posting-file.
           open output glPost
           close glPost
           if unmappedLines > 0
               move '  *** GLPOST NOT RELEASED - UNMAPPED RECORD TYPE'
                   to printLine
           else
               move '  *** GLPOST NOT RELEASED - DEBITS AND CREDITS '
                   & 'DO NOT BALANCE' to printLine
           end-if
           write glReportLine from printLine
           .

       end program GLInterface.
