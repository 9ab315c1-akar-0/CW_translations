      *    suspected duplicate-customer report - NNAME folds case and
      *    collapses spacing, but "JON SMITH" and "JOHN SMITH", or
      *    "ACME INTL" and "ACME INTERNATIONAL", still come out as two
      *    customers, and duplicate set-ups keep getting through.
      *    DupCustomerReport takes every customer name on the account
      *    master and the normalized name of every 'S' record in
      *    BATCHIN, spells out the words the shop's ABBREVS table
      *    lists ("INTL INTERNATIONAL", "CO COMPANY", one pair per
      *    card), and sorts the names on a Soundex key of the spelled-
      *    out form. Within one key, any two names no more than
      *    DUPCUST-MAX-DIST single-letter edits apart (default 2) are
      *    a suspected pair, and pairs chain into groups. The same
      *    name sent on many 'S' records is one customer and is listed
      *    once, with the count of further records; a name identical
      *    to an account's is that customer, not a duplicate, unless
      *    two accounts carry it. Pairs ops have confirmed as
      *    different customers are listed on DUPEXCPT (two names per
      *    card, columns 1-21 and 23-43) and never reported again.
      *    DUPRPT lists each group with the account or BATCHIN record
      *    every name came from. RETURN-CODE 1 when any group was
      *    reported or the parameter load refused a change to a
      *    sensitive setting, 0 otherwise
       identification division.
       program-id. DupCustomerReport.

       environment division.
       input-output section.
       file-control.
           select optional batchIn assign to 'BATCHIN'
               organization is line sequential.
           select optional acctMaster assign to 'ACCTMSTR'
               organization is indexed
               access mode is sequential
               record key is acctKey.
           select optional abbrevFile assign to 'ABBREVS'
               organization is line sequential.
           select optional dupExcept assign to 'DUPEXCPT'
               organization is line sequential.
           select dupReport assign to 'DUPRPT'
               organization is line sequential.
           select sortFile assign to 'DUPWORK'.

       data division.
       file section.
       fd  batchIn.
       01  batchInRec.
           05  batchType     pic x(1).
           05  batchValue    pic x(150).

       fd  acctMaster.
       01  acctMasterRec.
           05  acctKey       pic 9(8).
           05  acctStatus    pic x(1).
      *        'O' = open, 'C' = closed
           05  acctOpened    pic x(8).
           05  acctClosed    pic x(8).
           05  acctName      pic x(21).

      *    one abbreviation per card - the short word, then the word
      *    it stands for
       fd  abbrevFile.
       01  abbrevCard.
           05  abbrevCardShort pic x(10).
           05  filler          pic x(1).
           05  abbrevCardLong  pic x(20).
           05  filler          pic x(49).

      *    one confirmed-different pair per card, in either order
       fd  dupExcept.
       01  dupExceptCard.
           05  exceptCardName1 pic x(21).
           05  filler          pic x(1).
           05  exceptCardName2 pic x(21).
           05  filler          pic x(37).

       fd  dupReport.
       01  dupReportLine     pic x(132).

      *    one candidate name - the Soundex key and spelled-out form
      *    it sorts on, the name as normalized, and where it came from
       sd  sortFile.
       01  sortRec.
           05  sortSoundex   pic x(4).
           05  sortCanon     pic x(40).
           05  sortName      pic x(21).
           05  sortSource    pic x(1).
      *        'M' = account master, 'S' = BATCHIN 'S' record
           05  sortRef       pic 9(9).
           05  sortStatus    pic x(1).

       working-storage section.
       01  runDate           pic x(8).
       01  eofBatchFlag      pic 9 value 0.
           88  endOfBatchIn  value 1.
       01  eofMasterFlag     pic 9 value 0.
           88  endOfAcctMaster value 1.
       01  eofAbbrevFlag     pic 9 value 0.
           88  endOfAbbrevs  value 1.
       01  eofExceptFlag     pic 9 value 0.
           88  endOfExcepts  value 1.
       01  eofSortFlag       pic 9 value 0.
           88  endOfSortFile value 1.
       01  maxDistance       pic 9(2) value 2.
       01  distanceDisp      pic z9.
       01  parmName          pic x(20).
       01  parmValue         pic x(9).
       01  parmFound         pic 9.
      *    the abbreviation table - a card beyond the bound is
      *    reported and skipped
       01  abbrevTable.
           05  abbrevEntry       occurs 100 times.
               10  abbrevShort       pic x(10).
               10  abbrevLong        pic x(20).
       01  abbrevCount       pic 9(3) value 0.
       01  abbrevIdx         pic 9(3).
      *    the confirmed-different pairs, held as NNAME gives them
       01  exceptTable.
           05  exceptEntry       occurs 500 times.
               10  exceptName1       pic x(21).
               10  exceptName2       pic x(21).
       01  exceptCount       pic 9(3) value 0.
       01  exceptIdx         pic 9(3).
       01  exceptHit         pic 9.
       01  nnameN            pic x(21).
       01  nnameResult       pic x(21).
       01  exceptWork1       pic x(21).
      *    the name being prepared for the sort - its words are
      *    spelled out one at a time into the canonical form
       01  candName          pic x(21).
       01  candCanon         pic x(40).
       01  namePtr           pic 9(2).
       01  canonPtr          pic 9(2).
       01  wordText          pic x(21).
       01  wordOut           pic x(20).
      *    Soundex - the first letter, then the digits of the letters
      *    that follow, a repeated digit written once and a vowel
      *    breaking the run (H and W do not); spaces are passed over
       01  soundWork         pic x(40).
       01  soundKey          pic x(4).
       01  soundLen          pic 9.
       01  lastCode          pic x(1).
       01  codeChar          pic x(1).
       01  charIdx           pic 9(2).
      *    one Soundex block out of the sort - the 200-entry bound is
      *    far beyond a real block; names past it are counted and
      *    left uncompared
       01  blockKey          pic x(4).
       01  blockTable.
           05  blockEntry        occurs 200 times.
               10  memberCanon       pic x(40).
               10  memberName        pic x(21).
               10  memberSource      pic x(1).
               10  memberRef         pic 9(9).
               10  memberStatus      pic x(1).
               10  memberRepeats     pic 9(9).
               10  memberParent      pic 9(3).
               10  memberRoot        pic 9(3).
               10  memberGroupSize   pic 9(3).
       01  memberCount       pic 9(3) value 0.
       01  memberIdx         pic 9(3).
       01  otherIdx          pic 9(3).
       01  firstOther        pic 9(3).
       01  rootA             pic 9(3).
       01  rootB             pic 9(3).
       01  findIdx           pic 9(3).
      *    edit distance between two spelled-out names, one row of
      *    the table at a time
       01  editRows.
           05  prevRow           pic 9(2) occurs 41 times.
           05  currRow           pic 9(2) occurs 41 times.
       01  lengthA           pic 9(2).
       01  lengthB           pic 9(2).
       01  rowIdx            pic 9(2).
       01  colIdx            pic 9(2).
       01  editCost          pic 9.
       01  editDistance      pic 9(2).
       01  pairCandidate     pic 9.
      *    run totals
       01  masterNames       pic 9(9) value 0.
       01  batchNames        pic 9(9) value 0.
       01  batchRecordNo     pic 9(9) value 0.
       01  namesExamined     pic 9(9) value 0.
       01  pairCount         pic 9(9) value 0.
       01  suppressedPairs   pic 9(9) value 0.
       01  groupCount        pic 9(9) value 0.
       01  uncomparedNames   pic 9(9) value 0.
       01  countDisp         pic z(8)9.
       01  groupDisp         pic z(4)9.
       01  printLine         pic x(132).
      *    run-log identity and tallies for the shared RUNLOG trail
       01  logJob            pic x(12) value 'DUPCUST'.
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
           call 'LoadRunParams'
           move return-code to parmLoadRc
           move 0 to return-code
           move 'DUPCUST-MAX-DIST' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1
               compute maxDistance = function numval(parmValue)
           end-if

           open output dupReport
           move maxDistance to distanceDisp
           move spaces to printLine
           string 'SUSPECTED DUPLICATE CUSTOMERS   RUN DATE ' runDate
               '   MAX EDIT DISTANCE ' distanceDisp
               delimited by size into printLine
           write dupReportLine from printLine
           perform load-abbreviations
           perform load-exceptions
           sort sortFile
               on ascending key sortSoundex sortCanon sortName
                   sortSource sortRef
               input procedure is collect-candidate-names
               output procedure is group-candidate-names
           perform report-run-totals
           close dupReport

           display 'DupCustomerReport: names = ' namesExamined
               ', groups = ' groupCount ', pairs = ' pairCount
               ', suppressed = ' suppressedPairs
           if groupCount > 0 or parmLoadRc > 0
               move 1 to return-code
           else
               move 0 to return-code
           end-if
           move 'E' to logEvent
           move return-code to logRc
           call 'WriteRunLog' using logJob logEvent
               namesExamined groupCount suppressedPairs logRc
      *    the log service ends clean and so hands back RETURN-CODE
      *    zero - the run's verdict is re-asserted last
           move logRc to return-code
           goback.

      *    ABBREVS cards, upper-cased the way NNAME leaves the names
      *    they are matched against
       load-abbreviations.
           open input abbrevFile
           perform read-abbreviation
           perform load-one-abbreviation until endOfAbbrevs
           close abbrevFile
           .

       read-abbreviation.
           read abbrevFile
               at end move 1 to eofAbbrevFlag
           end-read
           .

       load-one-abbreviation.
           if abbrevCard = spaces or abbrevCard(1:1) = '*'
               continue
           else
               evaluate true
               when abbrevCardShort = spaces
                       or abbrevCardLong = spaces
                   move spaces to printLine
                   string 'ABBREVS CARD SKIPPED, NO WORD OR NO '
                       'EXPANSION: ' abbrevCard
                       delimited by size into printLine
                   write dupReportLine from printLine
               when abbrevCount >= 100
                   move spaces to printLine
                   string 'ABBREVS TABLE FULL, CARD SKIPPED: '
                       abbrevCard
                       delimited by size into printLine
                   write dupReportLine from printLine
               when other
                   add 1 to abbrevCount
                   move function upper-case(
                       function trim(abbrevCardShort))
                       to abbrevShort(abbrevCount)
                   move function upper-case(
                       function trim(abbrevCardLong))
                       to abbrevLong(abbrevCount)
               end-evaluate
           end-if
           perform read-abbreviation
           .

      *    both names on a DUPEXCPT card go through NNAME, so the card
      *    may be keyed in any case and spacing
       load-exceptions.
           open input dupExcept
           perform read-exception
           perform load-one-exception until endOfExcepts
           close dupExcept
           .

       read-exception.
           read dupExcept
               at end move 1 to eofExceptFlag
           end-read
           .

       load-one-exception.
           if dupExceptCard = spaces or dupExceptCard(1:1) = '*'
               continue
           else
               move 0 to exceptHit
               move exceptCardName1 to nnameN
               call 'NNAME' using
                   by content nnameN
                   by reference nnameResult
               if return-code <> 0
                   move 1 to exceptHit
               end-if
               move nnameResult to exceptWork1
               move exceptCardName2 to nnameN
               call 'NNAME' using
                   by content nnameN
                   by reference nnameResult
               if return-code <> 0
                   move 1 to exceptHit
               end-if
               move 0 to return-code
               evaluate true
               when exceptHit = 1
                   move spaces to printLine
                   string 'DUPEXCPT CARD SKIPPED, NAME NOT VALID: '
                       dupExceptCard
                       delimited by size into printLine
                   write dupReportLine from printLine
               when exceptCount >= 500
                   move spaces to printLine
                   string 'DUPEXCPT TABLE FULL, CARD SKIPPED: '
                       dupExceptCard
                       delimited by size into printLine
                   write dupReportLine from printLine
               when other
                   add 1 to exceptCount
                   move exceptWork1 to exceptName1(exceptCount)
                   move nnameResult to exceptName2(exceptCount)
               end-evaluate
           end-if
           perform read-exception
           .

      *    sort input - every named account on the master, closed
      *    ones included, then every 'S' record NNAME accepts, its
      *    record number counted the way BatchDriver counts it
       collect-candidate-names.
           open input acctMaster
           perform read-account-master
           perform release-master-name until endOfAcctMaster
           close acctMaster
           open input batchIn
           perform read-batch-record
           perform release-batch-name until endOfBatchIn
           close batchIn
           .

       read-account-master.
           read acctMaster
               at end move 1 to eofMasterFlag
           end-read
           .

       release-master-name.
           if acctName <> spaces
               add 1 to masterNames
               move acctName to candName
               move 'M' to sortSource
               move acctKey to sortRef
               move acctStatus to sortStatus
               perform release-candidate
           end-if
           perform read-account-master
           .

       read-batch-record.
           read batchIn
               at end move 1 to eofBatchFlag
           end-read
           .

       release-batch-name.
           if batchType <> 'H' and batchType <> 'T'
               add 1 to batchRecordNo
               if batchType = 'S'
                   move batchValue(1:21) to nnameN
                   call 'NNAME' using
                       by content nnameN
                       by reference nnameResult
                   if return-code = 0
                       add 1 to batchNames
                       move nnameResult to candName
                       move 'S' to sortSource
                       move batchRecordNo to sortRef
                       move space to sortStatus
                       perform release-candidate
                   end-if
                   move 0 to return-code
               end-if
           end-if
           perform read-batch-record
           .

       release-candidate.
           perform spell-out-name
           perform compute-soundex
           move soundKey to sortSoundex
           move candCanon to sortCanon
           move candName to sortName
           add 1 to namesExamined
           release sortRec
           .

      *    the name's words one at a time, each an abbreviation on
      *    the table replaced by the word it stands for
       spell-out-name.
           move spaces to candCanon
           move 1 to namePtr
           move 1 to canonPtr
           perform spell-out-next-word
               until namePtr > 21 or candName(namePtr:) = spaces
           .

       spell-out-next-word.
           move spaces to wordText
           unstring candName delimited by all space
               into wordText with pointer namePtr
           end-unstring
           if wordText <> spaces
               move wordText to wordOut
               perform varying abbrevIdx from 1 by 1
                       until abbrevIdx > abbrevCount
                   if abbrevShort(abbrevIdx) = wordText
                       move abbrevLong(abbrevIdx) to wordOut
                   end-if
               end-perform
               if canonPtr > 1
                   string ' ' delimited by size
                       into candCanon with pointer canonPtr
                       on overflow continue
                   end-string
               end-if
               string function trim(wordOut) delimited by size
                   into candCanon with pointer canonPtr
                   on overflow continue
               end-string
           end-if
           .

       compute-soundex.
           move candCanon to soundWork
           inspect soundWork converting
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               to '0123012.02245501262301.202'
           move '0000' to soundKey
           move candCanon(1:1) to soundKey(1:1)
           move soundWork(1:1) to lastCode
           move 1 to soundLen
           perform varying charIdx from 2 by 1
                   until charIdx > 40 or soundLen = 4
               move soundWork(charIdx:1) to codeChar
               evaluate true
               when codeChar = space or codeChar = '.'
                   continue
               when codeChar = '0'
                   move '0' to lastCode
               when codeChar <> lastCode
                   add 1 to soundLen
                   move codeChar to soundKey(soundLen:1)
                   move codeChar to lastCode
               end-evaluate
           end-perform
           .

      *    sort output - the names arrive grouped by Soundex key, and
      *    each block is compared within itself once it is complete
       group-candidate-names.
           move 0 to memberCount
           move spaces to blockKey
           perform return-candidate
           perform collect-block-member until endOfSortFile
           perform compare-block
           .

       return-candidate.
           return sortFile
               at end move 1 to eofSortFlag
           end-return
           .

      *    the same name from further 'S' records only adds to the
      *    count on the first one
       collect-block-member.
           if sortSoundex <> blockKey
               perform compare-block
               move 0 to memberCount
               move sortSoundex to blockKey
           end-if
           evaluate true
           when memberCount > 0
                   and sortSource = 'S'
                   and memberSource(memberCount) = 'S'
                   and memberName(memberCount) = sortName
               add 1 to memberRepeats(memberCount)
           when memberCount >= 200
               add 1 to uncomparedNames
           when other
               add 1 to memberCount
               move sortCanon to memberCanon(memberCount)
               move sortName to memberName(memberCount)
               move sortSource to memberSource(memberCount)
               move sortRef to memberRef(memberCount)
               move sortStatus to memberStatus(memberCount)
               move 0 to memberRepeats(memberCount)
               move memberCount to memberParent(memberCount)
           end-evaluate
           perform return-candidate
           .

      *    every pair in the block is tried; a suspected pair joins
      *    the two names' groups, and each group of two or more names
      *    is reported under its first name
       compare-block.
           if memberCount > 1
               perform varying memberIdx from 1 by 1
                       until memberIdx >= memberCount
                   perform compare-with-later-members
               end-perform
               perform varying memberIdx from 1 by 1
                       until memberIdx > memberCount
                   move 0 to memberGroupSize(memberIdx)
               end-perform
               perform varying memberIdx from 1 by 1
                       until memberIdx > memberCount
                   move memberIdx to findIdx
                   perform find-group-root
                   move findIdx to memberRoot(memberIdx)
                   add 1 to memberGroupSize(findIdx)
               end-perform
               perform varying memberIdx from 1 by 1
                       until memberIdx > memberCount
                   if memberRoot(memberIdx) = memberIdx
                           and memberGroupSize(memberIdx) > 1
                       perform report-group
                   end-if
               end-perform
           end-if
           .

       compare-with-later-members.
           compute firstOther = memberIdx + 1
           perform compare-pair varying otherIdx from firstOther by 1
               until otherIdx > memberCount
           .

      *    an identical name is the same customer unless two accounts
      *    both carry it
       compare-pair.
           move 0 to pairCandidate
           if memberName(memberIdx) = memberName(otherIdx)
               if memberSource(memberIdx) = 'M'
                       and memberSource(otherIdx) = 'M'
                   move 1 to pairCandidate
               end-if
           else
               perform compute-edit-distance
               if editDistance <= maxDistance
                   move 1 to pairCandidate
               end-if
           end-if
           if pairCandidate = 1
               perform check-exception
               if exceptHit = 1
                   add 1 to suppressedPairs
               else
                   add 1 to pairCount
                   move memberIdx to findIdx
                   perform find-group-root
                   move findIdx to rootA
                   move otherIdx to findIdx
                   perform find-group-root
                   move findIdx to rootB
                   if rootA < rootB
                       move rootA to memberParent(rootB)
                   else
                       move rootB to memberParent(rootA)
                   end-if
               end-if
           end-if
           .

       find-group-root.
           perform step-to-parent
               until memberParent(findIdx) = findIdx
           .

       step-to-parent.
           move memberParent(findIdx) to findIdx
           .

       check-exception.
           move 0 to exceptHit
           perform varying exceptIdx from 1 by 1
                   until exceptIdx > exceptCount or exceptHit = 1
               if (exceptName1(exceptIdx) = memberName(memberIdx)
                       and exceptName2(exceptIdx)
                           = memberName(otherIdx))
                   or (exceptName1(exceptIdx) = memberName(otherIdx)
                       and exceptName2(exceptIdx)
                           = memberName(memberIdx))
                   move 1 to exceptHit
               end-if
           end-perform
           .

      *    single-letter insertions, deletions and substitutions
      *    between the two spelled-out names; lengths further apart
      *    than the limit cannot come within it and are not worked
       compute-edit-distance.
           compute lengthA = function length(
               function trim(memberCanon(memberIdx)))
           compute lengthB = function length(
               function trim(memberCanon(otherIdx)))
           if lengthA > lengthB + maxDistance
                   or lengthB > lengthA + maxDistance
               compute editDistance = maxDistance + 1
           else
               perform varying colIdx from 0 by 1
                       until colIdx > lengthB
                   move colIdx to prevRow(colIdx + 1)
               end-perform
               perform varying rowIdx from 1 by 1
                       until rowIdx > lengthA
                   perform edit-distance-row
               end-perform
               move prevRow(lengthB + 1) to editDistance
           end-if
           .

       edit-distance-row.
           move rowIdx to currRow(1)
           perform varying colIdx from 1 by 1 until colIdx > lengthB
               if memberCanon(memberIdx)(rowIdx:1)
                       = memberCanon(otherIdx)(colIdx:1)
                   move 0 to editCost
               else
                   move 1 to editCost
               end-if
               compute currRow(colIdx + 1) = function min(
                   prevRow(colIdx + 1) + 1,
                   currRow(colIdx) + 1,
                   prevRow(colIdx) + editCost)
           end-perform
           perform varying colIdx from 1 by 1
                   until colIdx > lengthB + 1
               move currRow(colIdx) to prevRow(colIdx)
           end-perform
           .

       report-group.
           add 1 to groupCount
           move groupCount to groupDisp
           move spaces to printLine
           write dupReportLine from printLine
           string 'GROUP ' groupDisp '   SOUNDEX ' blockKey
               delimited by size into printLine
           write dupReportLine from printLine
           perform varying otherIdx from memberIdx by 1
                   until otherIdx > memberCount
               if memberRoot(otherIdx) = memberIdx
                   perform report-group-member
               end-if
           end-perform
           .

       report-group-member.
           move spaces to printLine
           if memberSource(otherIdx) = 'M'
               string '    ' memberName(otherIdx)
                   '  ACCTMSTR account ' memberRef(otherIdx)(2:8)
                   delimited by size into printLine
               if memberStatus(otherIdx) = 'C'
                   move '(closed)' to printLine(57:8)
               end-if
           else
               string '    ' memberName(otherIdx)
                   '  BATCHIN  record  ' memberRef(otherIdx)
                   delimited by size into printLine
               if memberRepeats(otherIdx) > 0
                   move memberRepeats(otherIdx) to countDisp
                   string '(and ' function trim(countDisp)
                       ' more records)'
                       delimited by size into printLine(57:)
               end-if
           end-if
           write dupReportLine from printLine
           .

       report-run-totals.
           move spaces to printLine
           write dupReportLine from printLine
           move namesExamined to countDisp
           string 'NAMES EXAMINED        ' countDisp
               delimited by size into printLine
           write dupReportLine from printLine
           move masterNames to countDisp
           move spaces to printLine
           string '  FROM ACCTMSTR       ' countDisp
               delimited by size into printLine
           write dupReportLine from printLine
           move batchNames to countDisp
           move spaces to printLine
           string '  FROM BATCHIN        ' countDisp
               delimited by size into printLine
           write dupReportLine from printLine
           move groupCount to countDisp
           move spaces to printLine
           string 'GROUPS REPORTED       ' countDisp
               delimited by size into printLine
           write dupReportLine from printLine
           move pairCount to countDisp
           move spaces to printLine
           string 'SUSPECTED PAIRS       ' countDisp
               delimited by size into printLine
           write dupReportLine from printLine
           move suppressedPairs to countDisp
           move spaces to printLine
           string 'PAIRS ON DUPEXCPT     ' countDisp
               delimited by size into printLine
           write dupReportLine from printLine
           if uncomparedNames > 0
               move uncomparedNames to countDisp
               move spaces to printLine
               string 'NAMES NOT COMPARED    ' countDisp
                   '  (SOUNDEX BLOCK OVER 200 NAMES)'
                   delimited by size into printLine
               write dupReportLine from printLine
           end-if
           .

       end program DupCustomerReport.
