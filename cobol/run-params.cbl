      *    unknown parameter name is reported instead of ignored, and
      *    an echo page goes to the console at the top of the run
      *    showing every effective value and whether it came from the
      *    card or the default. The effective table is saved to
      *    PARMLAST on every load, and the next load reports each
      *    value that differs from it - old value, new value and
      *    whether it came from the card or the default - on the echo
      *    page. A parameter marked sensitive in the definition table
      *    (the restart flags, the retention period, the shard count,
      *    the period close) only takes a changed value when a
      *    PARMAUTH card NAME=APPROVER authorizes it; an unauthorized
      *    change falls back to the last run's value and the load
      *    hands back RETURN-CODE 1. A sensitive parameter going back
      *    to its default - the restart or close flag stood down
      *    after the night it was wanted - needs no authorization and
      *    is shown on the echo page as a change back to its default.
      *    Authorization cards roll into the dated generation
      *    PARMAUTH.YYYYMMDD once one has been used, so an approval
      *    cannot carry over to a later change
       identification division.
       program-id. LoadRunParams.

       file-control.
           select optional parmCard assign to 'RUNPARMS'
               organization is line sequential.
           select optional parmLast assign to 'PARMLAST'
               organization is line sequential.
           select optional parmAuth assign to 'PARMAUTH'
               organization is line sequential.
           select optional archiveFile assign using archiveDataset
               organization is line sequential.

       data division.
       file section.
       fd  parmCard.
       01  parmCardRec       pic x(80).

      *    the effective table as the last load left it, one line per
      *    parameter
       fd  parmLast.
       01  parmLastRec.
           05  lastName      pic x(20).
           05  filler        pic x(1).
           05  lastValue     pic x(9).

       fd  parmAuth.
       01  parmAuthRec       pic x(80).

       fd  archiveFile.
       01  archiveRec        pic x(80).

       working-storage section.
      *    one 49-byte definition per known parameter - 20 name, 1
      *    type ('N' numeric, 'F' Y/N flag, 'X' name of up to eight
      *    characters), 9 minimum, 9 maximum, 9 default, 1 sensitive
      *    ('S' = a change needs a PARMAUTH authorization) - the same
      *    literal-plus-REDEFINES seeding the reject-reason table in
      *    SettlementReport uses
       01  parmDefs.
           05  filler pic x(49) value
               'ARRTEST-SEED        N000000001999999999000000001 '.
           05  filler pic x(49) value
               'ARRTEST-ITERATIONS  N000000001000099999000000100 '.
           05  filler pic x(49) value
               'BASICTEST-SEED      N000000001999999999000000001 '.
           05  filler pic x(49) value
               'BASICTEST-ITERATIONSN000000001000099999000000100 '.
           05  filler pic x(49) value
               'LISTTEST-SEED       N000000001999999999000000001 '.
           05  filler pic x(49) value
               'LISTTEST-ITERATIONS N000000001000099999000000001 '.
           05  filler pic x(49) value
               'TREECKPT-DEPTH      N000000001000000020000000004 '.
           05  filler pic x(49) value
               'TREECKPT-INTERVAL   N000000001000000020000000002 '.
           05  filler pic x(49) value
               'BATCH-RESTART       F000000000000000000N        S'.
           05  filler pic x(49) value
               'BATCH-CKPT-INTERVAL N000000001000099999000000100 '.
           05  filler pic x(49) value
               'HSKP-RETAIN-DAYS    N000000001000000365000000007S'.
           05  filler pic x(49) value
               'BATCH-SHARDS        N000000001000000009000000002S'.
           05  filler pic x(49) value
               'REJQ-STUCK-DAYS     N000000001000000365000000002 '.
           05  filler pic x(49) value
               'SKEYRPT-ACCOUNT     N000000000099999999000000000 '.
           05  filler pic x(49) value
               'ORDER-BOOK-NAME     X000000000000000000ORDERBK   '.
           05  filler pic x(49) value
               'ORDRPT-OLDEST       N000000001000000050000000010 '.
           05  filler pic x(49) value
               'JOBSTREAM-RESTART   F000000000000000000N        S'.
           05  filler pic x(49) value
               'HOLD-LIMIT          N000000001000999999000100000 '.
           05  filler pic x(49) value
               'PERIOD-MONTH        N000000000000999912000000000 '.
           05  filler pic x(49) value
               'PERIOD-CLOSE        F000000000000000000N        S'.
           05  filler pic x(49) value
               'PERIOD-REJ-FACTOR   N000000001000000099000000002 '.
           05  filler pic x(49) value
               'DUPCUST-MAX-DIST    N000000000000000009000000002 '.
       01  parmSeedTable redefines parmDefs.
           05  parmDef           occurs 22 times.
               10  pdName        pic x(20).
               10  pdType        pic x(1).
               10  pdMin         pic 9(9).
               10  pdMax         pic 9(9).
               10  pdDefault     pic x(9).
               10  pdSensitive   pic x(1).
       01  parmTable.
           05  parmEntry         occurs 22 times.
               10  ptName        pic x(20).
               10  ptType        pic x(1).
               10  ptMin         pic 9(9).
               10  ptValue       pic x(9).
               10  ptSource      pic x(1).
      *            'D' = default, 'C' = card
               10  ptSensitive   pic x(1).
               10  ptLast        pic x(9).
               10  ptLastFound   pic 9.
               10  ptChange      pic x(1).
      *            ' ' = as last run, 'C' = changed tonight,
      *            'R' = change refused, last run's value kept
               10  ptRefused     pic x(9).
               10  ptApprover    pic x(8).
       01  parmCount         pic 9(2) value 22.
       01  parmIdx           pic 9(2).
       01  parmHit           pic 9(2).
       01  loadedFlag        pic 9 value 0.
       01  cardErrors        pic 9(3) value 0.
       01  cardValueNum      pic s9(9).
       01  cardValueDisp     pic -(9)9.
       01  runDate           pic x(8).
       01  archiveDataset    pic x(20).
       01  eofLastFlag       pic 9 value 0.
           88  endOfParmLast value 1.
       01  eofAuthFlag       pic 9 value 0.
           88  endOfParmAuth value 1.
      *    tonight's authorizations - a card beyond the bound is
      *    reported and skipped
       01  authTable.
           05  authEntry         occurs 50 times.
               10  authName      pic x(20).
               10  authApprover  pic x(8).
               10  authUsed      pic 9.
       01  authCount         pic 9(2) value 0.
       01  authIdx           pic 9(2).
       01  authHit           pic 9(2).
       01  authName1         pic x(20).
       01  authApprover1     pic x(20).
       01  authUsedCount     pic 9(2) value 0.
       01  changeCount       pic 9(3) value 0.
       01  refusedCount      pic 9(3) value 0.

       linkage section.
       01  parmName          pic x(20).

       procedure division.
           if parmsLoaded
               move 0 to return-code
               goback
           end-if
           move 1 to loadedFlag
           perform load-run-parameters
           goback.

      *    hands back the effective value of one parameter -
      *    which in a program is a coding error worth failing on
       entry 'GetRunParam' using parmName parmValue parmFound.
           if not parmsLoaded
               move 1 to loadedFlag
               perform load-run-parameters
           else
               move 0 to return-code
           end-if
           move 0 to parmFound
           move spaces to parmValue
           end-perform
           goback.

      *    the card, then the comparison with the last run's table,
      *    then the echo page - RETURN-CODE 1 when a sensitive change
      *    was refused
       load-run-parameters.
           move function current-date(1:8) to runDate
           perform seed-parameter-table
           open input parmCard
           perform read-parm-card
           perform apply-parm-card until endOfCard
           close parmCard
           perform load-last-parameters
           perform load-authorizations
           perform varying parmIdx from 1 by 1
                   until parmIdx > parmCount
               perform compare-with-last-run
           end-perform
           perform save-last-parameters
           if authUsedCount > 0
               perform roll-authorizations
           end-if
           perform echo-parameter-page
           if refusedCount > 0
               move 1 to return-code
           else
               move 0 to return-code
           end-if
           .

       seed-parameter-table.
           perform varying parmIdx from 1 by 1
                   until parmIdx > parmCount
               move pdMax(parmIdx) to ptMax(parmIdx)
               move pdDefault(parmIdx) to ptValue(parmIdx)
               move 'D' to ptSource(parmIdx)
               move pdSensitive(parmIdx) to ptSensitive(parmIdx)
               move spaces to ptLast(parmIdx)
               move 0 to ptLastFound(parmIdx)
               move space to ptChange(parmIdx)
               move spaces to ptRefused(parmIdx)
               move spaces to ptApprover(parmIdx)
           end-perform
           .

                   display 'RunParams: ' function trim(cardName)
                       ' must be Y or N, default kept'
               end-if
           when ptType(parmHit) = 'X'
               if cardValue = spaces or cardValue(9:) <> spaces
                   add 1 to cardErrors
                   display 'RunParams: ' function trim(cardName)
                       ' must be a name of 1 to 8 characters, '
                       'default kept'
               else
                   move cardValue(1:9) to ptValue(parmHit)
                   move 'C' to ptSource(parmHit)
               end-if
      *    card values come left-justified, so the class test runs
      *    through TEST-NUMVAL rather than tripping on the padding
           when function test-numval(cardValue) not = 0
           end-evaluate
           .

      *    a parameter missing from PARMLAST (the first run, or one
      *    added since) has nothing to differ from and is taken as is
       load-last-parameters.
           open input parmLast
           perform read-last-parameter
           perform note-last-parameter until endOfParmLast
           close parmLast
           .

       read-last-parameter.
           read parmLast
               at end move 1 to eofLastFlag
           end-read
           .

       note-last-parameter.
           perform varying parmIdx from 1 by 1
                   until parmIdx > parmCount
               if ptName(parmIdx) = lastName
                   move lastValue to ptLast(parmIdx)
                   move 1 to ptLastFound(parmIdx)
               end-if
           end-perform
           perform read-last-parameter
           .

       load-authorizations.
           open input parmAuth
           perform read-authorization
           perform note-authorization until endOfParmAuth
           close parmAuth
           .

       read-authorization.
           read parmAuth
               at end move 1 to eofAuthFlag
           end-read
           .

       note-authorization.
           if parmAuthRec = spaces or parmAuthRec(1:1) = '*'
               continue
           else
               move spaces to authName1
               move spaces to authApprover1
               unstring parmAuthRec delimited by '='
                   into authName1 authApprover1
               evaluate true
               when authName1 = spaces or authApprover1 = spaces
                   add 1 to cardErrors
                   display 'RunParams: authorization "'
                       function trim(parmAuthRec)
                       '" needs NAME=APPROVER, skipped'
               when authCount >= 50
                   add 1 to cardErrors
                   display 'RunParams: authorization table full, "'
                       function trim(parmAuthRec) '" skipped'
               when other
                   add 1 to authCount
                   move authName1 to authName(authCount)
                   move authApprover1 to authApprover(authCount)
                   move 0 to authUsed(authCount)
               end-evaluate
           end-if
           perform read-authorization
           .

      *    a sensitive value that moved needs an authorization naming
      *    it; without one the last run's value stands. A move back
      *    to the definition's default needs none - standing down a
      *    restart or a close is the normal night, and refusing it
      *    would keep the one-off setting in force night after night
       compare-with-last-run.
           if ptLastFound(parmIdx) = 1
                   and ptValue(parmIdx) <> ptLast(parmIdx)
               if ptSensitive(parmIdx) = 'S'
                       and ptValue(parmIdx) <> pdDefault(parmIdx)
                   move 0 to authHit
                   perform varying authIdx from 1 by 1
                           until authIdx > authCount or authHit > 0
                       if authName(authIdx) = ptName(parmIdx)
                           move authIdx to authHit
                       end-if
                   end-perform
                   if authHit = 0
                       add 1 to refusedCount
                       move 'R' to ptChange(parmIdx)
                       move ptValue(parmIdx) to ptRefused(parmIdx)
                       move ptLast(parmIdx) to ptValue(parmIdx)
                       display 'RunParams: ' function trim(
                           ptName(parmIdx)) ' change to '
                           function trim(ptRefused(parmIdx))
                           ' not authorized, last run''s value '
                           function trim(ptLast(parmIdx)) ' kept'
                   else
                       add 1 to changeCount
                       move 'C' to ptChange(parmIdx)
                       move authApprover(authHit)
                           to ptApprover(parmIdx)
                       if authUsed(authHit) = 0
                           move 1 to authUsed(authHit)
                           add 1 to authUsedCount
                       end-if
                   end-if
               else
                   add 1 to changeCount
                   move 'C' to ptChange(parmIdx)
               end-if
           end-if
           .

       save-last-parameters.
           open output parmLast
           perform varying parmIdx from 1 by 1
                   until parmIdx > parmCount
               move spaces to parmLastRec
               move ptName(parmIdx) to lastName
               move ptValue(parmIdx) to lastValue
               write parmLastRec
           end-perform
           close parmLast
           .

      *    the whole authorization deck rolls once any card in it
      *    was used; a card that authorized nothing is shown first
       roll-authorizations.
           perform varying authIdx from 1 by 1
                   until authIdx > authCount
               if authUsed(authIdx) = 0
                   display 'RunParams: authorization for '
                       function trim(authName(authIdx))
                       ' by ' function trim(authApprover(authIdx))
                       ' matched no change, rolled unused'
               end-if
           end-perform
           move spaces to archiveDataset
           string 'PARMAUTH.' runDate
               delimited by size into archiveDataset
           move 0 to eofAuthFlag
           open input parmAuth
           open extend archiveFile
           perform read-authorization
           perform roll-one-authorization until endOfParmAuth
           close archiveFile
           close parmAuth
           open output parmAuth
           close parmAuth
           .

       roll-one-authorization.
           move parmAuthRec to archiveRec
           write archiveRec
           perform read-authorization
           .

       echo-parameter-page.
           display 'Run parameters in effect:'
           perform varying parmIdx from 1 by 1
                   until parmIdx > parmCount
               evaluate true
               when ptChange(parmIdx) = 'R'
                   display '  ' ptName(parmIdx) ' = '
                       ptValue(parmIdx) '  (last run)'
               when ptSource(parmIdx) = 'C'
                   display '  ' ptName(parmIdx) ' = '
                       ptValue(parmIdx) '  (card)'
               when other
                   display '  ' ptName(parmIdx) ' = '
                       ptValue(parmIdx) '  (default)'
               end-evaluate
               evaluate ptChange(parmIdx)
               when 'C'
                   evaluate true
                   when ptApprover(parmIdx) <> spaces
                       display '      * changed tonight, was '
                           ptLast(parmIdx) ', authorized by '
                           ptApprover(parmIdx)
                   when ptSensitive(parmIdx) = 'S'
                       display '      * changed tonight, was '
                           ptLast(parmIdx) ', back to its default'
                   when other
                       display '      * changed tonight, was '
                           ptLast(parmIdx)
                   end-evaluate
               when 'R'
                   display '      * change to ' ptRefused(parmIdx)
                       ' REFUSED, not authorized'
               end-evaluate
           end-perform
           if changeCount > 0 or refusedCount > 0
               display '  ' changeCount ' value(s) changed since the '
                   'last run, ' refusedCount ' change(s) refused'
           end-if
           if cardErrors > 0
               display '  ' cardErrors ' card error(s) reported above'
           end-if
