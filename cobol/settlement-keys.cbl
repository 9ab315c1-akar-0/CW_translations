      *    with the sequence it is on, so "what sequence is account X
      *    on" is answered from the master instead of by grepping old
      *    BATCHOUT files - the same one-line-per-entry reporting
      *    shape ListTreeCatalog gives the TREECAT catalog. With
      *    SKEYRPT-ACCOUNT set on the RUNPARMS card the report instead
      *    lists that one account's full key history off the KEYLEDGR
      *    issuance ledger - every key issued, the run and BATCHIN
      *    record that drew it, and a void marker on any key since
      *    voided. RETURN-CODE is 1 when the parameter load refused a
      *    change to a sensitive setting, otherwise 0
       identification division.
       program-id. SettlementKeyReport.

               organization is indexed
               access mode is sequential
               record key is masterAccount.
           select optional keyLedger assign to 'KEYLEDGR'
               organization is indexed
               access mode is dynamic
               record key is ledgerKey.

       data division.
       file section.
           05  masterAccount   pic 9(8).
           05  masterSequence  pic 9(11).

       fd  keyLedger.
       01  ledgerRec.
           05  ledgerKey.
               10  ledgAccount     pic 9(8).
               10  ledgSequence    pic 9(11).
           05  ledgCheck       pic 9(1).
           05  ledgRunDate     pic x(8).
           05  ledgRecordNo    pic 9(9).
           05  ledgStatus      pic x(1).
      *        'I' = issued and in force, 'V' = voided
           05  ledgVoidDate    pic x(8).
           05  ledgVoidRecNo   pic 9(9).

       working-storage section.
       01  accountTally      pic 9(9).
       01  listDone          pic 9.
       01  historyAccount    pic 9(8) value 0.
       01  voidTally         pic 9(9).
       01  parmName          pic x(20).
       01  parmValue         pic x(9).
       01  parmFound         pic 9.
       01  parmLoadRc        pic 9(4) value 0.

       procedure division.
           move 0 to accountTally
           move 0 to listDone
           call 'LoadRunParams'
           move return-code to parmLoadRc
           move 0 to return-code
           move 'SKEYRPT-ACCOUNT' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1
               compute historyAccount = function numval(parmValue)
           end-if
           if historyAccount > 0
               perform list-account-history
           else
               perform list-master
           end-if
           if parmLoadRc > 0
               move 1 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       list-master.
           open input settlKeyMaster
           display 'Settlement-key master:'
           perform list-next-account until listDone = 1
           if accountTally = 0
               display '  (none)'
           end-if
           .

       list-next-account.
           read settlKeyMaster
           end-read
           .

      *    the ledger is keyed account-then-sequence, so one START
      *    lands on the account's first key and the rest follow in
      *    issue order
       list-account-history.
           move 0 to voidTally
           open input keyLedger
           display 'Settlement-key history for account '
               historyAccount ':'
           move historyAccount to ledgAccount
           move 0 to ledgSequence
           start keyLedger key >= ledgerKey
               invalid key move 1 to listDone
           end-start
           perform list-next-ledger-entry until listDone = 1
           close keyLedger
           if accountTally = 0
               display '  (no keys issued)'
           else
               display '  keys issued = ' accountTally
                   ', voided = ' voidTally
           end-if
           .

       list-next-ledger-entry.
           read keyLedger next
               at end move 1 to listDone
               not at end
                   if ledgAccount <> historyAccount
                       move 1 to listDone
                   else
                       perform show-ledger-entry
                   end-if
           end-read
           .

       show-ledger-entry.
           add 1 to accountTally
           if ledgStatus = 'V'
               add 1 to voidTally
               display '  ' ledgAccount ledgCheck ledgSequence
                   '  issued ' ledgRunDate ' record ' ledgRecordNo
                   '  *** VOID ' ledgVoidDate ' record '
                   ledgVoidRecNo
           else
               display '  ' ledgAccount ledgCheck ledgSequence
                   '  issued ' ledgRunDate ' record ' ledgRecordNo
           end-if
           .

       end program SettlementKeyReport.
