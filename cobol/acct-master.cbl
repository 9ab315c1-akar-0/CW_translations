      *    account master maintenance - ACCTMSTR used to be a bare
      *    list of 8-digit keys, edited by hand to add or close an
      *    account, with no trace of who changed what or when.
      *    AccountMaintenance applies the night's ACCTTRAN
      *    transaction cards to the indexed account master instead:
      *    'A' adds an account open from the effective date, 'C'
      *    closes it as of the effective date, 'R' reopens a closed
      *    account and 'N' renames it. Each master record carries the
      *    account's status, its opening and closing dates and the
      *    customer name normalized through NNAME, so case and
      *    spacing never make one customer look like two. Every
      *    transaction, applied or refused, goes to the ACCTAUDIT
      *    trail with its user, its result and the record's before
      *    and after images. Applied cards roll into the dated
      *    generation ACCTTRAN.YYYYMMDD, the way RejectQueue rolls
      *    its correction cards, so a rerun cannot apply them twice.
      *    The old line-sequential key list cannot be opened as the
      *    indexed master: before the first run it is renamed away
      *    from ACCTMSTR and its keys converted to 'A' cards - account,
      *    an effective date no later than the oldest item still to
      *    settle, a user and a blank name - which build the indexed
      *    master in one run. RETURN-CODE is 1 when any transaction
      *    was refused, 0 otherwise
       identification division.
       program-id. AccountMaintenance.

       environment division.
       input-output section.
       file-control.
           select optional acctTran assign to 'ACCTTRAN'
               organization is line sequential.
           select optional acctMaster assign to 'ACCTMSTR'
               organization is indexed
               access mode is dynamic
               record key is acctKey.
           select optional acctAudit assign to 'ACCTAUDIT'
               organization is line sequential.
           select optional archiveFile assign using archiveDataset
               organization is line sequential.

       data division.
       file section.
      *    one transaction per card - code, account, the date the
      *    change takes effect (blank = the run date), the user who
      *    raised it, and the customer name for an add or rename
       fd  acctTran.
       01  acctTranRec.
           05  tranCode      pic x(1).
      *        'A' = add, 'C' = close, 'R' = reopen, 'N' = rename
           05  filler        pic x(1).
           05  tranAccount   pic x(8).
           05  filler        pic x(1).
           05  tranDate      pic x(8).
           05  filler        pic x(1).
           05  tranUser      pic x(8).
           05  filler        pic x(1).
           05  tranName      pic x(21).

      *    one record per account ever opened - a closed account
      *    stays on file with its closing date, so BatchDriver can
      *    still settle items dated before the close
       fd  acctMaster.
       01  acctMasterRec.
           05  acctKey       pic 9(8).
           05  acctStatus    pic x(1).
      *        'O' = open, 'C' = closed
           05  acctOpened    pic x(8).
           05  acctClosed    pic x(8).
           05  acctName      pic x(21).

       fd  acctAudit.
       01  acctAuditRec.
           05  auditStamp    pic x(14).
           05  filler        pic x(1).
           05  auditUser     pic x(8).
           05  filler        pic x(1).
           05  auditCode     pic x(1).
           05  filler        pic x(1).
           05  auditAccount  pic x(8).
           05  filler        pic x(1).
      *        APPLIED, or the reason the transaction was refused
           05  auditResult   pic x(8).
           05  filler        pic x(1).
           05  auditBefore   pic x(46).
           05  filler        pic x(1).
           05  auditAfter    pic x(46).

       fd  archiveFile.
       01  archiveRec        pic x(58).

       working-storage section.
       01  runDate           pic x(8).
       01  runStamp          pic x(14).
       01  archiveDataset    pic x(20).
       01  eofTranFlag       pic 9 value 0.
           88  endOfAcctTran value 1.
       01  acctOnFile        pic 9.
       01  effectiveDate     pic x(8).
       01  tranReason        pic x(8).
       01  beforeImage       pic x(46).
       01  nnameN            pic x(21).
       01  nnameResult       pic x(21).
       01  tranCount         pic 9(9) value 0.
       01  appliedCount      pic 9(9) value 0.
       01  refusedCount      pic 9(9) value 0.
      *    run-log identity for the shared RUNLOG trail
       01  logJob            pic x(12) value 'ACCTMAINT'.
       01  logEvent          pic x(1).
       01  logZero           pic 9(9) value 0.
       01  logRc             pic 9(4).

       procedure division.
           move 'S' to logEvent
           move 0 to logRc
           call 'WriteRunLog' using logJob logEvent
               by content logZero logZero logZero
               by reference logRc
           move function current-date(1:14) to runStamp
           move runStamp(1:8) to runDate

           open input acctTran
           open i-o acctMaster
           open extend acctAudit
           perform read-account-tran
           perform apply-account-tran until endOfAcctTran
           close acctAudit
           close acctMaster
           close acctTran
           if tranCount > 0
               perform roll-account-trans
           end-if

           display 'AccountMaintenance: transactions = ' tranCount
               ', applied = ' appliedCount ', refused = ' refusedCount
           if refusedCount > 0
               move 1 to return-code
           else
               move 0 to return-code
           end-if
           move 'E' to logEvent
           move return-code to logRc
           call 'WriteRunLog' using logJob logEvent
               tranCount appliedCount refusedCount logRc
      *    the log service ends clean and so hands back RETURN-CODE
      *    zero - the run's verdict is re-asserted last
           move logRc to return-code
           goback.

       read-account-tran.
           read acctTran
               at end move 1 to eofTranFlag
           end-read
           .

       apply-account-tran.
           if acctTranRec = spaces or acctTranRec(1:1) = '*'
               continue
           else
               add 1 to tranCount
               perform validate-account-tran
               if tranReason = spaces
                   evaluate tranCode
                   when 'A'
                       perform apply-add
                   when 'C'
                       perform apply-close
                   when 'R'
                       perform apply-reopen
                   when 'N'
                       perform apply-rename
                   end-evaluate
               end-if
               perform write-audit-record
           end-if
           perform read-account-tran
           .

      *    the card has to name a known code, a numeric account and
      *    a real calendar date before the master is even read; the
      *    master's current record (or spaces, for an account never
      *    opened) becomes the before image
       validate-account-tran.
           move spaces to tranReason
           move spaces to beforeImage
           move 0 to acctOnFile
           if tranDate = spaces
               move runDate to effectiveDate
           else
               move tranDate to effectiveDate
           end-if
           evaluate true
           when tranCode <> 'A' and tranCode <> 'C'
                   and tranCode <> 'R' and tranCode <> 'N'
               move 'BADCODE ' to tranReason
           when tranAccount is not numeric
               move 'BADACCT ' to tranReason
           when effectiveDate is not numeric
               move 'BADDATE ' to tranReason
           when function test-date-yyyymmdd(
                   function numval(effectiveDate)) <> 0
               move 'BADDATE ' to tranReason
           when tranUser = spaces
               move 'NOUSER  ' to tranReason
           when other
               move tranAccount to acctKey
               read acctMaster key is acctKey
                   invalid key continue
                   not invalid key
                       move 1 to acctOnFile
                       move acctMasterRec to beforeImage
               end-read
           end-evaluate
           .

      *    an add may come with no name - the accounts carried over
      *    from the old key list had none - and stands nameless until
      *    an 'N' rename gives it one
       apply-add.
           if acctOnFile = 1
               move 'EXISTS  ' to tranReason
           else
               if tranName = spaces
                   move spaces to nnameResult
               else
                   perform normalize-tran-name
               end-if
               if tranReason = spaces
                   move tranAccount to acctKey
                   move 'O' to acctStatus
                   move effectiveDate to acctOpened
                   move spaces to acctClosed
                   move nnameResult to acctName
                   write acctMasterRec
               end-if
           end-if
           .

      *    an account cannot close before the day it opened
       apply-close.
           evaluate true
           when acctOnFile = 0
               move 'NOTFOUND' to tranReason
           when acctStatus = 'C'
               move 'CLOSED  ' to tranReason
           when effectiveDate < acctOpened
               move 'BADDATE ' to tranReason
           when other
               move 'C' to acctStatus
               move effectiveDate to acctClosed
               rewrite acctMasterRec
           end-evaluate
           .

      *    a reopened account keeps its original opening date - the
      *    closing date clears, the close history stays in ACCTAUDIT
       apply-reopen.
           evaluate true
           when acctOnFile = 0
               move 'NOTFOUND' to tranReason
           when acctStatus <> 'C'
               move 'NOTCLOSE' to tranReason
           when other
               move 'O' to acctStatus
               move spaces to acctClosed
               rewrite acctMasterRec
           end-evaluate
           .

       apply-rename.
           if acctOnFile = 0
               move 'NOTFOUND' to tranReason
           else
               perform normalize-tran-name
               if tranReason = spaces
                   move nnameResult to acctName
                   rewrite acctMasterRec
               end-if
           end-if
           .

      *    the customer name goes through the same NNAME the batch
      *    driver uses for 'S' records - a name NNAME refuses
      *    refuses the transaction
       normalize-tran-name.
           move tranName to nnameN
           call 'NNAME' using
               by content nnameN
               by reference nnameResult
           if return-code <> 0
               move 0 to return-code
               move 'BADNAME ' to tranReason
           end-if
           .

       write-audit-record.
           move spaces to acctAuditRec
           move runStamp to auditStamp
           move tranUser to auditUser
           move tranCode to auditCode
           move tranAccount to auditAccount
           move beforeImage to auditBefore
           if tranReason = spaces
               add 1 to appliedCount
               move 'APPLIED ' to auditResult
               move acctMasterRec to auditAfter
           else
               add 1 to refusedCount
               move tranReason to auditResult
               move beforeImage to auditAfter
               display 'AccountMaintenance: ' tranCode ' '
                   tranAccount ' refused ' tranReason
           end-if
           write acctAuditRec
           .

       roll-account-trans.
           move spaces to archiveDataset
           string 'ACCTTRAN.' runDate
               delimited by size into archiveDataset
           move 0 to eofTranFlag
           open input acctTran
           open extend archiveFile
           perform read-account-tran
           perform roll-one-tran until endOfAcctTran
           close archiveFile
           close acctTran
           open output acctTran
           close acctTran
           .

       roll-one-tran.
           move acctTranRec to archiveRec
           write archiveRec
           perform read-account-tran
           .

       end program AccountMaintenance.
