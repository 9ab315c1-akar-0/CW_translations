      *    accumulates failure dumps, TREECAT keeps every named
      *    checkpoint until someone deletes the file by hand, and a
      *    completed BATCHCKPT sits waiting to confuse the next
      *    restart decision - the unsharded run's, or any of the
      *    shard drivers' BATCHCKPT1 to BATCHCKPT9. One nightly run
      *    ages them all on the HSKP-RETAIN-DAYS policy from the
      *    RUNPARMS card:
      *      - TESTHIST records older than the cutoff roll into the
      *        dated archive generation TESTHIST.YYYYMMDD, the
      *        recent ones staying online;
      *      - ARRTESTRPT (whose failure dumps carry no dates) rolls
      *        whole into ARRTESTRPT.YYYYMMDD and starts fresh;
      *      - TREECAT entries whose written-date has aged past the
      *        retention are purged, current ones kept - the order
      *        book stays current, BatchDriver rewriting it every
      *        clean night whether or not orders arrived;
      *      - a BATCHCKPT or BATCHCKPTn marked 'C' (run completed)
      *        is cleared so the next restart decision starts clean; a
      *        'P' is an interrupted run's position and is left alone,
      *        and a shard checkpoint is reported only where one is.
      *    HSKPRPT reports what was archived, purged and kept.
      *    TESTHIST ages in two sequential passes through the HSKPWORK
      *    work file, so a history of any size is aged whole.
      *    RETURN-CODE counts the datasets that could not be aged,
      *    and is at least 1 when a sensitive parameter change (the
      *    retention period among them) was refused
       identification division.
       program-id. Housekeeping.

               organization is indexed
               access mode is dynamic
               record key is cat-key.
           select optional batchCkpt assign using ckptDataset
               organization is line sequential.
           select hskpWork assign to 'HSKPWORK'
               organization is line sequential.
           select hskpReport assign to 'HSKPRPT'
               organization is line sequential.
           05  ckptStatus    pic x(1).
           05  filler        pic x(79).

      *    the TESTHIST records that stay online, in arrival order
       fd  hskpWork.
       01  hskpWorkRec       pic x(80).

       fd  hskpReport.
       01  hskpReportLine    pic x(100).

       01  parmName          pic x(20).
       01  parmValue         pic x(9).
       01  parmFound         pic 9.
       01  keepCount         pic 9(9).
       01  eofFlag           pic 9.
           88  endOfFile     value 1.
       01  archivedCount     pic 9(9).
       01  purgedCount       pic 9(9).
       01  keptCount         pic 9(9).
       01  failedDatasets    pic 9(3) value 0.
       01  parmLoadRc        pic 9(4) value 0.
       01  countDisp         pic z(8)9.
       01  reportPtr         pic 9(3).
      *    the checkpoint being looked at - 0 is the unsharded run's
       01  ckptShard         pic 9(2).
       01  ckptDataset       pic x(20).
      *    run-log identity for the shared RUNLOG trail
       01  logJob            pic x(12) value 'HOUSEKEEPING'.
       01  logEvent          pic x(1).
               by reference logRc
           move function current-date(1:8) to runDate
           call 'LoadRunParams'
           move return-code to parmLoadRc
           move 0 to return-code
           move 'HSKP-RETAIN-DAYS' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1
           perform archive-arr-test-rpt
           perform purge-tree-catalog
           perform clear-completed-checkpoint
               varying ckptShard from 0 by 1 until ckptShard > 9
           close hskpReport

           move failedDatasets to return-code
           if parmLoadRc > 0 and failedDatasets = 0
               move 1 to return-code
           end-if
           move 'E' to logEvent
           move return-code to logRc
           call 'WriteRunLog' using logJob logEvent
               by reference logRc
      *    the log service ends clean and so hands back RETURN-CODE
      *    zero - the run's verdict is re-asserted last
           move logRc to return-code
           goback.

      *    records older than the cutoff roll to the dated archive
      *    and the keepers to the work file, which the second pass
      *    copies back over TESTHIST
       age-test-history.
           move 0 to keepCount
           move 0 to archivedCount
           move 0 to eofFlag
           move spaces to archiveDataset
               delimited by size into archiveDataset
           open input testHist
           open output archiveFile
           open output hskpWork
           perform read-test-history
           perform age-one-history-record until endOfFile
           close hskpWork
           close archiveFile
           close testHist

           move 0 to eofFlag
           open input hskpWork
           open output testHist
           perform read-kept-history
           perform restore-one-history-record until endOfFile
           close testHist
           close hskpWork
           perform report-test-history
           .

       read-test-history.
               write archiveRec
               add 1 to archivedCount
           else
               add 1 to keepCount
               move testHistRec to hskpWorkRec
               write hskpWorkRec
           end-if
           perform read-test-history
           .

       read-kept-history.
           read hskpWork
               at end move 1 to eofFlag
           end-read
           .

       restore-one-history-record.
           move hskpWorkRec to testHistRec
           write testHistRec
           perform read-kept-history
           .

       report-test-history.
      *    job - clearing it keeps the next BATCH-RESTART=Y decision
      *    from reading a stale position
       clear-completed-checkpoint.
           move spaces to ckptDataset
           if ckptShard = 0
               move 'BATCHCKPT' to ckptDataset
           else
               string 'BATCHCKPT' ckptShard(2:1)
                   delimited by size into ckptDataset
           end-if
           move 0 to eofFlag
           open input batchCkpt
           read batchCkpt
               at end move 1 to eofFlag
           end-read
           close batchCkpt
           move spaces to hskpReportLine
           evaluate true
           when endOfFile and ckptShard > 0
               continue
           when endOfFile
               string '  ' function trim(ckptDataset)
                   ': empty, nothing to do'
                   delimited by size into hskpReportLine
           when ckptStatus = 'C'
               open output batchCkpt
               close batchCkpt
               string '  ' function trim(ckptDataset)
                   ': completed checkpoint cleared'
                   delimited by size into hskpReportLine
           when other
               string '  ' function trim(ckptDataset)
                   ': in-progress checkpoint kept'
                   delimited by size into hskpReportLine
           end-evaluate
           if hskpReportLine <> spaces
               write hskpReportLine
           end-if
           .

       end program Housekeeping.
