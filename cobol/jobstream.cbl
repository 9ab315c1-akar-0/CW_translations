      *    nightly job-stream controller - the night's steps
      *    (BatchCollate, BatchSplit, the BatchDriver shards,
      *    BatchCombine, SettlementReport, BatchOutDelta, Housekeeping
      *    and the test drivers beside them) used to be sequenced by
      *    hand, each operator deciding alone whether a RETURN-CODE 2
      *    should stop the next step. JobStream reads the JOBSTREAM
      *    definition dataset and CALLs each step in the order listed;
      *    each step line gives the highest RETURN-CODE the step may
      *    end with and whether going past it stops the stream ('S')
      *    or only flags the step and carries on ('F'). An optional
      *    fifth word is passed to the step as its PARM, the halfword
      *    length and text an EXEC statement's PARM arrives as - so
      *    'SHARD1 BatchDriver 0 S 1' runs the first shard driver
      *    over its own BATCHIN1. Every step's start and end go to
      *    RUNLOG through WriteRunLog under STEP plus the step name,
      *    with the step's RETURN-CODE on the end record. With
      *    JOBSTREAM-RESTART=Y the controller reads RUNLOG back, picks
      *    up the stream the last fresh start began, and resumes at
      *    the first step that did not end clean instead of starting
      *    again from the collate.
      *    RETURN-CODE is 2 when a gating step stopped the stream, 1
      *    when a step was only flagged or the parameter load refused
      *    an unauthorized change to a sensitive setting, 3 when the
      *    definition is missing or unusable, 0 when every step ended
      *    clean
       identification division.
       program-id. JobStream.

       environment division.
       input-output section.
       file-control.
           select optional jobDefs assign to 'JOBSTREAM'
               organization is line sequential.
           select optional runLog assign to 'RUNLOG'
               organization is line sequential.

       data division.
       file section.
      *    one step per line - step name, program, highest acceptable
      *    RETURN-CODE, action on failure and, optionally, the step's
      *    PARM; '*' in column one comments a line out
       fd  jobDefs.
       01  jobDefsRec        pic x(80).

       fd  runLog.
       01  runLogRec.
           05  rlDate          pic x(8).
           05  filler          pic x.
           05  rlTime          pic x(6).
           05  filler          pic x.
           05  rlJob           pic x(12).
           05  rlJobDetail redefines rlJob.
               10  rlJobPrefix pic x(4).
               10  rlJobStep   pic x(8).
           05  filler          pic x.
           05  rlEvent         pic x(1).
           05  filler          pic x.
           05  rlRead          pic 9(9).
           05  filler          pic x.
           05  rlWritten       pic 9(9).
           05  filler          pic x.
           05  rlRejected      pic 9(9).
           05  filler          pic x.
           05  rlRc            pic 9(4).

       working-storage section.
      *    the loaded stream - up to 50 steps
       01  stepTable.
           05  stepEntry         occurs 50 times.
               10  stepName          pic x(8).
               10  stepProgram       pic x(30).
               10  stepMaxRc         pic 9(4).
               10  stepAction        pic x(1).
      *                'S' = stop the stream, 'F' = flag and go on
               10  stepState         pic x(1).
      *                from RUNLOG on a restart - ' ' = not run,
      *                'S' = started only, 'C' = ended clean,
      *                'F' = ended past its highest RETURN-CODE
               10  stepParm          pic x(30).
       01  stepCount         pic 9(2) value 0.
       01  stepIdx           pic 9(2).
       01  stepHit           pic 9(2).
       01  firstStep         pic 9(2) value 1.
       01  eofDefsFlag       pic 9 value 0.
           88  endOfJobDefs  value 1.
       01  eofLogFlag        pic 9 value 0.
           88  endOfRunLog   value 1.
       01  defBad            pic 9 value 0.
       01  defToken1         pic x(30).
       01  defToken2         pic x(30).
       01  defToken3         pic x(30).
       01  defToken4         pic x(30).
       01  defToken5         pic x(30).
       01  callProgram       pic x(30).
      *    the PARM handed to the step called
       01  stepParmBlock.
           05  stepParmLength    pic s9(4) comp.
           05  stepParmText      pic x(30).
       01  stepRc            pic 9(4).
       01  stepMissing       pic 9.
       01  streamStopped     pic 9 value 0.
       01  flaggedSteps      pic 9(9) value 0.
       01  stepsRun          pic 9(9) value 0.
       01  restartStream     pic 9 value 0.
           88  restartRequested  value 1.
       01  parmName          pic x(20).
       01  parmValue         pic x(9).
       01  parmFound         pic 9.
       01  rcDisp            pic z(3)9.
       01  parmLoadRc        pic 9(4) value 0.
      *    run-log identity - the controller's own records, plus one
      *    pair per step under STEP and the step name
       01  logJob            pic x(12) value 'JOBSTREAM'.
       01  stepLogJob        pic x(12).
       01  logEvent          pic x(1).
       01  logZero           pic 9(9) value 0.
       01  logRc             pic 9(4).

       procedure division.
           call 'LoadRunParams'
           move return-code to parmLoadRc
           move 0 to return-code
           move 'JOBSTREAM-RESTART' to parmName
           call 'GetRunParam' using parmName parmValue parmFound
           if parmFound = 1 and parmValue(1:1) = 'Y'
               move 1 to restartStream
               move 'JOBRESTART' to logJob
           end-if
           move 'S' to logEvent
           move 0 to logRc
           call 'WriteRunLog' using logJob logEvent
               by content logZero logZero logZero
               by reference logRc

           perform load-job-stream
           if stepCount = 0 or defBad = 1
               display 'JobStream: no usable JOBSTREAM definition, '
                   'nothing run'
               move 3 to logRc
           else
               if restartRequested
                   perform find-restart-step
               end-if
               perform run-one-step
                   varying stepIdx from firstStep by 1
                   until stepIdx > stepCount or streamStopped = 1
               evaluate true
               when streamStopped = 1
                   move 2 to logRc
               when flaggedSteps > 0 or parmLoadRc > 0
                   move 1 to logRc
               when other
                   move 0 to logRc
               end-evaluate
           end-if
           if parmLoadRc > 0
               display 'JobStream: a sensitive parameter change was '
                   'refused - see the parameter page'
           end-if
           move 'E' to logEvent
           call 'WriteRunLog' using logJob logEvent
               stepsRun logZero flaggedSteps logRc
      *    the log service ends clean and so hands back RETURN-CODE
      *    zero - the stream's verdict is re-asserted last
           move logRc to return-code
           goback.

       load-job-stream.
           open input jobDefs
           perform read-job-def
           perform load-one-job-def until endOfJobDefs
           close jobDefs
           .

       read-job-def.
           read jobDefs
               at end move 1 to eofDefsFlag
           end-read
           .

      *    a definition line that cannot be read spoils the whole
      *    stream - running a night with a step quietly missing is
      *    worse than running none of it
       load-one-job-def.
           if jobDefsRec = spaces or jobDefsRec(1:1) = '*'
               continue
           else
               move spaces to defToken1 defToken2 defToken3 defToken4
                   defToken5
               unstring function trim(jobDefsRec)
                   delimited by all space
                   into defToken1 defToken2 defToken3 defToken4
                       defToken5
               perform load-step-line
           end-if
           perform read-job-def
           .

       load-step-line.
           evaluate true
           when stepCount >= 50
               display 'JobStream: more than 50 steps defined'
               move 1 to defBad
           when defToken1(9:) <> spaces or defToken2 = spaces
               display 'JobStream: bad step line "'
                   function trim(jobDefsRec) '"'
               move 1 to defBad
           when function test-numval(defToken3) <> 0
               display 'JobStream: step ' function trim(defToken1)
                   ' has no numeric highest RETURN-CODE'
               move 1 to defBad
           when defToken4 <> 'S' and defToken4 <> 'F'
               display 'JobStream: step ' function trim(defToken1)
                   ' action must be S or F'
               move 1 to defBad
           when other
               add 1 to stepCount
               move defToken1 to stepName(stepCount)
               move defToken2 to stepProgram(stepCount)
               compute stepMaxRc(stepCount) =
                   function numval(defToken3)
               move defToken4 to stepAction(stepCount)
               move space to stepState(stepCount)
               move defToken5 to stepParm(stepCount)
           end-evaluate
           .

      *    the stream being resumed is the one the last fresh
      *    JOBSTREAM start began - each fresh start wipes what went
      *    before it, each step record after it moves that step's
      *    state on, and earlier restarts simply add their steps' own
      *    records. The first step not ended clean is where the
      *    rerun picks up
       find-restart-step.
           open input runLog
           perform read-runlog-record
           perform apply-runlog-record until endOfRunLog
           close runLog
           move 0 to stepHit
           perform varying stepIdx from 1 by 1
                   until stepIdx > stepCount or stepHit > 0
               if stepState(stepIdx) <> 'C'
                   move stepIdx to stepHit
               end-if
           end-perform
           if stepHit = 0
               display 'JobStream: every step of the last stream '
                   'ended clean, nothing to rerun'
               compute firstStep = stepCount + 1
           else
               move stepHit to firstStep
               display 'JobStream: restarting at step '
                   stepName(firstStep)
           end-if
           .

       read-runlog-record.
           read runLog
               at end move 1 to eofLogFlag
           end-read
           .

       apply-runlog-record.
           evaluate true
           when rlJob = 'JOBSTREAM' and rlEvent = 'S'
               perform varying stepIdx from 1 by 1
                       until stepIdx > stepCount
                   move space to stepState(stepIdx)
               end-perform
           when rlJobPrefix = 'STEP'
               move 0 to stepHit
               perform varying stepIdx from 1 by 1
                       until stepIdx > stepCount or stepHit > 0
                   if stepName(stepIdx) = rlJobStep
                       move stepIdx to stepHit
                   end-if
               end-perform
               if stepHit > 0
                   perform apply-step-record
               end-if
           end-evaluate
           perform read-runlog-record
           .

       apply-step-record.
           if rlEvent = 'S'
               move 'S' to stepState(stepHit)
           else
               if rlRc is numeric and rlRc <= stepMaxRc(stepHit)
                   move 'C' to stepState(stepHit)
               else
                   move 'F' to stepState(stepHit)
               end-if
           end-if
           .

      *    each step is CANCELled after it returns, so the next
      *    CALL of the same program (the shard drivers) starts from
      *    fresh working storage; a program that cannot be loaded
      *    ends the step RETURN-CODE 16
       run-one-step.
           move spaces to stepLogJob
           string 'STEP' stepName(stepIdx)
               delimited by size into stepLogJob
           move 'S' to logEvent
           move 0 to logRc
           call 'WriteRunLog' using stepLogJob logEvent
               by content logZero logZero logZero
               by reference logRc
           move stepProgram(stepIdx) to callProgram
           move stepParm(stepIdx) to stepParmText
           if stepParmText = spaces
               move 0 to stepParmLength
           else
               compute stepParmLength = function length(
                   function trim(stepParmText))
           end-if
           display 'JobStream: step ' stepName(stepIdx) ' calls '
               function trim(callProgram)
           move 0 to stepMissing
           move 0 to return-code
           call callProgram using stepParmBlock
               on exception move 1 to stepMissing
           end-call
           if stepMissing = 1
               display 'JobStream: program '
                   function trim(callProgram) ' not found'
               move 16 to stepRc
           else
               move return-code to stepRc
               cancel callProgram
           end-if
           add 1 to stepsRun
           move 'E' to logEvent
           move stepRc to logRc
           call 'WriteRunLog' using stepLogJob logEvent
               by content logZero logZero logZero
               by reference logRc
           move stepRc to rcDisp
           if stepRc > stepMaxRc(stepIdx)
               if stepAction(stepIdx) = 'S'
                   move 1 to streamStopped
                   display 'JobStream: step ' stepName(stepIdx)
                       ' ended RC ' function trim(rcDisp)
                       ' - stream stopped'
               else
                   add 1 to flaggedSteps
                   display 'JobStream: step ' stepName(stepIdx)
                       ' ended RC ' function trim(rcDisp)
                       ' - flagged, stream continues'
               end-if
           else
               display 'JobStream: step ' stepName(stepIdx)
                   ' ended RC ' function trim(rcDisp)
           end-if
           .

       end program JobStream.
