                         Select ScheduleFile assign to 'E:\COBOL Stuff\NightRunDriver\NightRunDriver\ScheduleFile.txt'
                            organization is line sequential
                            file status is WS-SCH-Status.
                         Select RestartControl assign to 'E:\COBOL Stuff\NightRunDriver\NightRunDriver\RestartControl.txt'
                            organization is line sequential
                            file status is WS-RC-Status.
                         Select ExceptionsFile assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\Exceptions.txt'
                            organization is line sequential
                            file status is WS-EX-Status.
         05 OL-Outcome picture x(10).
         05 picture x(3) value spaces.
         05 OL-Reason picture x(30).
         05 picture x(3) value spaces.
         05 OL-Attempt picture 9.

      *Restart control - one record for the run date, rewritten after
      *every step: the attempt number and, per step, how it ended (C
      *completed, F failed, S skipped by the calendar, blank not
      *reached) and the attempt it ran in. A rerun the same day picks
      *up from it instead of repeating steps that already appended
      *their output.
       Fd RestartControl.
       01 Restart-Rec.
         05 RC-Run-Date picture 9(8).
         05 RC-Attempt picture 9.
         05 RC-Step occurs 9 times.
           10 RC-Step-Status picture x.
           10 RC-Step-Attempt picture 9.

      *Business-day calendar - one record per date: B ordinary
      *business day, H holiday/non-business day, E last business day
      *is enough to know the exception pile is non-empty. The length
      *matches the exception layout the cargo report writes.
       Fd ExceptionsFile.
       01 Exception-Peek-Rec picture x(157).

       Fd NightRunSummary.
       01 Summary-Rec picture x(80).
       01 Menu-Choice picture x value spaces.
       01 WS-Chain-Halted picture x value 'N'.
       01 WS-Step-Failed picture x value 'N'.
       01 WS-Step-Audited picture x value 'N'.
       01 CP-More-Records picture xxx value 'Yes'.
       01 Audit-More-Records picture xxx value 'Yes'.
       01 WS-Checkpoint-Left picture x value 'N'.
       01 WS-RC-Status picture xx value spaces.
       01 WS-Attempt picture 9 value 1.
       01 WS-Force-Step picture 9 value 0.
       01 WS-RC-Step picture 9 value 0.
       01 WS-Restarting picture x value 'N'.
       01 WS-Done-Status occurs 9 times picture x.
       01 WS-Done-Attempt occurs 9 times picture 9.
       01 WS-Prior-Reason.
         05 picture x(21) value 'COMPLETED IN ATTEMPT '.
         05 WS-Prior-Attempt picture 9.
         05 picture x(8) value spaces.
       01 WS-Run-Label.
         05 picture x(4) value 'RUN '.
         05 WS-Run-Label-No picture 9.
         05 picture x value space.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
      *tell a fresh output from a stale one. The last byte is the
      *step's frequency: D every business day, M last business day of
      *the month only, C conditional (the reprocess runs only when
      *the exceptions file has something in it). Fleet rebalancing
      *follows the counter's fleet and reservation files; the
      *management flash runs last so it reads every other step's
      *files as they stand.
       01 WS-Step-Count picture 9 value 9.
       01 WS-Step picture 9 value 0.
       01 StepTableData.
         05 picture x(73) value
             'CarRentMonthEnd.Program1        CARRENTMONTHEND     MonthEndReport.txt  M'.
         05 picture x(73) value
             'CargoExceptionReprocess.Program1CARGOEXCEPTIONREPROCRepricedReport.txt  C'.
         05 picture x(73) value
             'CarRentRebalance.Program1       CARRENTREBALANCE    FleetRebalance.txt  D'.
         05 picture x(73) value
             'ManagementFlash.Program1        MANAGEMENTFLASH     FlashReport.txt     D'.
       01 StepTable redefines StepTableData.
         05 stepEntry occurs 9 times.
           10 WS-Step-Entry-Name picture x(32).
           10 WS-Step-Audit-Name picture x(20).
           10 WS-Step-Output-Name picture x(20).
       01 WS-Call-Name picture x(32) value spaces.

      *Freshness flags per step, filled from the run-audit file.
       01 WS-Fresh-Flag occurs 9 times picture x.
       01 WS-Outcome occurs 9 times picture x(10).

       01 WS-SCH-Status picture xx value spaces.
       01 WS-EX-Status picture xx value spaces.
         05 SH-Date-Out picture 9(8).
         05 picture x(25) value spaces.

       01 Summary-Restart-Line.
         05 picture x(22) value spaces.
         05 picture x(18) value 'RESTART - ATTEMPT '.
         05 SR-Attempt-Out picture 9.
         05 picture x(39) value spaces.

       01 Summary-Detail-Line.
         05 picture x(3) value spaces.
         05 SD-Step-Name picture x(20).
         05 picture x(2) value spaces.
         05 SD-Output-Name picture x(20).
         05 picture x(2) value spaces.
         05 SD-Outcome picture x(10).
         05 picture x(2) value spaces.
         05 SD-Freshness picture x(13).
         05 picture x(2) value spaces.
         05 SD-Run-Out picture x(6).

       procedure division.
       100-Main-Module.
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           perform 150-Read-Schedule
           perform 170-Load-Restart-Control

           display ' '
           display 'NIGHT RUN DRIVER - END OF DAY CHAIN'
           display '  1 - Run the full end-of-day chain'
           if WS-Restarting = 'Y'
               display '    (resumes today''s run at the first step'
                   ' not completed)'
           end-if
           display '  2 - Print the night-run summary only'
           display '  3 - Force the chain from step N'
           display '  Q - Quit without running anything'
           display 'Enter choice: '
           accept Menu-Choice

           if Menu-Choice = '3'
               perform 180-Accept-Force-Step
               if WS-Force-Step > 0
                   move '1' to Menu-Choice
               end-if
           end-if

           if Menu-Choice = '1'
               perform 200-Run-Chain
               perform 400-Write-Summary
               close ScheduleFile
           end-if.

      *A control record for today means an earlier attempt already ran
      *part of the chain - this one is the next attempt and resumes
      *after the steps it completed. Any other date starts clean.
       170-Load-Restart-Control.
           move 'N' to WS-Restarting
           move 1 to WS-Attempt
           perform varying WS-Step from 1 by 1
             until WS-Step > WS-Step-Count
               move space to WS-Done-Status(WS-Step)
               move 0 to WS-Done-Attempt(WS-Step)
           end-perform
           open input RestartControl
           if WS-RC-Status = '00'
               read RestartControl
                   at end
                       continue
                   not at end
                       if RC-Run-Date = WS-Run-Date
                        and RC-Attempt numeric
                           move 'Y' to WS-Restarting
                           compute WS-Attempt = RC-Attempt + 1
                           perform varying WS-Step from 1 by 1
                             until WS-Step > WS-Step-Count
                               move RC-Step-Status(WS-Step)
                                 to WS-Done-Status(WS-Step)
                               move RC-Step-Attempt(WS-Step)
                                 to WS-Done-Attempt(WS-Step)
                           end-perform
                       end-if
               end-read
               close RestartControl
           end-if.

      *Operator override: run from step N regardless of what earlier
      *attempts completed. Steps ahead of it are left alone.
       180-Accept-Force-Step.
           perform varying WS-Step from 1 by 1
             until WS-Step > WS-Step-Count
               display '  ' WS-Step ' - ' WS-Step-Audit-Name(WS-Step)
           end-perform
           display 'Force from step number: '
           accept WS-Force-Step
           if WS-Force-Step not numeric
              or WS-Force-Step < 1
              or WS-Force-Step > WS-Step-Count
               move 0 to WS-Force-Step
               display 'INVALID STEP NUMBER'
           end-if.

       200-Run-Chain.
           open extend OperationsLog
           if WS-OL-Status = '35'
               open output OperationsLog
           end-if
           move 'N' to WS-Chain-Halted
           if WS-Restarting = 'Y'
               display 'RESTARTING TODAY''S RUN - ATTEMPT ' WS-Attempt
           end-if
           perform 280-Save-Restart-Control
           perform varying WS-Step from 1 by 1
             until WS-Step > WS-Step-Count
               if WS-Chain-Halted = 'Y'
                   move 'SKIPPED' to WS-Outcome(WS-Step)
               else
                   perform 250-Run-One-Step
                   perform 280-Save-Restart-Control
               end-if
           end-perform
           close OperationsLog
           end-if.

       250-Run-One-Step.
           if (WS-Force-Step = 0 and WS-Done-Status(WS-Step) = 'C')
              or WS-Step < WS-Force-Step
               perform 252-Pass-Over-Step
           else
               perform 255-Check-Step-Schedule
               if WS-Skip-Reason not = spaces
                   move 'SKIPPED' to WS-Outcome(WS-Step)
                   Move FUNCTION CURRENT-DATE (9:6) to WS-Step-Start
                   move WS-Step-Start to WS-Step-End
                   display 'SKIPPING ' WS-Step-Audit-Name(WS-Step)
                       ' - ' WS-Skip-Reason
                   perform 275-Write-Ops-Log
                   move 'S' to WS-Done-Status(WS-Step)
                   move WS-Attempt to WS-Done-Attempt(WS-Step)
               else
                   perform 265-Call-One-Step
               end-if
           end-if.

      *A step an earlier attempt completed is not run again - it would
      *append its audit, ledger and rental output a second time. The
      *log says so; the summary still shows it completed, in the
      *attempt that ran it.
       252-Pass-Over-Step.
           Move FUNCTION CURRENT-DATE (9:6) to WS-Step-Start
           move WS-Step-Start to WS-Step-End
           if WS-Done-Status(WS-Step) = 'C'
               move WS-Done-Attempt(WS-Step) to WS-Prior-Attempt
               move WS-Prior-Reason to WS-Skip-Reason
               move 'PRIOR RUN' to WS-Outcome(WS-Step)
           else
               move 'BEFORE FORCED START STEP' to WS-Skip-Reason
               move 'SKIPPED' to WS-Outcome(WS-Step)
           end-if
           display 'PASSING OVER ' WS-Step-Audit-Name(WS-Step)
               ' - ' WS-Skip-Reason
           perform 275-Write-Ops-Log
           if WS-Done-Status(WS-Step) = 'C'
               move 'COMPLETED' to WS-Outcome(WS-Step)
           end-if.

      *A step only qualifies on a day the calendar allows it: nothing
           Move FUNCTION CURRENT-DATE (9:6) to WS-Step-Start
           move WS-Step-Entry-Name(WS-Step) to WS-Call-Name
           display 'STARTING ' WS-Step-Audit-Name(WS-Step)
           move 0 to return-code
           call WS-Call-Name
               on exception
                   move 'Y' to WS-Step-Failed
           end-call
           if return-code not = 0
               move 'Y' to WS-Step-Failed
               move 'STEP RETURN CODE NOT ZERO' to WS-Skip-Reason
           end-if
           Move FUNCTION CURRENT-DATE (9:6) to WS-Step-End

      *    Every step appends its run-audit record on the way out, so
      *    a step that returned without one did not finish its work -
      *    it is not marked completed, or a restart would pass it over.
           if WS-Step-Failed = 'N'
               perform 270-Confirm-Step-Audit
               if WS-Step-Audited = 'N'
                   move 'Y' to WS-Step-Failed
                   move 'NO RUN-AUDIT RECORD WRITTEN' to WS-Skip-Reason
               end-if
           end-if

      *    A cargo run that stopped on its restart checkpoint is a
      *    failure even though the call itself returned - halt the
      *    chain so the manifest can be rerun before anything

           if WS-Step-Failed = 'Y'
               move 'FAILED' to WS-Outcome(WS-Step)
               move 'F' to WS-Done-Status(WS-Step)
               move 'Y' to WS-Chain-Halted
               display '  STEP FAILED - CHAIN HALTED'
           else
               move 'COMPLETED' to WS-Outcome(WS-Step)
               move 'C' to WS-Done-Status(WS-Step)
           end-if
           move WS-Attempt to WS-Done-Attempt(WS-Step)
           perform 275-Write-Ops-Log.

      *The same test as the summary's freshness check, held to the
      *step just run: its own audit record, stamped no earlier than
      *the step started (or on a later date if it ran past midnight).
       270-Confirm-Step-Audit.
           move 'N' to WS-Step-Audited
           move 'Yes' to Audit-More-Records
           open input RunAuditFile
           if WS-AUD-Status = '00'
               perform until Audit-More-Records = 'No'
                   read RunAuditFile
                       at end
                           move 'No' to Audit-More-Records
                       not at end
                           if AUD-Program = WS-Step-Audit-Name(WS-Step)
                               if AUD-Run-Date > WS-Run-Date
                                  or (AUD-Run-Date = WS-Run-Date
                                      and AUD-Run-Time >= WS-Step-Start)
                                   move 'Y' to WS-Step-Audited
                               end-if
                           end-if
                   end-read
               end-perform
               close RunAuditFile
           end-if.

       275-Write-Ops-Log.
           move spaces to Ops-Log-Rec
           move WS-Step-Audit-Name(WS-Step) to OL-Step-Name
           move WS-Step-End to OL-End-Time
           move WS-Outcome(WS-Step) to OL-Outcome
           move WS-Skip-Reason to OL-Reason
           move WS-Attempt to OL-Attempt
           write Ops-Log-Rec.

       280-Save-Restart-Control.
           open output RestartControl
           move spaces to Restart-Rec
           move WS-Run-Date to RC-Run-Date
           move WS-Attempt to RC-Attempt
           perform varying WS-RC-Step from 1 by 1
             until WS-RC-Step > WS-Step-Count
               move WS-Done-Status(WS-RC-Step)
                 to RC-Step-Status(WS-RC-Step)
               move WS-Done-Attempt(WS-RC-Step)
                 to RC-Step-Attempt(WS-RC-Step)
           end-perform
           write Restart-Rec
           close RestartControl.

       300-Check-Cargo-Checkpoint.
           move 'N' to WS-Checkpoint-Left
           move 'Yes' to CP-More-Records
               close CheckpointFile
           end-if.

      *With no chain run this session the summary reports what today's
      *attempts recorded on the restart control.
       350-Default-Outcomes.
           perform varying WS-Step from 1 by 1
             until WS-Step > WS-Step-Count
               if WS-Done-Status(WS-Step) = 'C'
                   move 'COMPLETED' to WS-Outcome(WS-Step)
               else
                   if WS-Done-Status(WS-Step) = 'F'
                       move 'FAILED' to WS-Outcome(WS-Step)
                   else
                       if WS-Done-Status(WS-Step) = 'S'
                           move 'SKIPPED' to WS-Outcome(WS-Step)
                       else
                           move 'NOT RUN' to WS-Outcome(WS-Step)
                       end-if
                   end-if
               end-if
           end-perform
           if WS-Restarting = 'Y'
               subtract 1 from WS-Attempt
           end-if.

      *One page showing which outputs were produced today and which
      *are stale from a prior day, judged by each program's latest
           move Summary-Header-Line to Summary-Rec
           write Summary-Rec
             after advancing 1 line
           if WS-Attempt > 1
               move spaces to Summary-Rec
               move WS-Attempt to SR-Attempt-Out
               move Summary-Restart-Line to Summary-Rec
               write Summary-Rec
                 after advancing 1 line
           end-if
           move spaces to Summary-Rec
           write Summary-Rec
           perform varying WS-Step from 1 by 1
               else
                   move 'STALE/MISSING' to SD-Freshness
               end-if
               if WS-Done-Status(WS-Step) = spaces
                  or (WS-Outcome(WS-Step) = 'SKIPPED'
                      and WS-Done-Status(WS-Step) not = 'S')
                   move spaces to SD-Run-Out
               else
                   move WS-Done-Attempt(WS-Step) to WS-Run-Label-No
                   move WS-Run-Label to SD-Run-Out
               end-if
               move Summary-Detail-Line to Summary-Rec
               write Summary-Rec
                 after advancing 1 line
               display SD-Step-Name ' ' SD-Output-Name ' '
                   SD-Outcome ' ' SD-Freshness ' ' SD-Run-Out
           end-perform
           close NightRunSummary.

