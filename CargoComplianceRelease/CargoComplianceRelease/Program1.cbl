       Identification division.
       program-id. Program1 as "CargoComplianceRelease.Program1".

       Environment division.
       Input-Output section.
       File-control.    Select ComplianceHold assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ComplianceHold.txt'
                        organization is line sequential
                        file status is WS-CH-Status.
                        Select ComplianceDecisions assign to 'E:\COBOL Stuff\CargoComplianceRelease\CargoComplianceRelease\ComplianceDecisions.txt'
                        organization is line sequential
                        file status is WS-CD-Status.
                        Select ComplianceReleased assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ComplianceReleased.txt'
                        organization is line sequential
                        file status is WS-RL-Status.
                        Select ComplianceLog assign to 'E:\COBOL Stuff\CargoComplianceRelease\CargoComplianceRelease\ComplianceLog.txt'
                        organization is line sequential
                        file status is WS-LG-Status.
                        Select ApprovalReport assign to 'E:\COBOL Stuff\CargoComplianceRelease\CargoComplianceRelease\ComplianceApprovals.txt'
                        organization is line sequential.
                        Select RunAuditFile assign to 'E:\COBOL Stuff\RunAudit.txt'
                        organization is line sequential
                        file status is WS-AUD-Status.
                        Select AuditParm assign to 'E:\COBOL Stuff\AuditParm.txt'
                        organization is line sequential
                        file status is WS-AP-Status.

       Data division.

       File section.
      *Lines the cargo run's restricted trade screening held out of
      *pricing, one per hold number.
       Fd ComplianceHold.
       01 Compliance-Hold-Rec.
         05 CH-Hold-No picture 9(7).
         05 CH-Hold-Date picture 9(8).
         05 CH-Office picture x(3).
         05 CH-Manifest-Id picture x(6).
         05 CH-ShipName picture x(20).
         05 CH-Product picture x(10).
         05 CH-Units picture 9(5).
         05 CH-Country picture x(14).
         05 CH-SailDate picture 9(8).
         05 CH-Consignee picture x(5).
         05 CH-Control picture x.
         05 CH-Reason picture x(32).
         05 CH-Version picture 99.

      *Compliance decisions - A releases the held line, R refuses it
      *for good. Every decision names the officer who made it; a
      *release also carries the licence or authorization reference
      *it was released under.
       Fd ComplianceDecisions.
       01 Decision-Rec.
         05 CD-Hold-No picture 9(7).
         05 CD-Action picture x.
         05 CD-Approver picture x(8).
         05 CD-Reference picture x(12).

      *Released lines in the manifest detail layout, followed by the
      *manifest and register version each was held from, picked up by
      *the next cargo run.
       Fd ComplianceReleased.
       01 Released-Rec.
         05 RL-ShipName picture x(20).
         05 RL-Product picture x(10).
         05 RL-Units picture 9(5).
         05 RL-Country picture x(14).
         05 RL-SailDate picture 9(8).
         05 RL-Consignee picture x(5).
         05 RL-Office picture x(3).
         05 RL-Manifest-Id picture x(6).
         05 RL-Version picture 99.

      *Permanent record of every compliance decision applied - who
      *released or refused which line, when, and under what reference.
       Fd ComplianceLog.
       01 Compliance-Log-Rec.
         05 LG-Date picture 9(8).
         05 LG-Time picture 9(6).
         05 LG-Hold-No picture 9(7).
         05 LG-Action picture x.
         05 LG-Approver picture x(8).
         05 LG-Reference picture x(12).
         05 LG-ShipName picture x(20).
         05 LG-Product picture x(10).
         05 LG-Units picture 9(5).
         05 LG-Country picture x(14).
         05 LG-Consignee picture x(5).
         05 LG-Control picture x.

       Fd ApprovalReport.
       01 Print-Rec picture x(80).

      *Shared run-audit file - every program in the suite appends one
      *record per run; the 900-level paragraphs are common across the
      *suite.
       Fd RunAuditFile.
       01 Audit-Rec.
         05 AUD-Program picture x(20).
         05 AUD-Run-Date picture 9(8).
         05 AUD-Run-Time picture 9(6).
         05 AUD-Records-Read picture 9(7).
         05 AUD-Records-Written picture 9(7).
         05 AUD-Records-Rejected picture 9(7).
         05 AUD-Money-Total picture s9(9)v99 sign is leading separate.
         05 AUD-Flag picture x(12).

       Fd AuditParm.
       01 Audit-Parm-Rec.
         05 AP-Swing-Pct picture 999.

       Working-storage section.

       01 Hold-More-Records picture xxx value 'Yes'.
       01 Decision-More-Records picture xxx value 'Yes'.
       01 VoidLine picture x(80) value spaces.
       01 WS-CH-Status picture xx value spaces.
       01 WS-CD-Status picture xx value spaces.
       01 WS-RL-Status picture xx value spaces.
       01 WS-LG-Status picture xx value spaces.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR picture 9(4).
           10 WS-CURRENT-MONTH picture 9(2).
           10 WS-CURRENT-DAY picture 9(2).
       01 WS-Run-Date picture 9(8) value 0.
       01 WS-Run-Time picture 9(6) value 0.

      *The whole hold file is held here while the day's decisions are
      *applied, then written back over itself with only the lines
      *still waiting on compliance.
       01 WS-Max-Holds picture 999 value 500.
       01 WS-Hold-Count picture 999 value 0.
       01 WS-Hold-Overflow picture x value 'N'.
       01 HoldTable.
         05 holdArray occurs 1 to 500 times
              depending on WS-Hold-Count
              indexed by H.
           10 WS-HD-Hold-No picture 9(7).
           10 WS-HD-Hold-Date picture 9(8).
           10 WS-HD-Office picture x(3).
           10 WS-HD-Manifest-Id picture x(6).
           10 WS-HD-ShipName picture x(20).
           10 WS-HD-Product picture x(10).
           10 WS-HD-Units picture 9(5).
           10 WS-HD-Country picture x(14).
           10 WS-HD-SailDate picture 9(8).
           10 WS-HD-Consignee picture x(5).
           10 WS-HD-Control picture x.
           10 WS-HD-Reason picture x(32).
           10 WS-HD-Version picture 99.
           10 WS-HD-Decision picture x.
       01 WS-Hold-Index picture 999 value 0.
       01 WS-Hold-Age picture s9(5) value 0.

       01 WS-Decisions-Found picture x value 'N'.
       01 WS-Decisions-Read picture 9(7) value 0.
       01 WS-Released-Count picture 9(7) value 0.
       01 WS-Refused-Count picture 9(7) value 0.
       01 WS-Rejected-Count picture 9(7) value 0.
       01 WS-Still-Held picture 9(7) value 0.
       01 WS-Decision-Result picture x(30) value spaces.

       01 HEADER.
         05 picture x(20) value spaces.
         05 picture x(32) value 'COMPLIANCE HOLD DECISIONS -     '.
         05 Header-Date-Out picture 9(8).
         05 picture x(20) value spaces.

       01 Decision-Column-Header.
         05 picture x(2) value spaces.
         05 picture x(7) value 'HOLD NO'.
         05 picture x(2) value spaces.
         05 picture x(3) value 'ACT'.
         05 picture x(2) value spaces.
         05 picture x(8) value 'OFFICER'.
         05 picture x(2) value spaces.
         05 picture x(9) value 'REFERENCE'.
         05 picture x(5) value spaces.
         05 picture x(6) value 'RESULT'.
         05 picture x(34) value spaces.

       01 Decision-Line.
         05 picture x(2) value spaces.
         05 DL-Hold-No-Out picture 9(7).
         05 picture x(3) value spaces.
         05 DL-Action-Out picture x.
         05 picture x(3) value spaces.
         05 DL-Approver-Out picture x(8).
         05 picture x(2) value spaces.
         05 DL-Reference-Out picture x(12).
         05 picture x(2) value spaces.
         05 DL-Result-Out picture x(30).
         05 picture x(10) value spaces.

       01 Decision-Detail-Line.
         05 picture x(14) value spaces.
         05 DD-Ship-Out picture x(20).
         05 picture x(2) value spaces.
         05 DD-Product-Out picture x(10).
         05 picture x(2) value spaces.
         05 DD-Country-Out picture x(14).
         05 picture x(2) value spaces.
         05 DD-Consignee-Out picture x(5).
         05 picture x(11) value spaces.

       01 Decision-Total-Line.
         05 picture x(2) value spaces.
         05 picture x(10) value 'RELEASED: '.
         05 DT-Released-Out picture ZZZZ9.
         05 picture x(3) value spaces.
         05 picture x(9) value 'REFUSED: '.
         05 DT-Refused-Out picture ZZZZ9.
         05 picture x(3) value spaces.
         05 picture x(10) value 'REJECTED: '.
         05 DT-Rejected-Out picture ZZZZ9.
         05 picture x(3) value spaces.
         05 picture x(12) value 'STILL HELD: '.
         05 DT-Held-Out picture ZZZZ9.
         05 picture x(8) value spaces.

       01 Held-Section-Header.
         05 picture x(20) value spaces.
         05 picture x(30) value 'LINES STILL ON COMPLIANCE HOLD'.
         05 picture x(30) value spaces.

       01 Held-Column-Header.
         05 picture x(2) value spaces.
         05 picture x(7) value 'HOLD NO'.
         05 picture x(2) value spaces.
         05 picture x(9) value 'SHIP NAME'.
         05 picture x(13) value spaces.
         05 picture x(5) value 'CONS.'.
         05 picture x(2) value spaces.
         05 picture x(7) value 'PRODUCT'.
         05 picture x(5) value spaces.
         05 picture x(7) value 'COUNTRY'.
         05 picture x(9) value spaces.
         05 picture x(4) value 'DAYS'.
         05 picture x(8) value spaces.

       01 Held-Line.
         05 picture x(2) value spaces.
         05 HL-Hold-No-Out picture 9(7).
         05 picture x(2) value spaces.
         05 HL-Ship-Out picture x(20).
         05 picture x(2) value spaces.
         05 HL-Consignee-Out picture x(5).
         05 picture x(2) value spaces.
         05 HL-Product-Out picture x(10).
         05 picture x(2) value spaces.
         05 HL-Country-Out picture x(14).
         05 picture x(2) value spaces.
         05 HL-Age-Out picture ZZZZ9.
         05 picture x(2) value spaces.
         05 HL-Control-Out picture x(5).

      *Run-audit bookkeeping - swing tolerance from AuditParm, counts
      *compared to this program's previous audit record. Read counts
      *the decisions on the day's file, written the lines released,
      *rejected the decisions turned away.
       01 WS-AUD-Status picture xx value spaces.
       01 WS-AP-Status picture xx value spaces.
       01 Audit-More-Records picture xxx value 'Yes'.
       01 WS-Swing-Pct picture 999 value 25.
       01 WS-Prev-Audit-Found picture x value 'N'.
       01 WS-Prev-Read picture 9(7) value 0.
       01 WS-Prev-Written picture 9(7) value 0.
       01 WS-Audit-Diff picture 9(8) value 0.
       01 WS-Audit-Flag picture x(12) value spaces.
       01 WS-Audit-Program picture x(20) value 'CARGOCOMPLIANCEREL'.

       Procedure division.
       100-Main-Module.
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Run-Date =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           Move FUNCTION CURRENT-DATE (9:6) to WS-Run-Time
           perform 150-Load-Hold-Table
           if WS-Hold-Overflow = 'Y'
               display 'COMPLIANCE HOLD FILE EXCEEDS THE TABLE - RUN STOPPED'
               display 'NO DECISIONS APPLIED, FILES LEFT AS THEY WERE'
               goback
           end-if

           open output ApprovalReport
           perform 200-Print-Header
           open extend ComplianceReleased
           if WS-RL-Status = '35'
               open output ComplianceReleased
           end-if
           open extend ComplianceLog
           if WS-LG-Status = '35'
               open output ComplianceLog
           end-if
           perform 300-Apply-Decisions
           close ComplianceReleased
             ComplianceLog
           perform 400-Print-Still-Held
           close ApprovalReport

           perform 500-Rewrite-Hold-File
           perform 550-Clear-Decisions
           perform 900-Write-Run-Audit
           display 'HOLDS RELEASED:           ' WS-Released-Count
           display 'HOLDS REFUSED:            ' WS-Refused-Count
           display 'DECISIONS REJECTED:       ' WS-Rejected-Count
           display 'LINES STILL ON HOLD:      ' WS-Still-Held
           goback.

       150-Load-Hold-Table.
           open input ComplianceHold
           if WS-CH-Status = '00'
               perform until Hold-More-Records = 'No'
                   read ComplianceHold
                       at end
                           move 'No' to Hold-More-Records
                       not at end
                           if WS-Hold-Count < WS-Max-Holds
                               add 1 to WS-Hold-Count
                               perform 155-Store-Hold
                           else
                               move 'Y' to WS-Hold-Overflow
                           end-if
                   end-read
               end-perform
               close ComplianceHold
           end-if.

       155-Store-Hold.
           move CH-Hold-No to WS-HD-Hold-No(WS-Hold-Count)
           move CH-Hold-Date to WS-HD-Hold-Date(WS-Hold-Count)
           move CH-Office to WS-HD-Office(WS-Hold-Count)
           move CH-Manifest-Id to WS-HD-Manifest-Id(WS-Hold-Count)
           move CH-ShipName to WS-HD-ShipName(WS-Hold-Count)
           move CH-Product to WS-HD-Product(WS-Hold-Count)
           move CH-Units to WS-HD-Units(WS-Hold-Count)
           move CH-Country to WS-HD-Country(WS-Hold-Count)
           move CH-SailDate to WS-HD-SailDate(WS-Hold-Count)
           move CH-Consignee to WS-HD-Consignee(WS-Hold-Count)
           move CH-Control to WS-HD-Control(WS-Hold-Count)
           move CH-Reason to WS-HD-Reason(WS-Hold-Count)
           if CH-Version numeric
               move CH-Version to WS-HD-Version(WS-Hold-Count)
           else
               move 0 to WS-HD-Version(WS-Hold-Count)
           end-if
           move space to WS-HD-Decision(WS-Hold-Count).

       200-Print-Header.
           move spaces to Print-Rec
           move WS-Run-Date to Header-Date-Out
           move HEADER to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move Decision-Column-Header to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move VoidLine to Print-Rec
           write Print-Rec.

       300-Apply-Decisions.
           open input ComplianceDecisions
           if WS-CD-Status = '00'
               move 'Y' to WS-Decisions-Found
               perform until Decision-More-Records = 'No'
                   read ComplianceDecisions
                       at end
                           move 'No' to Decision-More-Records
                       not at end
                           perform 310-Apply-One-Decision
                   end-read
               end-perform
               close ComplianceDecisions
           end-if
           move spaces to Print-Rec
           move WS-Released-Count to DT-Released-Out
           move WS-Refused-Count to DT-Refused-Out
           move WS-Rejected-Count to DT-Rejected-Out
           perform varying H from 1 by 1 until H > WS-Hold-Count
               if WS-HD-Decision(H) = space
                   add 1 to WS-Still-Held
               end-if
           end-perform
           move WS-Still-Held to DT-Held-Out
           move Decision-Total-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines.

      *A release must name its licence or authorization reference; a
      *refusal needs only the officer. A hold already decided earlier
      *in the same file cannot be decided again.
       310-Apply-One-Decision.
           add 1 to WS-Decisions-Read
           move spaces to WS-Decision-Result
           move 0 to WS-Hold-Index
           if CD-Hold-No numeric and WS-Hold-Count > 0
               Set H to 1
               SEARCH holdArray
                   at end
                       continue
                   WHEN WS-HD-Hold-No(H) = CD-Hold-No
                       Set WS-Hold-Index to H
               end-search
           end-if
           if WS-Hold-Index = 0
               move 'HOLD NUMBER NOT ON FILE' to WS-Decision-Result
           else
               if WS-HD-Decision(WS-Hold-Index) not = space
                   move 'HOLD ALREADY DECIDED' to WS-Decision-Result
               else
                   if CD-Action not = 'A' and CD-Action not = 'R'
                       move 'ACTION MUST BE A OR R' to WS-Decision-Result
                   else
                       if CD-Approver = spaces
                           move 'NO COMPLIANCE OFFICER NAMED'
                             to WS-Decision-Result
                       else
                           if CD-Action = 'A' and CD-Reference = spaces
                               move 'RELEASE NEEDS A REFERENCE'
                                 to WS-Decision-Result
                           end-if
                       end-if
                   end-if
               end-if
           end-if
           if WS-Decision-Result = spaces
               move CD-Action to WS-HD-Decision(WS-Hold-Index)
               if CD-Action = 'A'
                   perform 320-Release-Line
                   move 'RELEASED TO NEXT CARGO RUN' to WS-Decision-Result
                   add 1 to WS-Released-Count
               else
                   move 'REFUSED - REMOVED FROM HOLD' to WS-Decision-Result
                   add 1 to WS-Refused-Count
               end-if
               perform 330-Write-Log
           else
               add 1 to WS-Rejected-Count
           end-if
           perform 340-Print-Decision.

       320-Release-Line.
           move spaces to Released-Rec
           move WS-HD-ShipName(WS-Hold-Index) to RL-ShipName
           move WS-HD-Product(WS-Hold-Index) to RL-Product
           move WS-HD-Units(WS-Hold-Index) to RL-Units
           move WS-HD-Country(WS-Hold-Index) to RL-Country
           move WS-HD-SailDate(WS-Hold-Index) to RL-SailDate
           move WS-HD-Consignee(WS-Hold-Index) to RL-Consignee
           move WS-HD-Office(WS-Hold-Index) to RL-Office
           move WS-HD-Manifest-Id(WS-Hold-Index) to RL-Manifest-Id
           move WS-HD-Version(WS-Hold-Index) to RL-Version
           write Released-Rec.

       330-Write-Log.
           move spaces to Compliance-Log-Rec
           move WS-Run-Date to LG-Date
           move WS-Run-Time to LG-Time
           move CD-Hold-No to LG-Hold-No
           move CD-Action to LG-Action
           move CD-Approver to LG-Approver
           move CD-Reference to LG-Reference
           move WS-HD-ShipName(WS-Hold-Index) to LG-ShipName
           move WS-HD-Product(WS-Hold-Index) to LG-Product
           move WS-HD-Units(WS-Hold-Index) to LG-Units
           move WS-HD-Country(WS-Hold-Index) to LG-Country
           move WS-HD-Consignee(WS-Hold-Index) to LG-Consignee
           move WS-HD-Control(WS-Hold-Index) to LG-Control
           write Compliance-Log-Rec.

       340-Print-Decision.
           move spaces to Print-Rec
           if CD-Hold-No numeric
               move CD-Hold-No to DL-Hold-No-Out
           else
               move 0 to DL-Hold-No-Out
           end-if
           move CD-Action to DL-Action-Out
           move CD-Approver to DL-Approver-Out
           move CD-Reference to DL-Reference-Out
           move WS-Decision-Result to DL-Result-Out
           move Decision-Line to Print-Rec
           write Print-Rec
             after advancing 1 line
           if WS-Hold-Index > 0
               move spaces to Print-Rec
               move WS-HD-ShipName(WS-Hold-Index) to DD-Ship-Out
               move WS-HD-Product(WS-Hold-Index) to DD-Product-Out
               move WS-HD-Country(WS-Hold-Index) to DD-Country-Out
               move WS-HD-Consignee(WS-Hold-Index) to DD-Consignee-Out
               move Decision-Detail-Line to Print-Rec
               write Print-Rec
                 after advancing 1 line
           end-if.

      *Whatever is still undecided is listed with its age so nothing
      *sits on hold unnoticed.
       400-Print-Still-Held.
           move spaces to Print-Rec
           move Held-Section-Header to Print-Rec
           write Print-Rec
             after advancing 3 lines
           move Held-Column-Header to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move VoidLine to Print-Rec
           write Print-Rec
           perform varying H from 1 by 1 until H > WS-Hold-Count
               if WS-HD-Decision(H) = space
                   move 0 to WS-Hold-Age
                   if WS-HD-Hold-Date(H) numeric
                    and WS-HD-Hold-Date(H) > 0
                       compute WS-Hold-Age =
                           function integer-of-date(WS-Run-Date) -
                           function integer-of-date(WS-HD-Hold-Date(H))
                   end-if
                   move spaces to Print-Rec
                   move WS-HD-Hold-No(H) to HL-Hold-No-Out
                   move WS-HD-ShipName(H) to HL-Ship-Out
                   move WS-HD-Consignee(H) to HL-Consignee-Out
                   move WS-HD-Product(H) to HL-Product-Out
                   move WS-HD-Country(H) to HL-Country-Out
                   move WS-Hold-Age to HL-Age-Out
                   if WS-HD-Control(H) = 'E'
                       move 'EMBGO' to HL-Control-Out
                   else
                       move 'LIC' to HL-Control-Out
                   end-if
                   move Held-Line to Print-Rec
                   write Print-Rec
                     after advancing 1 line
               end-if
           end-perform.

       500-Rewrite-Hold-File.
           open output ComplianceHold
           perform varying H from 1 by 1 until H > WS-Hold-Count
               if WS-HD-Decision(H) = space
                   move spaces to Compliance-Hold-Rec
                   move WS-HD-Hold-No(H) to CH-Hold-No
                   move WS-HD-Hold-Date(H) to CH-Hold-Date
                   move WS-HD-Office(H) to CH-Office
                   move WS-HD-Manifest-Id(H) to CH-Manifest-Id
                   move WS-HD-ShipName(H) to CH-ShipName
                   move WS-HD-Product(H) to CH-Product
                   move WS-HD-Units(H) to CH-Units
                   move WS-HD-Country(H) to CH-Country
                   move WS-HD-SailDate(H) to CH-SailDate
                   move WS-HD-Consignee(H) to CH-Consignee
                   move WS-HD-Control(H) to CH-Control
                   move WS-HD-Reason(H) to CH-Reason
                   move WS-HD-Version(H) to CH-Version
                   write Compliance-Hold-Rec
               end-if
           end-perform
           close ComplianceHold.

      *The day's decisions are spent once applied - the file is
      *emptied so they cannot be applied a second time.
       550-Clear-Decisions.
           if WS-Decisions-Found = 'Y'
               open output ComplianceDecisions
               close ComplianceDecisions
           end-if.

       900-Write-Run-Audit.
           perform 905-Read-Audit-Parm
           perform 910-Scan-Prior-Audit
           move spaces to WS-Audit-Flag
           if WS-Prev-Audit-Found = 'Y'
               perform 915-Check-Swing
           end-if
           open extend RunAuditFile
           if WS-AUD-Status = '35'
               open output RunAuditFile
           end-if
           move spaces to Audit-Rec
           move WS-Audit-Program to AUD-Program
           move WS-Run-Date to AUD-Run-Date
           move WS-Run-Time to AUD-Run-Time
           move WS-Decisions-Read to AUD-Records-Read
           move WS-Released-Count to AUD-Records-Written
           move WS-Rejected-Count to AUD-Records-Rejected
           move 0 to AUD-Money-Total
           move WS-Audit-Flag to AUD-Flag
           write Audit-Rec
           close RunAuditFile.

       905-Read-Audit-Parm.
           open input AuditParm
           if WS-AP-Status = '00'
               read AuditParm
                   at end
                       continue
                   not at end
                       if AP-Swing-Pct numeric and AP-Swing-Pct > 0
                           move AP-Swing-Pct to WS-Swing-Pct
                       end-if
               end-read
               close AuditParm
           end-if.

      *Remember the most recent audit record this program wrote so the
      *new counts can be compared against it.
       910-Scan-Prior-Audit.
           open input RunAuditFile
           if WS-AUD-Status = '00'
               perform until Audit-More-Records = 'No'
                   read RunAuditFile
                       at end
                           move 'No' to Audit-More-Records
                       not at end
                           if AUD-Program = WS-Audit-Program
                               move 'Y' to WS-Prev-Audit-Found
                               move AUD-Records-Read to WS-Prev-Read
                               move AUD-Records-Written to WS-Prev-Written
                           end-if
                   end-read
               end-perform
               close RunAuditFile
           end-if.

       915-Check-Swing.
           if WS-Prev-Read > 0
               if WS-Decisions-Read > WS-Prev-Read
                   compute WS-Audit-Diff = WS-Decisions-Read - WS-Prev-Read
               else
                   compute WS-Audit-Diff = WS-Prev-Read - WS-Decisions-Read
               end-if
               if WS-Audit-Diff * 100 > WS-Swing-Pct * WS-Prev-Read
                   move 'NEEDS REVIEW' to WS-Audit-Flag
               end-if
           end-if
           if WS-Prev-Written > 0
               if WS-Released-Count > WS-Prev-Written
                   compute WS-Audit-Diff =
                       WS-Released-Count - WS-Prev-Written
               else
                   compute WS-Audit-Diff =
                       WS-Prev-Written - WS-Released-Count
               end-if
               if WS-Audit-Diff * 100 > WS-Swing-Pct * WS-Prev-Written
                   move 'NEEDS REVIEW' to WS-Audit-Flag
               end-if
           end-if.

       end program Program1.
