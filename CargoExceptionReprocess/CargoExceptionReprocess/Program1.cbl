                        file status is WS-AG-Status.
                        Select EscalationReport assign to 'E:\COBOL Stuff\CargoExceptionReprocess\CargoExceptionReprocess\EscalationReport.txt'
                        organization is line sequential.
                        Select OfficeStats assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\OfficeStats.txt'
                        organization is line sequential
                        file status is WS-OS-Status.
                        Select RunAuditFile assign to 'E:\COBOL Stuff\RunAudit.txt'
                        organization is line sequential
                        file status is WS-AUD-Status.
         05 ExSailDate-In picture 9(8).
         05 picture x(4).
         05 ExFirstSeen-In picture 9(8).
         05 picture x(4).
         05 ExConsignee-In picture x(5).
         05 picture x(4).
         05 ExOffice-In picture x(3).

       Fd PriceMaster.
       01 PriceMasterRec.
         05 TM-Country picture x(14).
         05 TM-Duty-Pct picture 99v99.

      *Shipping office statistics history shared with the manifest
      *run - this program adds a source R record per office with the
      *exceptions it repaired.
       Fd OfficeStats.
       01 Office-Stats-Rec.
         05 OS-Run-Date picture 9(8).
         05 OS-Source picture x.
         05 OS-Office picture x(3).
         05 OS-Manifests picture 9(5).
         05 OS-Out-Of-Balance picture 9(5).
         05 OS-Lines picture 9(7).
         05 OS-Exc-Ship picture 9(7).
         05 OS-Exc-Voyage picture 9(7).
         05 OS-Exc-Product picture 9(7).
         05 OS-Exc-Hold picture 9(7).
         05 OS-Exc-Stale picture 9(7).
         05 OS-Repaired picture 9(7).

       Fd AgingParm.
       01 Aging-Parm-Rec.
         05 AG-Escalate-Days picture 999.
           10 WS-Ex-Country picture x(14).
           10 WS-Ex-SailDate picture 9(8).
           10 WS-Ex-FirstSeen picture 9(8).
           10 WS-Ex-Consignee picture x(5).
           10 WS-Ex-Office picture x(3).
           10 WS-Ex-Repriced picture x.
       01 WS-Units-Text picture x(5).
       01 WS-Units-Numeric redefines WS-Units-Text picture 9(5).
       01 WS-Repriced-Count picture 999 value 0.
       01 WS-Remaining-Count picture 999 value 0.

      *Repairs by the shipping office that sent the line, appended to
      *the office statistics history for the scorecard. Lines from
      *before the office was carried on the exception count under a
      *blank office.
       01 WS-OS-Status picture xx value spaces.
       01 WS-Max-Offices picture 99 value 20.
       01 WS-Office-Count picture 99 value 0.
       01 OfficeTable.
         05 officeArray occurs 1 to 20 times
              depending on WS-Office-Count.
           10 WS-OF-Office picture x(3).
           10 WS-OF-Repaired picture 9(7).
       01 ofx picture 99 value 0.
       01 WS-Office-Index picture 99 value 0.

      *Run-audit bookkeeping - swing tolerance from AuditParm, counts
      *compared to this program's previous audit record. Read counts
      *the exceptions loaded, written the lines repriced, rejected
           close RepricedReport

           perform 500-Rewrite-Exceptions-File
           if WS-Office-Count > 0
               perform 550-Write-Office-Stats
           end-if
           perform 600-Write-Escalation-Report
           perform 900-Write-Run-Audit
           display 'EXCEPTIONS REPRICED:      ' WS-Repriced-Count
                               else
                                   move WS-Run-Date to WS-Ex-FirstSeen(WS-Exception-Count)
                               end-if
                               move ExConsignee-In to WS-Ex-Consignee(WS-Exception-Count)
                               move ExOffice-In to WS-Ex-Office(WS-Exception-Count)
                               move 'N' to WS-Ex-Repriced(WS-Exception-Count)
                           end-if
                   end-read
               perform 400-Output-Record
               move 'Y' to WS-Ex-Repriced(E)
               add 1 to WS-Repriced-Count
               perform 450-Count-Office-Repair
           end-if.

      *Pick the latest rate effective on or before the sailing date,
           move 0 to WS-Country-Subtotal
           move 0 to WS-Country-Duty.

       450-Count-Office-Repair.
           move 0 to WS-Office-Index
           perform varying ofx from 1 by 1
             until ofx > WS-Office-Count
               if WS-OF-Office(ofx) = WS-Ex-Office(E)
                   move ofx to WS-Office-Index
               end-if
           end-perform
           if WS-Office-Index = 0
            and WS-Office-Count < WS-Max-Offices
               add 1 to WS-Office-Count
               move WS-Office-Count to WS-Office-Index
               move WS-Ex-Office(E) to WS-OF-Office(WS-Office-Index)
               move 0 to WS-OF-Repaired(WS-Office-Index)
           end-if
           if WS-Office-Index > 0
               add 1 to WS-OF-Repaired(WS-Office-Index)
           end-if.

       550-Write-Office-Stats.
           open extend OfficeStats
           if WS-OS-Status = '35'
               open output OfficeStats
           end-if
           perform varying ofx from 1 by 1
             until ofx > WS-Office-Count
               move spaces to Office-Stats-Rec
               move WS-Run-Date to OS-Run-Date
               move 'R' to OS-Source
               move WS-OF-Office(ofx) to OS-Office
               move 0 to OS-Manifests
               move 0 to OS-Out-Of-Balance
               move 0 to OS-Lines
               move 0 to OS-Exc-Ship
               move 0 to OS-Exc-Voyage
               move 0 to OS-Exc-Product
               move 0 to OS-Exc-Hold
               move 0 to OS-Exc-Stale
               move WS-OF-Repaired(ofx) to OS-Repaired
               write Office-Stats-Rec
           end-perform
           close OfficeStats.

       500-Rewrite-Exceptions-File.
           open output ExceptionsFile
           perform varying E from 1 by 1
                   move WS-Ex-Country(E) to ExCountry-In
                   move WS-Ex-SailDate(E) to ExSailDate-In
                   move WS-Ex-FirstSeen(E) to ExFirstSeen-In
                   move WS-Ex-Consignee(E) to ExConsignee-In
                   move WS-Ex-Office(E) to ExOffice-In
                   write Exception-Rec
                   add 1 to WS-Remaining-Count
               end-if
