                        file status is WS-CN-Status.
                        Select FreightInvoices assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\FreightInvoices.txt'
                        organization is line sequential.
                        Select InvoiceControl assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\InvoiceControl.txt'
                        organization is line sequential
                        file status is WS-IC-Status.
                        Select OpenReceivables assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\OpenReceivables.txt'
                        organization is line sequential
                        file status is WS-OR-Status.
                        Select RestrictedTrade assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\RestrictedTrade.txt'
                        organization is line sequential
                        file status is WS-RT-Status.
                        Select ExportLicences assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ExportLicences.txt'
                        organization is line sequential
                        file status is WS-EL-Status.
                        Select ComplianceHold assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ComplianceHold.txt'
                        organization is line sequential
                        file status is WS-CH-Status.
                        Select ComplianceControl assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ComplianceControl.txt'
                        organization is line sequential
                        file status is WS-CC-Status.
                        Select ComplianceReleased assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ComplianceReleased.txt'
                        organization is line sequential
                        file status is WS-RL-Status.
                        Select ScreeningReport assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ComplianceScreening.txt'
                        organization is line sequential.
                        Select ManifestRegister assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ManifestRegister.txt'
                        organization is line sequential
                        file status is WS-MR-Status.
                        Select ReversalReport assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ManifestReversals.txt'
                        organization is line sequential.
                        Select OfficeStats assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\OfficeStats.txt'
                        organization is line sequential
                        file status is WS-OS-Status.
                        Select RunAuditFile assign to 'E:\COBOL Stuff\RunAudit.txt'
                        organization is line sequential
                        file status is WS-AUD-Status.
      *MANIFEST header (office, manifest id, date), that office's
      *detail lines, then its TRAILER with the control totals for that
      *block alone. The three layouts share the same physical record.
      *A header resending a manifest already on the register carries
      *MH-Type A (amendment) or C (cancellation); blank is an original.
       Fd shipData.
       01 shipRecord-SRT.
         05 ShipName-SRT picture x(20).
         05 MH-Office picture x(3).
         05 MH-Manifest-Id picture x(6).
         05 MH-Date picture 9(8).
         05 MH-Type picture x.
         05 picture x(31).
       01 Trailer-Rec-In.
         05 TRI-Id picture x(7).
         05 TRI-Record-Count picture 9(7).
         05 SORT-Country picture x(14).
         05 SORT-SailDate picture 9(8).
         05 SORT-Consignee picture x(5).
         05 SORT-Man-Index picture 99.

      *The manifests are sorted by country then ship name before the
      *report pass so the country subtotals hold together no matter
      *what order the shipping offices sent the lines in. Only detail
      *lines reach the sort - the input procedure peels off each
      *MANIFEST header and TRAILER and reconciles that office's block
      *on the way through. Each line carries the position of its
      *manifest in the manifest table so what it prices can be
      *credited back to that manifest on the register.
       Fd SortedShipData.
       01 shipRecord.
         05 ShipName picture x(20).
         05 Country-In picture x(14).
         05 SailDate picture 9(8).
         05 Consignee-In picture x(5).
         05 Man-Index-In picture 99.

       Fd Outputfile.
       01 Print-Rec.

      *Each exception carries the date it first entered the file, so
      *the reprocess run can see how long a line has been circulating
      *and escalate the stale ones, and the consignee the line was
      *for, so a line held for credit can be traced back to whose it is.
      *The shipping office that sent the line rides along too, so a
      *repair made by the reprocess run is credited to the office.
       Fd ExceptionsFile.
       01 Exception-Rec.
         05 picture x(8).
         05 ExSailDate-Out picture 9(8).
         05 picture x(4).
         05 ExFirstSeen-Out picture 9(8).
         05 picture x(4).
         05 ExConsignee-Out picture x(5).
         05 picture x(4).
         05 ExOffice-Out picture x(3).

       Fd PriceMaster.
       01 PriceMasterRec.
         05 CN-Name picture x(20).
         05 CN-Country picture x(14).
         05 CN-Terms picture x(10).
         05 CN-Credit-Hold picture x.

       Fd FreightInvoices.
       01 Freight-Invoice-Line picture x(80).

      *Freight invoice control - the last invoice number handed out,
      *carried from run to run so numbers never repeat.
       Fd InvoiceControl.
       01 Invoice-Control-Rec.
         05 IC-Last-Invoice picture 9(7).

      *Open freight receivables - one record per invoice raised,
      *appended run after run. The cash-receipts program applies
      *payments against these by invoice number, carries any
      *overpayment as a type C credit, and rewrites the file with only
      *the items still open.
       Fd OpenReceivables.
       01 Receivable-Rec.
         05 OR-Invoice-No picture 9(7).
         05 OR-Consignee picture x(5).
         05 OR-Invoice-Date picture 9(8).
         05 OR-Due-Date picture 9(8).
         05 OR-Currency picture x(3).
         05 OR-Amount picture 9(9)v99.
         05 OR-Paid picture 9(9)v99.
         05 OR-Type picture x.
         05 OR-Last-Pay-Date picture 9(8).

      *Fixed-layout duty remittance export - one detail per
      *destination country plus a balancing trailer, the same pattern
      *the salesperson CommissionExport gives payroll, so the customs
      *filings stop being re-keyed from the printed report.
      *A country whose reversed duty outruns this run's duty goes out
      *as type R, a reclaim, with the excess; the trailer carries the
      *payable and reclaim totals separately.
       Fd DutyRemitExport.
       01 Duty-Export-Rec.
         05 DE-Country picture x(14).
         05 DE-Currency picture x(3).
         05 DE-Duty-Total picture 9(9)v99.
         05 DE-Period picture 9(6).
         05 DE-Type picture x.
         05 picture x(3).
       01 Duty-Export-Trailer-Rec.
         05 DE-TR-Id picture x(7).
         05 DE-TR-Count picture 9(5).
         05 DE-TR-Total-Duty picture 9(11)v99.
         05 DE-TR-Total-Reclaim picture 9(11)v99.

      *Restricted trade master - product and destination pairs that
      *are embargoed outright (control E) or that need an export
      *licence before they ship (control L). A blank product covers
      *every product bound for that country.
       Fd RestrictedTrade.
       01 Restricted-Trade-Rec.
         05 RT-Product picture x(10).
         05 RT-Country picture x(14).
         05 RT-Control picture x.

      *Export licences on file. A licence with no consignee covers
      *every consignee for its product and country; it is good for
      *sailings up to and including its expiry date.
       Fd ExportLicences.
       01 Export-Licence-Rec.
         05 EL-Licence-No picture x(12).
         05 EL-Consignee picture x(5).
         05 EL-Product picture x(10).
         05 EL-Country picture x(14).
         05 EL-Expiry picture 9(8).

      *Compliance hold file - lines the screening held out of pricing,
      *kept here apart from the general exceptions pile until the
      *compliance approval run releases or refuses them.
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

      *The last compliance hold number handed out.
       Fd ComplianceControl.
       01 Compliance-Control-Rec.
         05 CC-Last-Hold picture 9(7).

      *Lines the approval run has released, in the manifest detail
      *layout followed by the manifest and register version each was
      *held from. They join the next run's sort without being screened
      *again and the file is emptied once that run completes.
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

       Fd ScreeningReport.
       01 Screening-Line picture x(80).

      *Processed-manifest register, appended run after run. Each time
      *a manifest is processed, amended or cancelled a new version of
      *its M record goes on with the control totals and what it
      *priced, followed by an I record for every invoice raised from
      *it and a D record for the duty it owes each country. The
      *latest version for an office and manifest id is the one that
      *stands; an M record with status C means it was cancelled. When
      *lines held by compliance are released and priced in a later
      *run, a second M record of the same version goes on with the
      *totals brought up to date, followed by the I and D records for
      *what the released lines added.
       Fd ManifestRegister.
       01 Register-Manifest-Rec.
         05 MR-Type picture x.
         05 MR-Office picture x(3).
         05 MR-Manifest-Id picture x(6).
         05 MR-Version picture 99.
         05 MR-Status picture x.
         05 MR-Kind picture x.
         05 MR-Manifest-Date picture 9(8).
         05 MR-Run-Date picture 9(8).
         05 MR-Record-Count picture 9(7).
         05 MR-Total-Units picture 9(9).
         05 MR-Priced-Value picture 9(9)v99.
         05 MR-Duty-Total picture 9(9)v99.
       01 Register-Invoice-Rec.
         05 MRI-Type picture x.
         05 MRI-Office picture x(3).
         05 MRI-Manifest-Id picture x(6).
         05 MRI-Version picture 99.
         05 MRI-Invoice-No picture 9(7).
         05 MRI-Consignee picture x(5).
         05 MRI-Currency picture x(3).
         05 MRI-Amount picture 9(9)v99.
         05 picture x(30).
       01 Register-Duty-Rec.
         05 MRD-Type picture x.
         05 MRD-Office picture x(3).
         05 MRD-Manifest-Id picture x(6).
         05 MRD-Version picture 99.
         05 MRD-Country picture x(14).
         05 MRD-Currency picture x(3).
         05 MRD-Duty picture 9(9)v99.
         05 picture x(28).

       Fd ReversalReport.
       01 Reversal-Line picture x(80).

      *Shipping office statistics history, appended run after run -
      *one record per office per manifest run (source M) with what
      *the office sent and what went wrong with it, and one per
      *office per reprocess run (source R) with the exceptions that
      *run repaired. The monthly office scorecard is built from it.
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

      *Shared run-audit file - every program in the suite appends one
      *record per run; see the rental program for the full layout
           10 WS-DP-Country picture x(14).
           10 WS-DP-Currency picture x(3).
           10 WS-DP-Total picture 9(9)v99.
           10 WS-DP-Reversed picture 9(9)v99.
       01 WS-Duty-Export-Count picture 9(5) value 0.
       01 WS-Duty-Export-Total picture 9(11)v99 value 0.
       01 WS-Duty-Export-Reclaim picture 9(11)v99 value 0.
       01 WS-Duty-Net picture s9(9)v99 value 0.
       01 WS-Filing-Period picture 9(6) value 0.

      *Freight invoicing. Each priced line that names a consignee is
           10 WS-Con-Name picture x(20).
           10 WS-Con-Country picture x(14).
           10 WS-Con-Terms picture x(10).
           10 WS-Con-Hold picture x.
       01 WS-Con-Found picture x value 'N'.
       01 WS-Max-Inv-Lines picture 999 value 200.
       01 WS-Inv-Line-Count picture 999 value 0.
           10 WS-IL-Currency picture x(3).
           10 WS-IL-Duty picture 9(7)v99.
           10 WS-IL-Billed picture x.
           10 WS-IL-Manifest picture 99.
       01 iv picture 999 value 0.
       01 jv picture 999 value 0.
       01 WS-Cur-Consignee picture x(5) value spaces.
       01 WS-Cur-Manifest picture 99 value 0.
       01 WS-Inv-Value-Total picture 9(9)v99 value 0.
       01 WS-Inv-Duty-Total picture 9(9)v99 value 0.
       01 WS-Inv-Amount-Due picture 9(9)v99 value 0.

      *Invoice numbering and receivables. Every invoice takes the next
      *number from InvoiceControl and is appended to OpenReceivables
      *with its due date - the run date plus the days named in the
      *consignee's CN-Terms (NET 30, 45 DAYS and the like; terms with
      *no days in them, COD or PREPAID, fall due on the run date).
      *A consignee the cash-receipts run has put on credit hold gets
      *no more cargo invoiced - its lines go to the exceptions file.
       01 WS-IC-Status picture xx value spaces.
       01 WS-OR-Status picture xx value spaces.
       01 WS-Last-Invoice picture 9(7) value 0.
       01 WS-Invoice-No picture 9(7) value 0.
       01 WS-Invoice-Date picture 9(8) value 0.
       01 WS-Due-Date picture 9(8) value 0.
       01 WS-Inv-Currency picture x(3) value spaces.
       01 WS-Cur-Terms picture x(10) value spaces.
       01 WS-Terms-Days picture 9(3) value 0.
       01 WS-Terms-Digit picture 9 value 0.
       01 tx picture 99 value 0.
       01 WS-Credit-Hold picture x value 'N'.
       01 WS-Held-Count picture 9(5) value 0.

       01 FI-Title-Line.
         05 picture x(25) value spaces.
         05 picture x(29) value 'F R E I G H T   I N V O I C E'.
         05 picture x(7) value 'TERMS: '.
         05 FI-Con-Terms-Out picture x(10).
         05 picture x(32) value spaces.
       01 FI-Number-Line.
         05 picture x(5) value spaces.
         05 picture x(12) value 'INVOICE NO: '.
         05 FI-Inv-No-Out picture 9(7).
         05 picture x(3) value spaces.
         05 picture x(6) value 'DATE: '.
         05 FI-Inv-Date-Out picture 9(8).
         05 picture x(3) value spaces.
         05 picture x(5) value 'DUE: '.
         05 FI-Due-Date-Out picture 9(8).
         05 picture x(23) value spaces.
       01 FI-Detail-Line.
         05 picture x(5) value spaces.
         05 FI-Product-Out picture x(10).
         05 DP-Total-Out picture $$$,$$$,$$9.99.
         05 picture x(60) value spaces.

       01 Duty-Reversed-Line.
         05 picture x(8) value spaces.
         05 DR-Label-Out picture x(14).
         05 picture x(4) value spaces.
         05 DR-Reversed-Out picture $$$,$$$,$$9.99.
         05 picture x(4) value spaces.
         05 picture x(4) value 'NET '.
         05 DR-Net-Out picture $$$,$$$,$$9.99-.
         05 picture x(37) value spaces.

      *Restricted trade screening. Every detail line is screened in
      *the sort input procedure against the restricted trade master:
      *an embargoed pair, or a licence pair with no current export
      *licence on file, is held out of the sort - so it is never
      *priced or invoiced - and written to ComplianceHold with the
      *next hold number. Licensed lines go through. Everything the
      *screening touched is listed by ship and consignee on the daily
      *screening report. On a checkpoint rerun the holds were already
      *written by the failed run, so the lines are held again under
      *the same numbers but not written twice - the hold number
      *control is only moved on once the run completes.
       01 WS-RT-Status picture xx value spaces.
       01 WS-EL-Status picture xx value spaces.
       01 WS-CH-Status picture xx value spaces.
       01 WS-CC-Status picture xx value spaces.
       01 WS-RL-Status picture xx value spaces.
       01 Restricted-More-Records picture xxx value 'Yes'.
       01 Licence-More-Records picture xxx value 'Yes'.
       01 Released-More-Records picture xxx value 'Yes'.
       01 WS-Max-Restricted picture 999 value 100.
       01 WS-Restricted-Count picture 999 value 0.
       01 RestrictedTable.
         05 restrictedArray occurs 1 to 100 times
              depending on WS-Restricted-Count.
           10 WS-RT-Product picture x(10).
           10 WS-RT-Country picture x(14).
           10 WS-RT-Control picture x.
       01 WS-Max-Licences picture 999 value 100.
       01 WS-Licence-Count picture 999 value 0.
       01 LicenceTable.
         05 licenceArray occurs 1 to 100 times
              depending on WS-Licence-Count.
           10 WS-EL-Licence picture x(12).
           10 WS-EL-Consignee picture x(5).
           10 WS-EL-Product picture x(10).
           10 WS-EL-Country picture x(14).
           10 WS-EL-Expiry picture 9(8).
       01 rt picture 999 value 0.
       01 el picture 999 value 0.
       01 WS-Comp-Control picture x value space.
       01 WS-Comp-Held picture x value 'N'.
       01 WS-Comp-Reason picture x(32) value spaces.
       01 WS-Comp-Licence picture x(12) value spaces.
       01 WS-Last-Hold picture 9(7) value 0.
       01 WS-Hold-No picture 9(7) value 0.
       01 WS-Hold-Date picture 9(8) value 0.
       01 WS-Comp-Held-Count picture 9(5) value 0.
       01 WS-Comp-Held-Units picture 9(9) value 0.
       01 WS-Comp-Released-Count picture 9(5) value 0.
       01 WS-Comp-Released-Units picture 9(9) value 0.
       01 WS-Released-Found picture x value 'N'.

      *A released line is priced against the manifest it was held
      *from, so it lands on that manifest's register entry. If the
      *manifest has been amended or cancelled since, the line went
      *with the version it belonged to and is not priced.
       01 WS-Released-Index picture 99 value 0.
       01 WS-Released-Take picture x value 'Y'.
       01 WS-Comp-Superseded-Count picture 9(5) value 0.

       01 WS-Max-Screened picture 999 value 200.
       01 WS-Screen-Count picture 999 value 0.
       01 ScreenTable.
         05 screenArray occurs 1 to 200 times
              depending on WS-Screen-Count.
           10 WS-SC-Key.
             15 WS-SC-Ship picture x(20).
             15 WS-SC-Consignee picture x(5).
           10 WS-SC-Product picture x(10).
           10 WS-SC-Units picture 9(5).
           10 WS-SC-Country picture x(14).
           10 WS-SC-Result picture x(10).
           10 WS-SC-Reference picture x(12).
       01 ScreenOrder occurs 1 to 200 times
           depending on WS-Screen-Count
           picture 999.
       01 sc picture 999 value 0.
       01 sck picture 999 value 0.
       01 WS-Screen-Best-Pos picture 999 value 0.
       01 WS-Screen-Best-Key picture x(25) value spaces.
       01 WS-Screen-Temp picture 999 value 0.
       01 WS-Screen-Prior-Ship picture x(20) value spaces.

       01 SR-Header.
         05 picture x(18) value spaces.
         05 picture x(34) value 'RESTRICTED TRADE SCREENING REPORT '.
         05 SR-Date-Out picture 9(8).
         05 picture x(20) value spaces.
       01 SR-Column-Header.
         05 picture x(2) value spaces.
         05 picture x(9) value 'SHIP NAME'.
         05 picture x(13) value spaces.
         05 picture x(5) value 'CONS.'.
         05 picture x(2) value spaces.
         05 picture x(7) value 'PRODUCT'.
         05 picture x(5) value spaces.
         05 picture x(5) value 'UNITS'.
         05 picture x(2) value spaces.
         05 picture x(7) value 'COUNTRY'.
         05 picture x(9) value spaces.
         05 picture x(6) value 'RESULT'.
         05 picture x(8) value spaces.
       01 SR-Detail-Line.
         05 picture x(2) value spaces.
         05 SR-Ship-Out picture x(20).
         05 picture x(2) value spaces.
         05 SR-Consignee-Out picture x(5).
         05 picture x(2) value spaces.
         05 SR-Product-Out picture x(10).
         05 picture x(2) value spaces.
         05 SR-Units-Out picture ZZZZ9.
         05 picture x(2) value spaces.
         05 SR-Country-Out picture x(14).
         05 picture x(2) value spaces.
         05 SR-Result-Out picture x(14).
       01 SR-Reference-Line.
         05 picture x(40) value spaces.
         05 SR-Ref-Label picture x(14).
         05 SR-Ref-Out picture x(12).
         05 picture x(14) value spaces.
       01 SR-Total-Line.
         05 picture x(2) value spaces.
         05 picture x(14) value 'LINES HELD:   '.
         05 SR-Held-Out picture ZZZZ9.
         05 picture x(4) value spaces.
         05 picture x(19) value 'RELEASED FROM HOLD:'.
         05 SR-Released-Out picture ZZZZ9.
         05 picture x(31) value spaces.

      *Restart checkpoint - records the last processed input sequence
      *number every WS-Checkpoint-Interval records so a rerun can skip
      *shipments already carried through to FinalReport.txt. The
           10 WS-Man-Act-Units picture 9(9).
           10 WS-Man-Trailer picture x.
           10 WS-Man-Balanced picture x.
           10 WS-Man-Kind picture x.
           10 WS-Man-Action picture x.
           10 WS-Man-Version picture 99.
           10 WS-Man-Prior-Run picture 9(8).
           10 WS-Man-Prior-Value picture 9(9)v99.
           10 WS-Man-Prior-Duty picture 9(9)v99.
           10 WS-Man-Prior-Count picture 9(7).
           10 WS-Man-Prior-Units picture 9(9).
           10 WS-Man-Value picture 9(9)v99.
           10 WS-Man-Duty picture 9(9)v99.
           10 WS-Man-Note picture x(30).
           10 WS-Man-Exc-Ship picture 9(7).
           10 WS-Man-Exc-Voyage picture 9(7).
           10 WS-Man-Exc-Product picture 9(7).
           10 WS-Man-Exc-Hold picture 9(7).
           10 WS-Man-Exc-Stale picture 9(7).
       01 M picture 99 value 0.
       01 WS-Trailer-Count picture 9(7) value 0.
       01 WS-Trailer-Units picture 9(9) value 0.
         05 CB-Units-Expected picture ZZZZZZZZ9.
         05 picture x(36) value spaces.

       01 Control-Box-Line3.
         05 picture x(8) value spaces.
         05 picture x(26) value 'COMPLIANCE -      HELD:   '.
         05 picture x value space.
         05 CB-Held-Count picture ZZZZZZ9.
         05 picture x(10) value ' RELEASED:'.
         05 CB-Released-Count picture ZZZZZZ9.
         05 picture x(40) value spaces.

       01 Control-Box-Line4.
         05 picture x(8) value spaces.
         05 picture x(26) value 'REGISTER -    REJECTED:   '.
         05 picture x value space.
         05 CB-Reg-Rejected picture ZZZZZZ9.
         05 picture x(11) value ' CANCELLED:'.
         05 CB-Reg-Cancelled picture ZZZZZZ9.
         05 picture x(39) value spaces.

      *Processed-manifest register. Every MANIFEST header is looked
      *up on the register as it arrives. An original that is already
      *there is rejected - its lines are counted against the trailer
      *but never priced, so a resent file cannot double the invoices
      *and the duty remittance. An amendment reverses the standing
      *version and its lines price as the replacement; a cancellation
      *reverses it and prices nothing. Reversed invoices go back to
      *the consignee as credit notes on the open receivables, and
      *reversed duty comes off this run's remittance for the country.
      *The register takes its new versions only once the run
      *completes, so a checkpoint rerun makes the same decisions - but
      *what it registers as priced is only what the rerun priced.
      *Manifest action codes: P price, A amend, C cancel, R reject,
      *H released lines added to the standing version, L the old
      *headerless feed, which is not registered.
       01 WS-MR-Status picture xx value spaces.
       01 Register-More-Records picture xxx value 'Yes'.
       01 WS-Run-Date picture 9(8) value 0.
       01 WS-Reg-Version picture 99 value 0.
       01 WS-Reg-Status picture x value space.
       01 WS-Reg-Kind picture x value space.
       01 WS-Reg-Manifest-Date picture 9(8) value 0.
       01 WS-Feed-Manifests picture 99 value 0.
       01 WS-Rev-Inv-Start picture 999 value 0.
       01 WS-Rev-Duty-Start picture 999 value 0.
       01 WS-Reg-Rejected-Lines picture 9(7) value 0.
       01 WS-Reg-Cancelled-Lines picture 9(7) value 0.
       01 WS-Rev-Value-Total picture 9(9)v99 value 0.
       01 WS-Rev-Duty-Total picture 9(9)v99 value 0.
       01 WS-Repl-Value-Total picture 9(9)v99 value 0.
       01 WS-Repl-Duty-Total picture 9(9)v99 value 0.
       01 WS-Net-Amount picture s9(9)v99 value 0.
       01 WS-Credit-Note-Count picture 9(5) value 0.
       01 WS-Credit-Note-Total picture 9(9)v99 value 0.
       01 WS-Registered-Count picture 99 value 0.

      *Invoices and duty being reversed, picked up from the register
      *for the standing version of each amended or cancelled manifest.
       01 WS-Max-Rev-Invoices picture 999 value 300.
       01 WS-Rev-Invoice-Count picture 999 value 0.
       01 RevInvoiceTable.
         05 revInvoiceArray occurs 1 to 300 times
              depending on WS-Rev-Invoice-Count.
           10 WS-RI-Manifest picture 99.
           10 WS-RI-Invoice picture 9(7).
           10 WS-RI-Consignee picture x(5).
           10 WS-RI-Currency picture x(3).
           10 WS-RI-Amount picture 9(9)v99.
           10 WS-RI-Credit-No picture 9(7).
       01 WS-Max-Rev-Duty picture 999 value 300.
       01 WS-Rev-Duty-Count picture 999 value 0.
       01 RevDutyTable.
         05 revDutyArray occurs 1 to 300 times
              depending on WS-Rev-Duty-Count.
           10 WS-RD-Manifest picture 99.
           10 WS-RD-Country picture x(14).
           10 WS-RD-Currency picture x(3).
           10 WS-RD-Duty picture 9(9)v99.
       01 ri picture 999 value 0.
       01 rvd picture 999 value 0.

      *What this run raises against each manifest, for its register
      *entry - the invoices as they are numbered and the duty owed
      *each country.
       01 WS-Max-Run-Invoices picture 999 value 200.
       01 WS-Run-Invoice-Count picture 999 value 0.
       01 RunInvoiceTable.
         05 runInvoiceArray occurs 1 to 200 times
              depending on WS-Run-Invoice-Count.
           10 WS-RN-Manifest picture 99.
           10 WS-RN-Invoice picture 9(7).
           10 WS-RN-Consignee picture x(5).
           10 WS-RN-Currency picture x(3).
           10 WS-RN-Amount picture 9(9)v99.
       01 WS-Max-Man-Duty picture 999 value 300.
       01 WS-Man-Duty-Count picture 999 value 0.
       01 ManifestDutyTable.
         05 manDutyArray occurs 1 to 300 times
              depending on WS-Man-Duty-Count.
           10 WS-MD-Manifest picture 99.
           10 WS-MD-Country picture x(14).
           10 WS-MD-Currency picture x(3).
           10 WS-MD-Duty picture 9(9)v99.
       01 rn picture 999 value 0.
       01 md picture 999 value 0.
       01 WS-Man-Duty-Found picture x value 'N'.

      *Shipping office statistics - each manifest's counts rolled up
      *by the office that sent it and appended to OfficeStats at the
      *end of the run. On a checkpoint rerun the exceptions written
      *before the restart point are not counted again.
       01 WS-OS-Status picture xx value spaces.
       01 WS-Max-Offices picture 99 value 10.
       01 WS-Office-Count picture 99 value 0.
       01 OfficeTable.
         05 officeArray occurs 1 to 10 times
              depending on WS-Office-Count.
           10 WS-OF-Office picture x(3).
           10 WS-OF-Manifests picture 9(5).
           10 WS-OF-Out-Of-Balance picture 9(5).
           10 WS-OF-Lines picture 9(7).
           10 WS-OF-Exc-Ship picture 9(7).
           10 WS-OF-Exc-Voyage picture 9(7).
           10 WS-OF-Exc-Product picture 9(7).
           10 WS-OF-Exc-Hold picture 9(7).
           10 WS-OF-Exc-Stale picture 9(7).
       01 ofx picture 99 value 0.
       01 WS-Office-Index picture 99 value 0.

       01 RV-Header.
         05 picture x(16) value spaces.
         05 picture x(40) value 'MANIFEST REGISTER - REVERSALS REPORT    '.
         05 RV-Date-Out picture 9(8).
         05 picture x(16) value spaces.
       01 RV-Manifest-Line.
         05 picture x(2) value spaces.
         05 picture x(7) value 'OFFICE '.
         05 RV-Office-Out picture x(3).
         05 picture x(11) value '  MANIFEST '.
         05 RV-Id-Out picture x(6).
         05 picture x(7) value '  TYPE '.
         05 RV-Kind-Out picture x.
         05 picture x(3) value spaces.
         05 RV-Note-Out picture x(30).
         05 picture x(10) value spaces.
       01 RV-Prior-Line.
         05 picture x(8) value spaces.
         05 picture x(26) value 'VERSION REVERSED - RUN OF '.
         05 RV-Prior-Run-Out picture 9(8).
         05 picture x(38) value spaces.
       01 RV-Amount-Line.
         05 picture x(8) value spaces.
         05 RV-Amount-Label picture x(26).
         05 RV-Amount-Out picture $$$,$$$,$$9.99-.
         05 picture x(31) value spaces.
       01 RV-Invoice-Line.
         05 picture x(10) value spaces.
         05 picture x(8) value 'INVOICE '.
         05 RV-Invoice-Out picture 9(7).
         05 picture x value space.
         05 RV-Consignee-Out picture x(5).
         05 picture x(2) value spaces.
         05 RV-Inv-Amount-Out picture $$$,$$$,$$9.99.
         05 picture x value space.
         05 RV-Currency-Out picture x(3).
         05 picture x(14) value '  CREDIT NOTE '.
         05 RV-Credit-Out picture 9(7).
         05 picture x(8) value spaces.
       01 RV-Duty-Line.
         05 picture x(10) value spaces.
         05 picture x(13) value 'DUTY REVERSED'.
         05 picture x value space.
         05 RV-Duty-Country-Out picture x(14).
         05 picture x value space.
         05 RV-Duty-Amount-Out picture $$$,$$$,$$9.99.
         05 picture x value space.
         05 RV-Duty-Currency-Out picture x(3).
         05 picture x(23) value spaces.
       01 RV-Total-Header.
         05 picture x(2) value spaces.
         05 picture x(24) value 'NET EFFECT OF THE RUN ON'.
         05 picture x(30) value ' PRIOR MANIFESTS              '.
         05 picture x(24) value spaces.

      *Country control-break accumulators (the report pass reads
      *SortedShipData, which the SORT above grouped by Country-In)
       01 WS-First-Record picture x value 'Y'.
         05 picture x value '*'.
         05 picture x(20) value spaces.

       01 Net-Reversal-Line.
         05 picture x(22) value spaces.
         05 NR-Label-Out picture x(24).
         05 picture xxx value spaces.
         05 NR-Amount-Out picture $$,$$$,$$$.99-.
         05 picture x(21) value spaces.

       01 HEADER.
         05 picture x(30) value spaces.
         05 picture x(26) value 'SHIPS REPORT - MARCHANDISE'.
           perform 192-Load-Voyage-Table
           perform 195-Load-Tariff-Table
           perform 197-Load-Consignee-Table
           perform 180-Load-Restricted-Trade
           perform 185-Load-Export-Licences
           perform 160-Read-Checkpoint
           perform 187-Read-Compliance-Control

           SORT SORTWORK ON ASCENDING KEY SORT-Country
                                          SORT-ShipName
           Compute WS-First-Seen-Date =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           move WS-First-Seen-Date to WS-Run-Date
           if WS-Restart-Sequence = 0
               perform 200-Printing-Header
           end-if
                             if WS-Voyage-Found = 'N'
                               perform 456-Write-Voyage-Exception
                             else
                               perform 320-Check-Credit-Hold
                               if WS-Credit-Hold = 'Y'
                                 perform 458-Write-Hold-Exception
                               else
                                 if WS-First-Record = 'Y'
                                     move Country-In to WS-Prior-Country
                                     move 'N' to WS-First-Record
                                 else
                                     if Country-In not = WS-Prior-Country
                                         perform 425-Country-Subtotal
                                         move Country-In to WS-Prior-Country
                                     end-if
                                 end-if

                                 perform 300-Making-Math
                                 if WS-Product-Found = 'Y'
                                     perform 400-Output-Record
                                 else
                                     perform 450-Write-Exception
                                 end-if
                               end-if
                             end-if
                           end-if
               perform 480-Grand-Total
               perform 485-Control-Totals-Box
           end-if
           if WS-Rev-Duty-Count > 0
               perform 735-Apply-Duty-Reversals
           end-if
           if WS-Duty-Country-Count > 0
               perform 488-Duty-Payable
               perform 489-Write-Duty-Export
           end-if
           if WS-Inv-Line-Count > 0 or WS-Rev-Invoice-Count > 0
               perform 700-Write-Freight-Invoices
           end-if
           perform 770-Write-Reversal-Report
           perform 780-Update-Manifest-Register
           perform 790-Write-Office-Stats
           perform 750-Write-Screening-Report
           if WS-Vessel-Loaded = 'Y' or WS-Voyage-Loaded = 'Y'
               perform 495-Ship-Utilization
           end-if
           perform 490-Clear-Checkpoint
           perform 760-Clear-Released-Lines
           if WS-Comp-Held-Count > 0
               perform 124-Rewrite-Compliance-Control
           end-if
           perform 900-Write-Run-Audit
           if WS-Held-Count > 0
               display 'LINES HELD FOR CONSIGNEE CREDIT HOLD: '
                   WS-Held-Count
           end-if
           if WS-Comp-Superseded-Count > 0
               display 'RELEASED LINES NOT PRICED - MANIFEST SINCE '
                   'AMENDED OR CANCELLED: ' WS-Comp-Superseded-Count
           end-if

           close SortedShipData
             OutputFile
      *with the office's expected totals, and only the detail lines
      *in between are released to the sort.
       110-Read-Manifests.
           if WS-Restart-Sequence = 0
               open extend ComplianceHold
               if WS-CH-Status = '35'
                   open output ComplianceHold
               end-if
           end-if
           open input shipData
           perform until Input-More-Records = 'No'
               read shipData
                       end-if
               end-read
           end-perform
           close shipData
           perform 117-Release-Approved-Lines
           if WS-Restart-Sequence = 0
               close ComplianceHold
           end-if.

       113-Start-Manifest.
           if WS-Manifest-Count < WS-Max-Manifests
               move 0 to WS-Man-Act-Units(WS-Manifest-Count)
               move 'N' to WS-Man-Trailer(WS-Manifest-Count)
               move 'N' to WS-Man-Balanced(WS-Manifest-Count)
               add 1 to WS-Feed-Manifests
               perform 115-Clear-Manifest-Counts
               perform 126-Check-Manifest-Register
           end-if.

      *Lines arriving before any MANIFEST header are the old
           move 0 to WS-Man-Act-Count(WS-Manifest-Count)
           move 0 to WS-Man-Act-Units(WS-Manifest-Count)
           move 'N' to WS-Man-Trailer(WS-Manifest-Count)
           move 'N' to WS-Man-Balanced(WS-Manifest-Count)
           move space to WS-Man-Kind(WS-Manifest-Count)
           move 'L' to WS-Man-Action(WS-Manifest-Count)
           move 0 to WS-Man-Version(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Run(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Value(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Duty(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Count(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Units(WS-Manifest-Count)
           move 0 to WS-Man-Value(WS-Manifest-Count)
           move 0 to WS-Man-Duty(WS-Manifest-Count)
           move spaces to WS-Man-Note(WS-Manifest-Count)
           add 1 to WS-Feed-Manifests
           perform 115-Clear-Manifest-Counts.

       115-Clear-Manifest-Counts.
           move 0 to WS-Man-Exc-Ship(WS-Manifest-Count)
           move 0 to WS-Man-Exc-Voyage(WS-Manifest-Count)
           move 0 to WS-Man-Exc-Product(WS-Manifest-Count)
           move 0 to WS-Man-Exc-Hold(WS-Manifest-Count)
           move 0 to WS-Man-Exc-Stale(WS-Manifest-Count).

       116-Close-Manifest.
           if WS-Manifest-Count = 0
           end-if
           add 1 to WS-Man-Act-Count(WS-Manifest-Count)
           add prodUnits-SRT to WS-Man-Act-Units(WS-Manifest-Count)
           if WS-Man-Action(WS-Manifest-Count) = 'R'
               add 1 to WS-Reg-Rejected-Lines
           else
               if WS-Man-Action(WS-Manifest-Count) = 'C'
                   add 1 to WS-Reg-Cancelled-Lines
               else
                   perform 119-Screen-Line
                   if WS-Comp-Held = 'N'
                       move shipRecord-SRT to Sort-Ship-Rec
                       move WS-Manifest-Count to SORT-Man-Index
                       RELEASE Sort-Ship-Rec
                   end-if
               end-if
           end-if.

      *A manifest id already used earlier in this same feed is turned
      *away outright; otherwise the register says what stands for it.
       126-Check-Manifest-Register.
           if MH-Type = space
               move 'N' to WS-Man-Kind(WS-Manifest-Count)
           else
               move MH-Type to WS-Man-Kind(WS-Manifest-Count)
           end-if
           move 'P' to WS-Man-Action(WS-Manifest-Count)
           move 0 to WS-Man-Version(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Run(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Value(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Duty(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Count(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Units(WS-Manifest-Count)
           move 0 to WS-Man-Value(WS-Manifest-Count)
           move 0 to WS-Man-Duty(WS-Manifest-Count)
           move 'NEW MANIFEST REGISTERED' to WS-Man-Note(WS-Manifest-Count)
           perform varying M from 1 by 1
             until M >= WS-Manifest-Count
               if WS-Man-Office(M) = MH-Office
                and WS-Man-Id(M) = MH-Manifest-Id
                   move 'R' to WS-Man-Action(WS-Manifest-Count)
                   move 'REJECTED - SENT TWICE THIS RUN'
                     to WS-Man-Note(WS-Manifest-Count)
               end-if
           end-perform
           if WS-Man-Action(WS-Manifest-Count) = 'P'
               move WS-Rev-Invoice-Count to WS-Rev-Inv-Start
               move WS-Rev-Duty-Count to WS-Rev-Duty-Start
               perform 127-Scan-Manifest-Register
               perform 129-Decide-Manifest-Action
           end-if.

      *Reads the whole register for this office and manifest id. Each
      *M record of a newer version than the last drops whatever
      *invoices and duty were picked up for the older one; a second M
      *record of the same version only brings its totals up to date.
       127-Scan-Manifest-Register.
           move 0 to WS-Reg-Version
           move space to WS-Reg-Status
           move space to WS-Reg-Kind
           move 0 to WS-Reg-Manifest-Date
           move 'Yes' to Register-More-Records
           open input ManifestRegister
           if WS-MR-Status = '00'
               perform until Register-More-Records = 'No'
                   read ManifestRegister
                       at end
                           move 'No' to Register-More-Records
                       not at end
                           if MR-Office = WS-Man-Office(WS-Manifest-Count)
                            and MR-Manifest-Id = WS-Man-Id(WS-Manifest-Count)
                               perform 128-Take-Register-Record
                           end-if
                   end-read
               end-perform
               close ManifestRegister
           end-if.

       128-Take-Register-Record.
           if MR-Type = 'M'
               if MR-Version not = WS-Reg-Version
                   move WS-Rev-Inv-Start to WS-Rev-Invoice-Count
                   move WS-Rev-Duty-Start to WS-Rev-Duty-Count
               end-if
               move MR-Version to WS-Reg-Version
               move MR-Status to WS-Reg-Status
               move MR-Kind to WS-Reg-Kind
               move MR-Manifest-Date to WS-Reg-Manifest-Date
               move MR-Version to WS-Man-Version(WS-Manifest-Count)
               move MR-Run-Date to WS-Man-Prior-Run(WS-Manifest-Count)
               move MR-Priced-Value
                 to WS-Man-Prior-Value(WS-Manifest-Count)
               move MR-Duty-Total to WS-Man-Prior-Duty(WS-Manifest-Count)
               move MR-Record-Count
                 to WS-Man-Prior-Count(WS-Manifest-Count)
               move MR-Total-Units
                 to WS-Man-Prior-Units(WS-Manifest-Count)
           else
               if MR-Type = 'I'
                   if MRI-Version = WS-Reg-Version
                    and WS-Rev-Invoice-Count < WS-Max-Rev-Invoices
                       add 1 to WS-Rev-Invoice-Count
                       move WS-Manifest-Count
                         to WS-RI-Manifest(WS-Rev-Invoice-Count)
                       move MRI-Invoice-No to WS-RI-Invoice(WS-Rev-Invoice-Count)
                       move MRI-Consignee to WS-RI-Consignee(WS-Rev-Invoice-Count)
                       move MRI-Currency to WS-RI-Currency(WS-Rev-Invoice-Count)
                       move MRI-Amount to WS-RI-Amount(WS-Rev-Invoice-Count)
                       move 0 to WS-RI-Credit-No(WS-Rev-Invoice-Count)
                   end-if
               else
                   if MR-Type = 'D'
                       if MRD-Version = WS-Reg-Version
                        and WS-Rev-Duty-Count < WS-Max-Rev-Duty
                           add 1 to WS-Rev-Duty-Count
                           move WS-Manifest-Count to WS-RD-Manifest(WS-Rev-Duty-Count)
                           move MRD-Country to WS-RD-Country(WS-Rev-Duty-Count)
                           move MRD-Currency to WS-RD-Currency(WS-Rev-Duty-Count)
                           move MRD-Duty to WS-RD-Duty(WS-Rev-Duty-Count)
                       end-if
                   end-if
               end-if
           end-if.

      *Only a manifest standing on the register (status A) can be
      *amended or cancelled. An amendment with nothing standing is
      *priced as though it were new; anything not reversed gives back
      *the invoices and duty the scan picked up.
       129-Decide-Manifest-Action.
           if WS-Man-Kind(WS-Manifest-Count) = 'N'
               if WS-Reg-Version > 0
                   move 'R' to WS-Man-Action(WS-Manifest-Count)
                   move 'REJECTED - ALREADY PROCESSED'
                     to WS-Man-Note(WS-Manifest-Count)
               end-if
           else
               if WS-Man-Kind(WS-Manifest-Count) = 'A'
                   if WS-Reg-Status = 'A'
                       move 'A' to WS-Man-Action(WS-Manifest-Count)
                       move 'AMENDED - ORIGINAL REVERSED'
                         to WS-Man-Note(WS-Manifest-Count)
                   else
                       move 'AMENDMENT - NO ORIGINAL ACTIVE'
                         to WS-Man-Note(WS-Manifest-Count)
                   end-if
               else
                   if WS-Man-Kind(WS-Manifest-Count) = 'C'
                       if WS-Reg-Status = 'A'
                           move 'C' to WS-Man-Action(WS-Manifest-Count)
                           move 'CANCELLED - ORIGINAL REVERSED'
                             to WS-Man-Note(WS-Manifest-Count)
                       else
                           move 'R' to WS-Man-Action(WS-Manifest-Count)
                           move 'REJECTED - NOTHING TO CANCEL'
                             to WS-Man-Note(WS-Manifest-Count)
                       end-if
                   else
                       move 'R' to WS-Man-Action(WS-Manifest-Count)
                       move 'REJECTED - UNKNOWN HEADER TYPE'
                         to WS-Man-Note(WS-Manifest-Count)
                   end-if
               end-if
           end-if
           if WS-Man-Action(WS-Manifest-Count) = 'A'
            or WS-Man-Action(WS-Manifest-Count) = 'C'
               add WS-Man-Prior-Value(WS-Manifest-Count)
                 to WS-Rev-Value-Total
               add WS-Man-Prior-Duty(WS-Manifest-Count)
                 to WS-Rev-Duty-Total
           else
               move WS-Rev-Inv-Start to WS-Rev-Invoice-Count
               move WS-Rev-Duty-Start to WS-Rev-Duty-Count
           end-if.

      *Lines compliance has approved rejoin the run here. They were
      *screened and counted against their manifest when first held,
      *so they are not counted against any trailer again - but what
      *they price is credited to that manifest for the register.
       117-Release-Approved-Lines.
           open input ComplianceReleased
           if WS-RL-Status = '00'
               move 'Y' to WS-Released-Found
               perform until Released-More-Records = 'No'
                   read ComplianceReleased
                       at end
                           move 'No' to Released-More-Records
                       not at end
                           perform 125-Link-Released-Line
                           if WS-Released-Take = 'Y'
                               add 1 to WS-Comp-Released-Count
                               add RL-Units to WS-Comp-Released-Units
                               move spaces to Sort-Ship-Rec
                               move RL-ShipName to SORT-ShipName
                               move RL-Product to SORT-ShipProduct
                               move RL-Units to SORT-prodUnits
                               move RL-Country to SORT-Country
                               move RL-SailDate to SORT-SailDate
                               move RL-Consignee to SORT-Consignee
                               move WS-Released-Index to SORT-Man-Index
                               RELEASE Sort-Ship-Rec
                           else
                               add 1 to WS-Comp-Superseded-Count
                           end-if
                   end-read
               end-perform
               close ComplianceReleased
           end-if.

      *A manifest already in this run takes the line unless it is
      *being amended or cancelled, which supersedes the version the
      *line was held from. Otherwise the register says whether the
      *version it was held from still stands. Lines from the old
      *headerless feed were never registered and price as before.
       125-Link-Released-Line.
           move 'Y' to WS-Released-Take
           move 0 to WS-Released-Index
           if RL-Office not = spaces and RL-Office not = '***'
               perform varying M from 1 by 1
                 until M > WS-Manifest-Count
                   if WS-Man-Office(M) = RL-Office
                    and WS-Man-Id(M) = RL-Manifest-Id
                    and WS-Man-Action(M) not = 'R'
                       move M to WS-Released-Index
                   end-if
               end-perform
               if WS-Released-Index > 0
                   if WS-Man-Action(WS-Released-Index) = 'A'
                    or WS-Man-Action(WS-Released-Index) = 'C'
                       move 'N' to WS-Released-Take
                   end-if
               else
                   if WS-Manifest-Count < WS-Max-Manifests
                       perform 130-Start-Released-Manifest
                   else
                       display 'MANIFEST TABLE FULL - RELEASED LINE FOR '
                           RL-Office ' ' RL-Manifest-Id ' NOT REGISTERED'
                   end-if
               end-if
           end-if.

      *A manifest with nothing on the register is registered from its
      *released lines alone. One whose held-from version still stands
      *gets the released lines added to that version (action H), and
      *anything the scan picked up for reversal is given back, since
      *nothing is reversed. A hold written before holds carried a
      *version is taken to be from the standing one. A newer version
      *or a cancellation drops the line.
       130-Start-Released-Manifest.
           add 1 to WS-Manifest-Count
           move RL-Office to WS-Man-Office(WS-Manifest-Count)
           move RL-Manifest-Id to WS-Man-Id(WS-Manifest-Count)
           move 0 to WS-Man-Date(WS-Manifest-Count)
           move 0 to WS-Man-Exp-Count(WS-Manifest-Count)
           move 0 to WS-Man-Exp-Units(WS-Manifest-Count)
           move 0 to WS-Man-Act-Count(WS-Manifest-Count)
           move 0 to WS-Man-Act-Units(WS-Manifest-Count)
           move 'R' to WS-Man-Trailer(WS-Manifest-Count)
           move 'Y' to WS-Man-Balanced(WS-Manifest-Count)
           move 'N' to WS-Man-Kind(WS-Manifest-Count)
           move 'P' to WS-Man-Action(WS-Manifest-Count)
           move 0 to WS-Man-Version(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Run(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Value(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Duty(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Count(WS-Manifest-Count)
           move 0 to WS-Man-Prior-Units(WS-Manifest-Count)
           move 0 to WS-Man-Value(WS-Manifest-Count)
           move 0 to WS-Man-Duty(WS-Manifest-Count)
           move 'REGISTERED FROM RELEASED LINES'
             to WS-Man-Note(WS-Manifest-Count)
           perform 115-Clear-Manifest-Counts
           move WS-Rev-Invoice-Count to WS-Rev-Inv-Start
           move WS-Rev-Duty-Count to WS-Rev-Duty-Start
           perform 127-Scan-Manifest-Register
           move WS-Rev-Inv-Start to WS-Rev-Invoice-Count
           move WS-Rev-Duty-Start to WS-Rev-Duty-Count
           if WS-Reg-Version = 0
               move WS-Manifest-Count to WS-Released-Index
           else
               if WS-Reg-Status = 'A'
                and (RL-Version not numeric or RL-Version = 0
                     or RL-Version = WS-Reg-Version)
                   move 'H' to WS-Man-Action(WS-Manifest-Count)
                   move WS-Reg-Kind to WS-Man-Kind(WS-Manifest-Count)
                   move WS-Reg-Manifest-Date
                     to WS-Man-Date(WS-Manifest-Count)
                   move 'HELD LINES RELEASED'
                     to WS-Man-Note(WS-Manifest-Count)
                   move WS-Manifest-Count to WS-Released-Index
               else
                   move 'N' to WS-Released-Take
                   subtract 1 from WS-Manifest-Count
               end-if
           end-if.

      *An embargo on the pair outranks a licence requirement on it.
       119-Screen-Line.
           move 'N' to WS-Comp-Held
           move space to WS-Comp-Control
           move spaces to WS-Comp-Reason
           move spaces to WS-Comp-Licence
           perform varying rt from 1 by 1
             until rt > WS-Restricted-Count
               if WS-RT-Country(rt) = Country-In-SRT
                and (WS-RT-Product(rt) = ShipProduct-SRT
                     or WS-RT-Product(rt) = spaces)
                   if WS-RT-Control(rt) = 'E'
                       move 'E' to WS-Comp-Control
                   else
                       if WS-Comp-Control not = 'E'
                           move 'L' to WS-Comp-Control
                       end-if
                   end-if
               end-if
           end-perform
           if WS-Comp-Control = 'E'
               move 'Y' to WS-Comp-Held
               move 'EMBARGOED PRODUCT/DESTINATION' to WS-Comp-Reason
           else
               if WS-Comp-Control = 'L'
                   perform 121-Find-Licence
                   if WS-Comp-Licence = spaces
                       move 'Y' to WS-Comp-Held
                       move 'EXPORT LICENCE NOT ON FILE' to WS-Comp-Reason
                   end-if
               end-if
           end-if
           if WS-Comp-Held = 'Y'
               add 1 to WS-Comp-Held-Count
               add prodUnits-SRT to WS-Comp-Held-Units
               add 1 to WS-Last-Hold
               move WS-Last-Hold to WS-Hold-No
               if WS-Restart-Sequence = 0
                   perform 123-Write-Compliance-Hold
               end-if
           end-if
           if WS-Comp-Control not = space
               perform 122-Add-Screening-Line
           end-if.

       121-Find-Licence.
           perform varying el from 1 by 1
             until el > WS-Licence-Count
               if WS-EL-Product(el) = ShipProduct-SRT
                and WS-EL-Country(el) = Country-In-SRT
                and (WS-EL-Consignee(el) = Consignee-SRT
                     or WS-EL-Consignee(el) = spaces)
                and WS-EL-Expiry(el) >= SailDate-SRT
                   move WS-EL-Licence(el) to WS-Comp-Licence
               end-if
           end-perform.

       122-Add-Screening-Line.
           if WS-Screen-Count < WS-Max-Screened
               add 1 to WS-Screen-Count
               move ShipName-SRT to WS-SC-Ship(WS-Screen-Count)
               move Consignee-SRT to WS-SC-Consignee(WS-Screen-Count)
               move ShipProduct-SRT to WS-SC-Product(WS-Screen-Count)
               move prodUnits-SRT to WS-SC-Units(WS-Screen-Count)
               move Country-In-SRT to WS-SC-Country(WS-Screen-Count)
               if WS-Comp-Held = 'Y'
                   if WS-Comp-Control = 'E'
                       move 'EMBARGO' to WS-SC-Result(WS-Screen-Count)
                   else
                       move 'NO LICENCE' to WS-SC-Result(WS-Screen-Count)
                   end-if
                   move WS-Hold-No to WS-SC-Reference(WS-Screen-Count)
               else
                   move 'LICENSED' to WS-SC-Result(WS-Screen-Count)
                   move WS-Comp-Licence to WS-SC-Reference(WS-Screen-Count)
               end-if
           end-if.

       123-Write-Compliance-Hold.
           move spaces to Compliance-Hold-Rec
           move WS-Hold-No to CH-Hold-No
           move WS-Hold-Date to CH-Hold-Date
           move WS-Man-Office(WS-Manifest-Count) to CH-Office
           move WS-Man-Id(WS-Manifest-Count) to CH-Manifest-Id
           move ShipName-SRT to CH-ShipName
           move ShipProduct-SRT to CH-Product
           move prodUnits-SRT to CH-Units
           move Country-In-SRT to CH-Country
           move SailDate-SRT to CH-SailDate
           move Consignee-SRT to CH-Consignee
           move WS-Comp-Control to CH-Control
           move WS-Comp-Reason to CH-Reason
           if WS-Man-Action(WS-Manifest-Count) = 'L'
               move 0 to CH-Version
           else
               compute CH-Version = WS-Man-Version(WS-Manifest-Count) + 1
           end-if
           write Compliance-Hold-Rec.

       124-Rewrite-Compliance-Control.
           open output ComplianceControl
           move WS-Last-Hold to CC-Last-Hold
           write Compliance-Control-Rec
           close ComplianceControl.

       180-Load-Restricted-Trade.
           open input RestrictedTrade
           if WS-RT-Status = '00'
               perform until Restricted-More-Records = 'No'
                   read RestrictedTrade
                       at end
                           move 'No' to Restricted-More-Records
                       not at end
                           if WS-Restricted-Count < WS-Max-Restricted
                            and (RT-Control = 'E' or RT-Control = 'L')
                               add 1 to WS-Restricted-Count
                               move RT-Product to WS-RT-Product(WS-Restricted-Count)
                               move RT-Country to WS-RT-Country(WS-Restricted-Count)
                               move RT-Control to WS-RT-Control(WS-Restricted-Count)
                           end-if
                   end-read
               end-perform
               close RestrictedTrade
           end-if.

       185-Load-Export-Licences.
           open input ExportLicences
           if WS-EL-Status = '00'
               perform until Licence-More-Records = 'No'
                   read ExportLicences
                       at end
                           move 'No' to Licence-More-Records
                       not at end
                           if WS-Licence-Count < WS-Max-Licences
                            and EL-Expiry numeric
                               add 1 to WS-Licence-Count
                               move EL-Licence-No to WS-EL-Licence(WS-Licence-Count)
                               move EL-Consignee to WS-EL-Consignee(WS-Licence-Count)
                               move EL-Product to WS-EL-Product(WS-Licence-Count)
                               move EL-Country to WS-EL-Country(WS-Licence-Count)
                               move EL-Expiry to WS-EL-Expiry(WS-Licence-Count)
                           end-if
                   end-read
               end-perform
               close ExportLicences
           end-if.

       187-Read-Compliance-Control.
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Hold-Date =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           open input ComplianceControl
           if WS-CC-Status = '00'
               read ComplianceControl
                   at end
                       continue
                   not at end
                       if CC-Last-Hold numeric
                           move CC-Last-Hold to WS-Last-Hold
                       end-if
               end-read
               close ComplianceControl
           end-if.

       170-Load-Fx-Table.
           open input FxRateMaster
                               move CN-Name to WS-Con-Name(WS-Consignee-Count)
                               move CN-Country to WS-Con-Country(WS-Consignee-Count)
                               move CN-Terms to WS-Con-Terms(WS-Consignee-Count)
                               if CN-Credit-Hold = 'Y'
                                   move 'Y' to WS-Con-Hold(WS-Consignee-Count)
                               else
                                   move 'N' to WS-Con-Hold(WS-Consignee-Count)
                               end-if
                           end-if
                   end-read
               end-perform
               end-search
           end-if.

      *Lines with no consignee code are the old feed and are never
      *held; only a consignee on the master with its hold flag set is.
       320-Check-Credit-Hold.
           move 'N' to WS-Credit-Hold
           if Consignee-In not = spaces
            and WS-Consignee-Count > 0
               Set CN to 1
               SEARCH consigneeArray
                   at end
                       continue
                   WHEN WS-Con-Code(CN) = Consignee-In
                       move WS-Con-Hold(CN) to WS-Credit-Hold
               end-search
           end-if.

       458-Write-Hold-Exception.
           move spaces to Exception-Rec
           move ShipName to ExShipName-Out
           move ShipProduct to ExShipProduct-Out
           move prodUnits to ExProdUnits-Out
           move 'CONSIGNEE ON CREDIT HOLD' to ExReason-Out
           move Country-In to ExCountry-Out
           move SailDate to ExSailDate-Out
           move WS-First-Seen-Date to ExFirstSeen-Out
           move Consignee-In to ExConsignee-Out
           if Man-Index-In > 0
               move WS-Man-Office(Man-Index-In) to ExOffice-Out
               add 1 to WS-Man-Exc-Hold(Man-Index-In)
           end-if
           write Exception-Rec
           add 1 to WS-Held-Count
           add 1 to WS-Audit-Rejected.

       456-Write-Voyage-Exception.
           move spaces to Exception-Rec
           move ShipName to ExShipName-Out
           move Country-In to ExCountry-Out
           move SailDate to ExSailDate-Out
           move WS-First-Seen-Date to ExFirstSeen-Out
           move Consignee-In to ExConsignee-Out
           if Man-Index-In > 0
               move WS-Man-Office(Man-Index-In) to ExOffice-Out
               add 1 to WS-Man-Exc-Voyage(Man-Index-In)
           end-if
           write Exception-Rec
           add 1 to WS-Audit-Rejected.

           move Country-In to ExCountry-Out
           move SailDate to ExSailDate-Out
           move WS-First-Seen-Date to ExFirstSeen-Out
           move Consignee-In to ExConsignee-Out
           if Man-Index-In > 0
               move WS-Man-Office(Man-Index-In) to ExOffice-Out
               add 1 to WS-Man-Exc-Ship(Man-Index-In)
           end-if
           write Exception-Rec
           add 1 to WS-Audit-Rejected.

               move Duty-Payable-Line to Print-Rec
               write Print-Rec
                 after advancing 1 line
               if WS-DP-Reversed(D) > 0
                   move spaces to Print-Rec
                   move 'LESS REVERSED' to DR-Label-Out
                   move WS-DP-Reversed(D) to DR-Reversed-Out
                   compute WS-Duty-Net = WS-DP-Total(D) - WS-DP-Reversed(D)
                   move WS-Duty-Net to DR-Net-Out
                   move Duty-Reversed-Line to Print-Rec
                   write Print-Rec
                     after advancing 1 line
               end-if
           end-perform.

       489-Write-Duty-Export.
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           move 0 to WS-Duty-Export-Count
           move 0 to WS-Duty-Export-Total
           move 0 to WS-Duty-Export-Reclaim
           open output DutyRemitExport
           perform varying D from 1 by 1
             until D > WS-Duty-Country-Count
               move spaces to Duty-Export-Rec
               move WS-DP-Country(D) to DE-Country
               move WS-DP-Currency(D) to DE-Currency
               move WS-Filing-Period to DE-Period
               if WS-DP-Total(D) < WS-DP-Reversed(D)
                   compute DE-Duty-Total =
                       WS-DP-Reversed(D) - WS-DP-Total(D)
                   move 'R' to DE-Type
                   add DE-Duty-Total to WS-Duty-Export-Reclaim
               else
                   compute DE-Duty-Total =
                       WS-DP-Total(D) - WS-DP-Reversed(D)
                   move 'D' to DE-Type
                   add DE-Duty-Total to WS-Duty-Export-Total
               end-if
               write Duty-Export-Rec
               add 1 to WS-Duty-Export-Count
           end-perform
           move spaces to Duty-Export-Trailer-Rec
           move 'TRAILER' to DE-TR-Id
           move WS-Duty-Export-Count to DE-TR-Count
           move WS-Duty-Export-Total to DE-TR-Total-Duty
           move WS-Duty-Export-Reclaim to DE-TR-Total-Reclaim
           write Duty-Export-Trailer-Rec
           close DutyRemitExport.

           move Country-In to ExCountry-Out
           move SailDate to ExSailDate-Out
           move WS-First-Seen-Date to ExFirstSeen-Out
           move Consignee-In to ExConsignee-Out
           if Man-Index-In > 0
               move WS-Man-Office(Man-Index-In) to ExOffice-Out
               add 1 to WS-Man-Exc-Stale(Man-Index-In)
           end-if
           write Exception-Rec
           add 1 to WS-Audit-Rejected.

           move Country-In to ExCountry-Out
           move SailDate to ExSailDate-Out
           move WS-First-Seen-Date to ExFirstSeen-Out
           move Consignee-In to ExConsignee-Out
           if Man-Index-In > 0
               move WS-Man-Office(Man-Index-In) to ExOffice-Out
               add 1 to WS-Man-Exc-Product(Man-Index-In)
           end-if
           write Exception-Rec
           add 1 to WS-Audit-Rejected.

           move spaces to OOB-Reason-Out
           move 0 to WS-Trailer-Count
           move 0 to WS-Trailer-Units
           if WS-Feed-Manifests = 0
               move 'N' to WS-In-Balance
               move 'NO MANIFEST RECORDS ARRIVED' to OOB-Reason-Out
           end-if
                       move 'OUT OF BALANCE' to MT-Status-Out
                   end-if
               end-if
               if WS-Man-Trailer(M) = 'R'
                   move 'RELEASED LINES' to MT-Status-Out
               end-if
               move Manifest-Totals-Line to Print-Rec
               write Print-Rec
                 after advancing 1 line
           move WS-Trailer-Units to CB-Units-Expected
           move Control-Box-Line2 to Print-Rec
           write Print-Rec
             after advancing 1 line
           if WS-Comp-Held-Count > 0 or WS-Comp-Released-Count > 0
               move spaces to Print-Rec
               move WS-Comp-Held-Count to CB-Held-Count
               move WS-Comp-Released-Count to CB-Released-Count
               move Control-Box-Line3 to Print-Rec
               write Print-Rec
                 after advancing 1 line
           end-if
           if WS-Reg-Rejected-Lines > 0 or WS-Reg-Cancelled-Lines > 0
               move spaces to Print-Rec
               move WS-Reg-Rejected-Lines to CB-Reg-Rejected
               move WS-Reg-Cancelled-Lines to CB-Reg-Cancelled
               move Control-Box-Line4 to Print-Rec
               write Print-Rec
                 after advancing 1 line
           end-if.

       400-Output-Record.
           Move shipName to shipName-Out
           add FinalPriceContainer to WS-Country-Subtotal
           add FinalPriceContainer to WS-Grand-Total
           add WS-Duty-Amount to WS-Country-Duty
           if Man-Index-In > 0
               add FinalPriceContainer to WS-Man-Value(Man-Index-In)
               add WS-Duty-Amount to WS-Man-Duty(Man-Index-In)
           end-if
           if WS-Duty-Amount > 0
               perform 410-Accumulate-Duty
           end-if
               move WS-Current-Currency to WS-IL-Currency(WS-Inv-Line-Count)
               move WS-Duty-Amount to WS-IL-Duty(WS-Inv-Line-Count)
               move 'N' to WS-IL-Billed(WS-Inv-Line-Count)
               move Man-Index-In to WS-IL-Manifest(WS-Inv-Line-Count)
           end-if.

       410-Accumulate-Duty.
               move Country-In to WS-DP-Country(WS-Duty-Country-Count)
               move WS-Current-Currency to WS-DP-Currency(WS-Duty-Country-Count)
               move WS-Duty-Amount to WS-DP-Total(WS-Duty-Country-Count)
               move 0 to WS-DP-Reversed(WS-Duty-Country-Count)
           end-if
           if Man-Index-In > 0
               perform 412-Accumulate-Manifest-Duty
           end-if.

       412-Accumulate-Manifest-Duty.
           move 'N' to WS-Man-Duty-Found
           perform varying md from 1 by 1
             until md > WS-Man-Duty-Count
               if WS-MD-Manifest(md) = Man-Index-In
                and WS-MD-Country(md) = Country-In
                   add WS-Duty-Amount to WS-MD-Duty(md)
                   move 'Y' to WS-Man-Duty-Found
               end-if
           end-perform
           if WS-Man-Duty-Found = 'N'
            and WS-Man-Duty-Count < WS-Max-Man-Duty
               add 1 to WS-Man-Duty-Count
               move Man-Index-In to WS-MD-Manifest(WS-Man-Duty-Count)
               move Country-In to WS-MD-Country(WS-Man-Duty-Count)
               move WS-Current-Currency to WS-MD-Currency(WS-Man-Duty-Count)
               move WS-Duty-Amount to WS-MD-Duty(WS-Man-Duty-Count)
           end-if.

       425-Country-Subtotal.
           move WS-Grand-Total to GrandTotal-Out
           move Grand-Total-Line to Print-Rec
           write Print-Rec
             after advancing 3 lines
           if WS-Rev-Value-Total > 0
               move spaces to Print-Rec
               move 'LESS PRIOR MANIFESTS' to NR-Label-Out
               compute WS-Net-Amount = 0 - WS-Rev-Value-Total
               move WS-Net-Amount to NR-Amount-Out
               move Net-Reversal-Line to Print-Rec
               write Print-Rec
                 after advancing 1 line
               move spaces to Print-Rec
               move 'NET OF REVERSALS' to NR-Label-Out
               compute WS-Net-Amount =
                   WS-Grand-Total - WS-Rev-Value-Total
               move WS-Net-Amount to NR-Amount-Out
               move Net-Reversal-Line to Print-Rec
               write Print-Rec
                 after advancing 1 line
           end-if.

      *One printable invoice per consignee per manifest - header from
      *the consignee master, a line per priced shipment, then value,
      *duty and total due, the way the rental program builds its
      *customer invoices. Each invoice is numbered and goes onto the
      *open receivables file as it is printed. Keeping each manifest's
      *invoices apart is what lets an amendment or cancellation credit
      *back exactly what that manifest billed. Credit notes for the
      *reversed invoices take their numbers from the same control.
       700-Write-Freight-Invoices.
           perform 705-Read-Invoice-Control
           Compute WS-Invoice-Date =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           open extend OpenReceivables
           if WS-OR-Status = '35'
               open output OpenReceivables
           end-if
           open output FreightInvoices
           perform varying iv from 1 by 1
             until iv > WS-Inv-Line-Count
               if WS-IL-Billed(iv) = 'N'
                   move WS-IL-Consignee(iv) to WS-Cur-Consignee
                   move WS-IL-Manifest(iv) to WS-Cur-Manifest
                   perform 710-Write-One-Invoice
               end-if
           end-perform
           perform varying ri from 1 by 1
             until ri > WS-Rev-Invoice-Count
               perform 730-Write-Credit-Note
           end-perform
           close FreightInvoices
           close OpenReceivables
           perform 725-Rewrite-Invoice-Control.

       705-Read-Invoice-Control.
           open input InvoiceControl
           if WS-IC-Status = '00'
               read InvoiceControl
                   at end
                       continue
                   not at end
                       if IC-Last-Invoice numeric
                           move IC-Last-Invoice to WS-Last-Invoice
                       end-if
               end-read
               close InvoiceControl
           end-if.

       710-Write-One-Invoice.
           move 0 to WS-Inv-Value-Total
           move 0 to WS-Inv-Duty-Total
           move spaces to WS-Inv-Currency
           move spaces to WS-Cur-Terms
           add 1 to WS-Last-Invoice
           move WS-Last-Invoice to WS-Invoice-No

           move spaces to Freight-Invoice-Line
           write Freight-Invoice-Line
                       move WS-Con-Name(CN) to FI-Con-Name-Out
                       move WS-Con-Country(CN) to FI-Con-Country-Out
                       move WS-Con-Terms(CN) to FI-Con-Terms-Out
                       move WS-Con-Terms(CN) to WS-Cur-Terms
               end-search
           end-if
           perform 715-Compute-Due-Date
           move FI-Name-Line to Freight-Invoice-Line
           write Freight-Invoice-Line
           move FI-Country-Line to Freight-Invoice-Line
           write Freight-Invoice-Line
           move spaces to Freight-Invoice-Line
           move WS-Invoice-No to FI-Inv-No-Out
           move WS-Invoice-Date to FI-Inv-Date-Out
           move WS-Due-Date to FI-Due-Date-Out
           move FI-Number-Line to Freight-Invoice-Line
           write Freight-Invoice-Line
           move FI-Rule-Line to Freight-Invoice-Line
           write Freight-Invoice-Line

             until jv > WS-Inv-Line-Count
               if WS-IL-Billed(jv) = 'N'
                and WS-IL-Consignee(jv) = WS-Cur-Consignee
                and WS-IL-Manifest(jv) = WS-Cur-Manifest
                   move spaces to Freight-Invoice-Line
                   move WS-IL-Product(jv) to FI-Product-Out
                   move WS-IL-Units(jv) to FI-Units-Out
                   write Freight-Invoice-Line
                   add WS-IL-Value(jv) to WS-Inv-Value-Total
                   add WS-IL-Duty(jv) to WS-Inv-Duty-Total
                   if WS-Inv-Currency = spaces
                       move WS-IL-Currency(jv) to WS-Inv-Currency
                   end-if
                   move 'Y' to WS-IL-Billed(jv)
               end-if
           end-perform
           move 'TOTAL DUE' to FI-Total-Label
           move WS-Inv-Amount-Due to FI-Total-Out
           move FI-Total-Line to Freight-Invoice-Line
           write Freight-Invoice-Line
           perform 720-Write-Receivable.

      *The days in the terms are whatever digits CN-Terms carries -
      *NET 30 and 30 DAYS both give thirty.
       715-Compute-Due-Date.
           move 0 to WS-Terms-Days
           perform varying tx from 1 by 1 until tx > 10
               if WS-Cur-Terms(tx:1) numeric
                and WS-Terms-Days < 100
                   move WS-Cur-Terms(tx:1) to WS-Terms-Digit
                   compute WS-Terms-Days =
                       WS-Terms-Days * 10 + WS-Terms-Digit
               end-if
           end-perform
           compute WS-Due-Date =
               function date-of-integer(
                   function integer-of-date(WS-Invoice-Date)
                   + WS-Terms-Days).

       720-Write-Receivable.
           move spaces to Receivable-Rec
           move WS-Invoice-No to OR-Invoice-No
           move WS-Cur-Consignee to OR-Consignee
           move WS-Invoice-Date to OR-Invoice-Date
           move WS-Due-Date to OR-Due-Date
           move WS-Inv-Currency to OR-Currency
           move WS-Inv-Amount-Due to OR-Amount
           move 0 to OR-Paid
           move 'I' to OR-Type
           move 0 to OR-Last-Pay-Date
           write Receivable-Rec
           if WS-Cur-Manifest > 0
            and WS-Run-Invoice-Count < WS-Max-Run-Invoices
               add 1 to WS-Run-Invoice-Count
               move WS-Cur-Manifest to WS-RN-Manifest(WS-Run-Invoice-Count)
               move WS-Invoice-No to WS-RN-Invoice(WS-Run-Invoice-Count)
               move WS-Cur-Consignee to WS-RN-Consignee(WS-Run-Invoice-Count)
               move WS-Inv-Currency to WS-RN-Currency(WS-Run-Invoice-Count)
               move WS-Inv-Amount-Due to WS-RN-Amount(WS-Run-Invoice-Count)
           end-if.

       725-Rewrite-Invoice-Control.
           open output InvoiceControl
           move WS-Last-Invoice to IC-Last-Invoice
           write Invoice-Control-Rec
           close InvoiceControl.

      *A reversed invoice goes back to its consignee as a type C
      *credit for the full amount billed; the cash-receipts run uses
      *it against that consignee's open invoices, oldest first, the
      *same as an overpayment.
       730-Write-Credit-Note.
           add 1 to WS-Last-Invoice
           move WS-Last-Invoice to WS-RI-Credit-No(ri)
           move spaces to Receivable-Rec
           move WS-Last-Invoice to OR-Invoice-No
           move WS-RI-Consignee(ri) to OR-Consignee
           move WS-Invoice-Date to OR-Invoice-Date
           move WS-Invoice-Date to OR-Due-Date
           move WS-RI-Currency(ri) to OR-Currency
           move WS-RI-Amount(ri) to OR-Amount
           move 0 to OR-Paid
           move 'C' to OR-Type
           move 0 to OR-Last-Pay-Date
           write Receivable-Rec
           add 1 to WS-Credit-Note-Count
           add WS-RI-Amount(ri) to WS-Credit-Note-Total.

      *Reversed duty comes off the reversing run's remittance for the
      *country, whether or not anything was priced to it this run.
       735-Apply-Duty-Reversals.
           perform varying rvd from 1 by 1
             until rvd > WS-Rev-Duty-Count
               move 'N' to WS-Duty-Country-Found
               perform varying D from 1 by 1
                 until D > WS-Duty-Country-Count
                   if WS-DP-Country(D) = WS-RD-Country(rvd)
                       add WS-RD-Duty(rvd) to WS-DP-Reversed(D)
                       move 'Y' to WS-Duty-Country-Found
                   end-if
               end-perform
               if WS-Duty-Country-Found = 'N'
                 and WS-Duty-Country-Count < WS-Max-Duty-Countries
                   add 1 to WS-Duty-Country-Count
                   move WS-RD-Country(rvd)
                     to WS-DP-Country(WS-Duty-Country-Count)
                   move WS-RD-Currency(rvd)
                     to WS-DP-Currency(WS-Duty-Country-Count)
                   move 0 to WS-DP-Total(WS-Duty-Country-Count)
                   move WS-RD-Duty(rvd) to WS-DP-Reversed(WS-Duty-Country-Count)
               end-if
           end-perform.

      *Accounting's view of the register for the run - every headed
      *manifest with what became of it, and for each one reversed the
      *value, duty and invoices taken back and what replaced them.
       770-Write-Reversal-Report.
           open output ReversalReport
           move spaces to Reversal-Line
           move WS-Run-Date to RV-Date-Out
           move RV-Header to Reversal-Line
           write Reversal-Line
             after advancing 2 lines
           move spaces to Reversal-Line
           write Reversal-Line
           move 0 to WS-Registered-Count
           perform varying M from 1 by 1
             until M > WS-Manifest-Count
               if WS-Man-Action(M) not = 'L'
                   add 1 to WS-Registered-Count
                   perform 775-Write-Reversal-Manifest
               end-if
           end-perform
           if WS-Registered-Count = 0
               move spaces to Reversal-Line
               move '  NO HEADED MANIFESTS IN THIS RUN' to Reversal-Line
               write Reversal-Line
                 after advancing 1 line
           end-if

           move spaces to Reversal-Line
           move RV-Total-Header to Reversal-Line
           write Reversal-Line
             after advancing 3 lines
           move 'VALUE REVERSED' to RV-Amount-Label
           compute WS-Net-Amount = 0 - WS-Rev-Value-Total
           perform 776-Write-Amount-Line
           move 'REPLACEMENT VALUE' to RV-Amount-Label
           move WS-Repl-Value-Total to WS-Net-Amount
           perform 776-Write-Amount-Line
           move 'NET VALUE CHANGE' to RV-Amount-Label
           compute WS-Net-Amount =
               WS-Repl-Value-Total - WS-Rev-Value-Total
           perform 776-Write-Amount-Line
           move 'DUTY REVERSED' to RV-Amount-Label
           compute WS-Net-Amount = 0 - WS-Rev-Duty-Total
           perform 776-Write-Amount-Line
           move 'REPLACEMENT DUTY' to RV-Amount-Label
           move WS-Repl-Duty-Total to WS-Net-Amount
           perform 776-Write-Amount-Line
           move 'NET DUTY CHANGE' to RV-Amount-Label
           compute WS-Net-Amount =
               WS-Repl-Duty-Total - WS-Rev-Duty-Total
           perform 776-Write-Amount-Line
           move 'CREDIT NOTES ISSUED' to RV-Amount-Label
           move WS-Credit-Note-Total to WS-Net-Amount
           perform 776-Write-Amount-Line
           close ReversalReport
           if WS-Rev-Value-Total > 0 or WS-Rev-Duty-Total > 0
               display 'MANIFESTS REVERSED - CREDIT NOTES ISSUED: '
                   WS-Credit-Note-Count
           end-if
           if WS-Reg-Rejected-Lines > 0
               display 'LINES REJECTED AS ALREADY PROCESSED: '
                   WS-Reg-Rejected-Lines
           end-if.

       775-Write-Reversal-Manifest.
           move spaces to Reversal-Line
           move WS-Man-Office(M) to RV-Office-Out
           move WS-Man-Id(M) to RV-Id-Out
           move WS-Man-Kind(M) to RV-Kind-Out
           move WS-Man-Note(M) to RV-Note-Out
           move RV-Manifest-Line to Reversal-Line
           write Reversal-Line
             after advancing 2 lines
           if WS-Man-Action(M) = 'A' or WS-Man-Action(M) = 'C'
               move spaces to Reversal-Line
               move WS-Man-Prior-Run(M) to RV-Prior-Run-Out
               move RV-Prior-Line to Reversal-Line
               write Reversal-Line
                 after advancing 1 line
               move 'VALUE REVERSED' to RV-Amount-Label
               compute WS-Net-Amount = 0 - WS-Man-Prior-Value(M)
               perform 776-Write-Amount-Line
               move 'DUTY REVERSED' to RV-Amount-Label
               compute WS-Net-Amount = 0 - WS-Man-Prior-Duty(M)
               perform 776-Write-Amount-Line
               perform varying ri from 1 by 1
                 until ri > WS-Rev-Invoice-Count
                   if WS-RI-Manifest(ri) = M
                       move spaces to Reversal-Line
                       move WS-RI-Invoice(ri) to RV-Invoice-Out
                       move WS-RI-Consignee(ri) to RV-Consignee-Out
                       move WS-RI-Amount(ri) to RV-Inv-Amount-Out
                       move WS-RI-Currency(ri) to RV-Currency-Out
                       move WS-RI-Credit-No(ri) to RV-Credit-Out
                       move RV-Invoice-Line to Reversal-Line
                       write Reversal-Line
                         after advancing 1 line
                   end-if
               end-perform
               perform varying rvd from 1 by 1
                 until rvd > WS-Rev-Duty-Count
                   if WS-RD-Manifest(rvd) = M
                       move spaces to Reversal-Line
                       move WS-RD-Country(rvd) to RV-Duty-Country-Out
                       move WS-RD-Duty(rvd) to RV-Duty-Amount-Out
                       move WS-RD-Currency(rvd) to RV-Duty-Currency-Out
                       move RV-Duty-Line to Reversal-Line
                       write Reversal-Line
                         after advancing 1 line
                   end-if
               end-perform
           end-if
           if WS-Man-Action(M) = 'A'
               add WS-Man-Value(M) to WS-Repl-Value-Total
               add WS-Man-Duty(M) to WS-Repl-Duty-Total
               move 'REPLACEMENT VALUE' to RV-Amount-Label
               move WS-Man-Value(M) to WS-Net-Amount
               perform 776-Write-Amount-Line
               move 'REPLACEMENT DUTY' to RV-Amount-Label
               move WS-Man-Duty(M) to WS-Net-Amount
               perform 776-Write-Amount-Line
               move 'NET VALUE CHANGE' to RV-Amount-Label
               compute WS-Net-Amount =
                   WS-Man-Value(M) - WS-Man-Prior-Value(M)
               perform 776-Write-Amount-Line
           else
               if WS-Man-Action(M) = 'C'
                   move 'NET VALUE CHANGE' to RV-Amount-Label
                   compute WS-Net-Amount = 0 - WS-Man-Prior-Value(M)
                   perform 776-Write-Amount-Line
               else
                   if WS-Man-Action(M) = 'P'
                       move 'VALUE PRICED' to RV-Amount-Label
                       move WS-Man-Value(M) to WS-Net-Amount
                       perform 776-Write-Amount-Line
                   else
                       if WS-Man-Action(M) = 'H'
                           move 'VALUE ADDED BY RELEASE' to RV-Amount-Label
                           move WS-Man-Value(M) to WS-Net-Amount
                           perform 776-Write-Amount-Line
                       end-if
                   end-if
               end-if
           end-if.

       776-Write-Amount-Line.
           move spaces to Reversal-Line
           move WS-Net-Amount to RV-Amount-Out
           move RV-Amount-Line to Reversal-Line
           write Reversal-Line
             after advancing 1 line.

      *The run's manifests go onto the register as new versions:
      *priced and amended ones standing with their totals, invoices
      *and duty, cancelled ones as status C. Rejected manifests and
      *the headerless feed leave the register as it was.
       780-Update-Manifest-Register.
           open extend ManifestRegister
           if WS-MR-Status = '35'
               open output ManifestRegister
           end-if
           perform varying M from 1 by 1
             until M > WS-Manifest-Count
               if WS-Man-Action(M) = 'P' or WS-Man-Action(M) = 'A'
                or WS-Man-Action(M) = 'C' or WS-Man-Action(M) = 'H'
                   perform 785-Register-Manifest
               end-if
           end-perform
           close ManifestRegister.

       785-Register-Manifest.
           move spaces to Register-Manifest-Rec
           move 'M' to MR-Type
           move WS-Man-Office(M) to MR-Office
           move WS-Man-Id(M) to MR-Manifest-Id
           if WS-Man-Action(M) = 'H'
               move WS-Man-Version(M) to WS-Reg-Version
           else
               compute WS-Reg-Version = WS-Man-Version(M) + 1
           end-if
           move WS-Reg-Version to MR-Version
           if WS-Man-Action(M) = 'C'
               move 'C' to MR-Status
           else
               move 'A' to MR-Status
           end-if
           move WS-Man-Kind(M) to MR-Kind
           move WS-Man-Date(M) to MR-Manifest-Date
           move WS-Run-Date to MR-Run-Date
           if WS-Man-Action(M) = 'H'
               move WS-Man-Prior-Count(M) to MR-Record-Count
               move WS-Man-Prior-Units(M) to MR-Total-Units
               compute MR-Priced-Value =
                   WS-Man-Prior-Value(M) + WS-Man-Value(M)
               compute MR-Duty-Total =
                   WS-Man-Prior-Duty(M) + WS-Man-Duty(M)
           else
               move WS-Man-Act-Count(M) to MR-Record-Count
               move WS-Man-Act-Units(M) to MR-Total-Units
               move WS-Man-Value(M) to MR-Priced-Value
               move WS-Man-Duty(M) to MR-Duty-Total
           end-if
           write Register-Manifest-Rec
           if WS-Man-Action(M) not = 'C'
               perform varying rn from 1 by 1
                 until rn > WS-Run-Invoice-Count
                   if WS-RN-Manifest(rn) = M
                       move spaces to Register-Invoice-Rec
                       move 'I' to MRI-Type
                       move WS-Man-Office(M) to MRI-Office
                       move WS-Man-Id(M) to MRI-Manifest-Id
                       move WS-Reg-Version to MRI-Version
                       move WS-RN-Invoice(rn) to MRI-Invoice-No
                       move WS-RN-Consignee(rn) to MRI-Consignee
                       move WS-RN-Currency(rn) to MRI-Currency
                       move WS-RN-Amount(rn) to MRI-Amount
                       write Register-Invoice-Rec
                   end-if
               end-perform
               perform varying md from 1 by 1
                 until md > WS-Man-Duty-Count
                   if WS-MD-Manifest(md) = M
                       move spaces to Register-Duty-Rec
                       move 'D' to MRD-Type
                       move WS-Man-Office(M) to MRD-Office
                       move WS-Man-Id(M) to MRD-Manifest-Id
                       move WS-Reg-Version to MRD-Version
                       move WS-MD-Country(md) to MRD-Country
                       move WS-MD-Currency(md) to MRD-Currency
                       move WS-MD-Duty(md) to MRD-Duty
                       write Register-Duty-Rec
                   end-if
               end-perform
           end-if.

      *One statistics record per shipping office for the run.
       790-Write-Office-Stats.
           move 0 to WS-Office-Count
           perform varying M from 1 by 1
             until M > WS-Manifest-Count
               move 0 to WS-Office-Index
               perform varying ofx from 1 by 1
                 until ofx > WS-Office-Count
                   if WS-OF-Office(ofx) = WS-Man-Office(M)
                       move ofx to WS-Office-Index
                   end-if
               end-perform
               if WS-Office-Index = 0
                   add 1 to WS-Office-Count
                   move WS-Office-Count to WS-Office-Index
                   move WS-Man-Office(M) to WS-OF-Office(WS-Office-Index)
                   move 0 to WS-OF-Manifests(WS-Office-Index)
                   move 0 to WS-OF-Out-Of-Balance(WS-Office-Index)
                   move 0 to WS-OF-Lines(WS-Office-Index)
                   move 0 to WS-OF-Exc-Ship(WS-Office-Index)
                   move 0 to WS-OF-Exc-Voyage(WS-Office-Index)
                   move 0 to WS-OF-Exc-Product(WS-Office-Index)
                   move 0 to WS-OF-Exc-Hold(WS-Office-Index)
                   move 0 to WS-OF-Exc-Stale(WS-Office-Index)
               end-if
               if WS-Man-Trailer(M) not = 'R'
                   add 1 to WS-OF-Manifests(WS-Office-Index)
               end-if
               if WS-Man-Balanced(M) = 'N'
                   add 1 to WS-OF-Out-Of-Balance(WS-Office-Index)
               end-if
               add WS-Man-Act-Count(M) to WS-OF-Lines(WS-Office-Index)
               add WS-Man-Exc-Ship(M) to WS-OF-Exc-Ship(WS-Office-Index)
               add WS-Man-Exc-Voyage(M) to WS-OF-Exc-Voyage(WS-Office-Index)
               add WS-Man-Exc-Product(M) to WS-OF-Exc-Product(WS-Office-Index)
               add WS-Man-Exc-Hold(M) to WS-OF-Exc-Hold(WS-Office-Index)
               add WS-Man-Exc-Stale(M) to WS-OF-Exc-Stale(WS-Office-Index)
           end-perform
           if WS-Office-Count > 0
               open extend OfficeStats
               if WS-OS-Status = '35'
                   open output OfficeStats
               end-if
               perform varying ofx from 1 by 1
                 until ofx > WS-Office-Count
                   move spaces to Office-Stats-Rec
                   move WS-Run-Date to OS-Run-Date
                   move 'M' to OS-Source
                   move WS-OF-Office(ofx) to OS-Office
                   move WS-OF-Manifests(ofx) to OS-Manifests
                   move WS-OF-Out-Of-Balance(ofx) to OS-Out-Of-Balance
                   move WS-OF-Lines(ofx) to OS-Lines
                   move WS-OF-Exc-Ship(ofx) to OS-Exc-Ship
                   move WS-OF-Exc-Voyage(ofx) to OS-Exc-Voyage
                   move WS-OF-Exc-Product(ofx) to OS-Exc-Product
                   move WS-OF-Exc-Hold(ofx) to OS-Exc-Hold
                   move WS-OF-Exc-Stale(ofx) to OS-Exc-Stale
                   move 0 to OS-Repaired
                   write Office-Stats-Rec
               end-perform
               close OfficeStats
           end-if.

      *Compliance's daily screening report - every line the
      *restricted trade master caught, held or licensed, by ship and
      *then consignee, ranked the same way the salesperson report
      *ranks its top performers.
       750-Write-Screening-Report.
           open output ScreeningReport
           move spaces to Screening-Line
           move WS-Hold-Date to SR-Date-Out
           move SR-Header to Screening-Line
           write Screening-Line
           move spaces to Screening-Line
           write Screening-Line
           move SR-Column-Header to Screening-Line
           write Screening-Line
           move spaces to Screening-Line
           write Screening-Line
           perform varying sc from 1 by 1
             until sc > WS-Screen-Count
               move sc to ScreenOrder(sc)
           end-perform
           move spaces to WS-Screen-Prior-Ship
           perform varying sc from 1 by 1
             until sc > WS-Screen-Count
               move sc to WS-Screen-Best-Pos
               move WS-SC-Key(ScreenOrder(sc)) to WS-Screen-Best-Key
               compute sck = sc + 1
               perform varying sck from sck by 1
                 until sck > WS-Screen-Count
                   if WS-SC-Key(ScreenOrder(sck)) < WS-Screen-Best-Key
                       move sck to WS-Screen-Best-Pos
                       move WS-SC-Key(ScreenOrder(sck))
                         to WS-Screen-Best-Key
                   end-if
               end-perform
               move ScreenOrder(sc) to WS-Screen-Temp
               move ScreenOrder(WS-Screen-Best-Pos) to ScreenOrder(sc)
               move WS-Screen-Temp to ScreenOrder(WS-Screen-Best-Pos)
               perform 755-Write-Screening-Detail
           end-perform
           move spaces to Screening-Line
           write Screening-Line
           move WS-Comp-Held-Count to SR-Held-Out
           move WS-Comp-Released-Count to SR-Released-Out
           move SR-Total-Line to Screening-Line
           write Screening-Line
           close ScreeningReport.

       755-Write-Screening-Detail.
           move ScreenOrder(sc) to WS-Screen-Temp
           if WS-SC-Ship(WS-Screen-Temp) not = WS-Screen-Prior-Ship
            and sc > 1
               move spaces to Screening-Line
               write Screening-Line
           end-if
           move WS-SC-Ship(WS-Screen-Temp) to WS-Screen-Prior-Ship
           move spaces to Screening-Line
           move WS-SC-Ship(WS-Screen-Temp) to SR-Ship-Out
           move WS-SC-Consignee(WS-Screen-Temp) to SR-Consignee-Out
           move WS-SC-Product(WS-Screen-Temp) to SR-Product-Out
           move WS-SC-Units(WS-Screen-Temp) to SR-Units-Out
           move WS-SC-Country(WS-Screen-Temp) to SR-Country-Out
           move WS-SC-Result(WS-Screen-Temp) to SR-Result-Out
           move SR-Detail-Line to Screening-Line
           write Screening-Line
           move spaces to Screening-Line
           if WS-SC-Result(WS-Screen-Temp) = 'LICENSED'
               move 'LICENCE NO:   ' to SR-Ref-Label
           else
               move 'HOLD NO:      ' to SR-Ref-Label
           end-if
           move WS-SC-Reference(WS-Screen-Temp) to SR-Ref-Out
           move SR-Reference-Line to Screening-Line
           write Screening-Line.

       760-Clear-Released-Lines.
           if WS-Released-Found = 'Y'
               open output ComplianceReleased
               close ComplianceReleased
           end-if.

       900-Write-Run-Audit.
           perform 905-Read-Audit-Parm
