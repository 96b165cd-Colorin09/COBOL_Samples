       Identification division.
       program-id. Program1 as "ManagementFlash.Program1".

       Environment division.
       Input-Output section.
       File-control.    Select FlashParm assign to 'E:\COBOL Stuff\ManagementFlash\ManagementFlash\FlashParm.txt'
                        organization is line sequential
                        file status is WS-FP-Status.
                        Select FlashHistory assign to 'E:\COBOL Stuff\ManagementFlash\ManagementFlash\FlashHistory.txt'
                        organization is line sequential
                        file status is WS-FH-Status.
                        Select LedgerArchiveIndex assign to 'E:\COBOL Stuff\CarRentMonthClose\CarRentMonthClose\LedgerArchiveIndex.txt'
                        organization is line sequential
                        file status is WS-AI-Status.
      *Each archive named on the index is opened in turn under its
      *own dated file name.
                        Select LedgerArchive assign to WS-Archive-Name
                        organization is line sequential
                        file status is WS-AR-Status.
                        Select MonthlyLedger assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\MonthlyLedger.txt'
                        organization is line sequential
                        file status is WS-ML-Status.
                        Select FleetMaster assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\FleetMaster.txt'
                        organization is line sequential
                        file status is WS-FM-Status.
                        Select OpenRentals assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\OpenRentals.txt'
                        organization is line sequential
                        file status is WS-OR-Status.
                        Select ManifestRegister assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ManifestRegister.txt'
                        organization is line sequential
                        file status is WS-MR-Status.
                        Select ExceptionsFile assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\Exceptions.txt'
                        organization is line sequential
                        file status is WS-EX-Status.
                        Select PostedJournal assign to 'E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\PostedJournal.txt'
                        organization is line sequential
                        file status is WS-PJ-Status.
                        Select AccountMaster assign to 'E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\AccountMaster.txt'
                        organization is line sequential
                        file status is WS-AM-Status.
                        Select DormantParm assign to 'E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\DormantParm.txt'
                        organization is line sequential
                        file status is WS-DM-Status.
                        Select ProjectionSnapshot assign to 'E:\COBOL Stuff\InflationRateResults\InflationRateResults\ProjectionSnapshot.txt'
                        organization is line sequential
                        file status is WS-PS-Status.
                        Select DeptBudgetMaster assign to 'E:\COBOL Stuff\InflationRateResults\InflationRateResults\DeptBudgetMaster.txt'
                        organization is line sequential
                        file status is WS-DB-Status.
                        Select SalesPersonsList assign to 'E:\COBOL Stuff\SalesPersonsProblems\SalesPersonsProblems\input7.txt'
                        organization is line sequential
                        file status is WS-SL-Status.
                        Select TotalsFile assign to 'E:\COBOL Stuff\SalesPersonsProblems\SalesPersonsProblems\TotalsFile.txt'
                        organization is line sequential
                        file status is WS-TF-Status.
                        Select QuotaMaster assign to 'E:\COBOL Stuff\SalesPersonsProblems\SalesPersonsProblems\QuotaMaster.txt'
                        organization is line sequential
                        file status is WS-QM-Status.
                        Select FlashReport assign to 'E:\COBOL Stuff\ManagementFlash\ManagementFlash\FlashReport.txt'
                        organization is line sequential.
                        Select RunAuditFile assign to 'E:\COBOL Stuff\RunAudit.txt'
                        organization is line sequential
                        file status is WS-AUD-Status.
                        Select AuditParm assign to 'E:\COBOL Stuff\AuditParm.txt'
                        organization is line sequential
                        file status is WS-AP-Status.

       Data division.

       File section.
      *Flash options: how far (whole percent) a figure may move from
      *the same day last month before it is marked as an exception.
      *With no parm the tolerance is 20 percent.
       Fd FlashParm.
       01 Flash-Parm-Rec.
         05 FP-Tolerance-Pct picture 999.

      *The flash's own history - one record per run date with each
      *figure as the flash showed it that day. Positions such as
      *open rentals or overdrawn accounts are not kept by date in
      *their own files, so this is where their month-to-date average
      *and last month's figure come from. Only this month and last
      *month are kept.
       Fd FlashHistory.
       01 Flash-History-Rec.
         05 FH-Date picture 9(8).
         05 FH-Value occurs 15 times
              picture s9(11)v99 sign is leading separate.

       Fd LedgerArchiveIndex.
       01 Archive-Index-Rec picture x(80).

      *Archived and live rental ledger - the month-close copies the
      *ledger record into the archive unchanged.
       Fd LedgerArchive.
       01 Archive-Rec.
         05 AR-Date picture 9(8).
         05 AR-Client-Lname picture x(20).
         05 AR-Client-Initial picture x.
         05 AR-CarType picture x(10).
         05 AR-UnitNumber picture 9(4).
         05 AR-AmountMiles picture 9(6)v99.
         05 AR-AmountDays picture 9(6)v99.
         05 AR-Discount picture 9(5)v99.
         05 AR-TotalAmount picture 9(7)v99.
         05 AR-Incidentals picture 9(5)v99.
         05 AR-Agreement-No picture 9(7).

       Fd MonthlyLedger.
       01 Ledger-Rec.
         05 LG-Date picture 9(8).
         05 LG-Client-Lname picture x(20).
         05 LG-Client-Initial picture x.
         05 LG-CarType picture x(10).
         05 LG-UnitNumber picture 9(4).
         05 LG-AmountMiles picture 9(6)v99.
         05 LG-AmountDays picture 9(6)v99.
         05 LG-Discount picture 9(5)v99.
         05 LG-TotalAmount picture 9(7)v99.
         05 LG-Incidentals picture 9(5)v99.
         05 LG-Agreement-No picture 9(7).

      *Fleet units as the counter left them - status R is out on
      *rental.
       Fd FleetMaster.
       01 Fleet-Rec.
         05 FM-UnitNumber picture 9(4).
         05 FM-CarType picture x.
         05 FM-Status picture x.
         05 FM-Miles-Since-Svc picture 9(6).
         05 FM-Home-Branch picture x(3).
         05 FM-Current-Branch picture x(3).

      *Only rentals still open are rewritten to this file.
       Fd OpenRentals.
       01 Open-Rental-Rec picture x(80).

      *Processed-manifest register from the cargo run. Only the M
      *records are needed here; each new version of a manifest
      *replaces the one before it, and status C means cancelled.
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

      *Every line still on the cargo exceptions file is outstanding -
      *the reprocess step rewrites it with only what it could not
      *price.
       Fd ExceptionsFile.
       01 Exception-Rec picture x(157).

      *Posted-transaction journal from the account ledger, by the
      *date each entry posted.
       Fd PostedJournal.
       01 Journal-Rec.
         05 PJ-Ref picture 9(8).
         05 PJ-Acct picture 9(6).
         05 PJ-Name picture x(12).
         05 PJ-Trans-Date picture x(8).
         05 PJ-Post-Date picture 9(8).
         05 PJ-Type picture x.
         05 PJ-Signed-Amount picture s9(6) sign is leading separate.
         05 PJ-Counterparty picture 9(6).
         05 PJ-Reverses-Ref picture 9(8).
         05 PJ-Reverses-Type picture x.
         05 PJ-Reversed-Flag picture x.
         05 PJ-Reversed-By picture 9(8).
         05 PJ-Source picture x.

      *The account ledger's customer master - last activity date is
      *MMDDYYYY.
       Fd AccountMaster.
       01 Account-Master-Rec.
         05 AM-Name picture x(12).
         05 AM-Balance picture s9(7) sign is leading separate.
         05 AM-Last-Activity.
           10 AM-Activity-MM picture 99.
           10 AM-Activity-DD picture 99.
           10 AM-Activity-YYYY picture 9(4).
         05 AM-Status picture x.
         05 AM-Number picture 9(6).
         05 AM-Dormant-Flag picture x.
         05 AM-Review-Status picture x.
         05 AM-Review-Count picture 999.
         05 AM-Review-Date picture 9(8).
         05 AM-Available picture s9(7) sign is leading separate.
         05 AM-Open-Date picture 9(8).

       Fd DormantParm.
       01 Dormant-Parm-Rec.
         05 DM-Report-Months picture 99.
         05 DM-Flag-Months picture 99.

      *The inflation report's latest projection - P parameter record
      *then one I record per item with its projected annual spend.
       Fd ProjectionSnapshot.
       01 Snapshot-Item-Rec.
         05 PSI-Type picture x.
         05 PSI-ItemID picture 9(5).
         05 PSI-Price picture 999v99.
         05 PSI-UsageQty picture 9(5).
         05 PSI-Factor picture 9(3)v99999.
         05 PSI-FinalCost picture 9(6)v99.
         05 PSI-ExtSpend picture 9(9)v99.

       Fd DeptBudgetMaster.
       01 Dept-Budget-Rec.
         05 DB-Dept picture x(3).
         05 DB-Category occurs 5 times picture x(3).
         05 DB-Budget picture 9(9)v99.

      *The day's sales input; a return (R) takes the sale back.
       Fd SalesPersonsList.
       01 SalesRecord.
         05 PersonId picture 99.
         05 PersonName picture x(20).
         05 amt-of-sales picture 999v99.
         05 ReturnFlag picture x.
         05 Split-Credit picture x(13).

       Fd TotalsFile.
       01 Totals-Rec.
         05 Totals-PersonId picture 99.
         05 Totals-MTD picture 9(7)v99.
         05 Totals-YTD picture 9(7)v99.
         05 Totals-Last-Month picture 99.
         05 Totals-Last-Year picture 9(4).
         05 Totals-Name picture x(20).
         05 Totals-Region picture x(3).
         05 Totals-Draw-Balance picture 9(7)v99.
         05 Totals-Draw-Period picture 9(6).
         05 Totals-Draw-Opening picture 9(7)v99.
         05 Totals-Draw-Paid-MTD picture 9(5)v99.
         05 Totals-Comm-MTD picture 9(7)v99.
         05 Totals-Recovered-MTD picture 9(7)v99.
         05 Totals-Paid-MTD picture 9(7)v99.

       Fd QuotaMaster.
       01 Quota-Rec.
         05 QM-PersonId picture 99.
         05 QM-Amount picture 9(7)v99.

       Fd FlashReport.
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

       01 Index-More-Records picture xxx value 'Yes'.
       01 Archive-More-Records picture xxx value 'Yes'.
       01 Ledger-More-Records picture xxx value 'Yes'.
       01 Fleet-More-Records picture xxx value 'Yes'.
       01 Open-More-Records picture xxx value 'Yes'.
       01 Register-More-Records picture xxx value 'Yes'.
       01 Exception-More-Records picture xxx value 'Yes'.
       01 Journal-More-Records picture xxx value 'Yes'.
       01 Account-More-Records picture xxx value 'Yes'.
       01 Snapshot-More-Records picture xxx value 'Yes'.
       01 Budget-More-Records picture xxx value 'Yes'.
       01 Sales-More-Records picture xxx value 'Yes'.
       01 Totals-More-Records picture xxx value 'Yes'.
       01 Quota-More-Records picture xxx value 'Yes'.
       01 History-More-Records picture xxx value 'Yes'.
       01 VoidLine picture x(80) value spaces.
       01 WS-FP-Status picture xx value spaces.
       01 WS-FH-Status picture xx value spaces.
       01 WS-AI-Status picture xx value spaces.
       01 WS-AR-Status picture xx value spaces.
       01 WS-ML-Status picture xx value spaces.
       01 WS-FM-Status picture xx value spaces.
       01 WS-OR-Status picture xx value spaces.
       01 WS-MR-Status picture xx value spaces.
       01 WS-EX-Status picture xx value spaces.
       01 WS-PJ-Status picture xx value spaces.
       01 WS-AM-Status picture xx value spaces.
       01 WS-DM-Status picture xx value spaces.
       01 WS-PS-Status picture xx value spaces.
       01 WS-DB-Status picture xx value spaces.
       01 WS-SL-Status picture xx value spaces.
       01 WS-TF-Status picture xx value spaces.
       01 WS-QM-Status picture xx value spaces.
       01 WS-Archive-Name picture x(80) value spaces.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR picture 9(4).
           10 WS-CURRENT-MONTH picture 9(2).
           10 WS-CURRENT-DAY picture 9(2).
       01 WS-Run-Date picture 9(8) value 0.
       01 WS-Run-Time picture 9(6) value 0.

      *The comparison dates. Same day last month falls back to the
      *last day of that month when it is shorter (the 31st against a
      *30-day month, or against February).
       01 WS-Month-Start picture 9(8) value 0.
       01 WS-LM-Date picture 9(8) value 0.
       01 WS-LM-Month-Start picture 9(8) value 0.
       01 WS-LM-Year picture 9(4) value 0.
       01 WS-LM-Month picture 99 value 0.
       01 WS-LM-Day picture 99 value 0.
       01 WS-Month-Days-Data picture x(24)
           value '312831303130313130313031'.
       01 WS-Month-Days-Table redefines WS-Month-Days-Data.
         05 WS-Days-In-Month occurs 12 times picture 99.
       01 WS-Max-Day picture 99 value 0.
       01 WS-Leap-Quotient picture 9(4) value 0.
       01 WS-Leap-Rem4 picture 999 value 0.
       01 WS-Leap-Rem100 picture 999 value 0.
       01 WS-Leap-Rem400 picture 999 value 0.

       01 WS-Tolerance-Pct picture 999 value 20.

      *The figures on the flash, five business areas in order. Kind F
      *is activity the area's own file carries by date, so today,
      *month-to-date and last month all come from that file. Kind S
      *is a position as it stands tonight - month-to-date is the
      *average of this month's flash days and last month is the
      *latest flash on or before the same day last month. Kind T is
      *the day's sales feed: today from the feed, month-to-date from
      *the salesperson totals and last month from the flash history.
      *Format $ money, N count, P percent.
       01 WS-Row-Count picture 99 value 15.
       01 FlashRowData.
         05 picture x(29) value 'RENTALS COMPLETED         FN1'.
         05 picture x(29) value 'RENTAL REVENUE            F$1'.
         05 picture x(29) value 'FLEET UTILIZATION %       SP1'.
         05 picture x(29) value 'OPEN RENTALS              SN1'.
         05 picture x(29) value 'CARGO VALUE PROCESSED     F$2'.
         05 picture x(29) value 'DUTY ASSESSED             F$2'.
         05 picture x(29) value 'EXCEPTIONS OUTSTANDING    SN2'.
         05 picture x(29) value 'NET DEPOSITS              F$3'.
         05 picture x(29) value 'OVERDRAWN ACCOUNTS        SN3'.
         05 picture x(29) value 'DORMANT ACCOUNTS          SN3'.
         05 picture x(29) value 'PROJECTED ANNUAL SPEND    S$4'.
         05 picture x(29) value 'DEPARTMENT BUDGETS        S$4'.
         05 picture x(29) value 'SPEND AS % OF BUDGET      SP4'.
         05 picture x(29) value 'SALES                     T$5'.
         05 picture x(29) value 'QUOTA ATTAINMENT %        SP5'.
       01 FlashRowTable redefines FlashRowData.
         05 FlashRowEntry occurs 15 times.
           10 WS-Row-Label picture x(26).
           10 WS-Row-Kind picture x.
           10 WS-Row-Format picture x.
           10 WS-Row-Area picture 9.
       01 WS-Row-Today occurs 15 times picture s9(11)v99.
       01 WS-Row-MTD occurs 15 times picture s9(11)v99.
       01 WS-Row-LM occurs 15 times picture s9(11)v99.
       01 WS-Row-LM-Found occurs 15 times picture x.
       01 rw picture 99 value 0.

       01 AreaTitleData.
         05 picture x(30) value 'CAR RENTAL                    '.
         05 picture x(30) value 'CARGO                         '.
         05 picture x(30) value 'ACCOUNTS                      '.
         05 picture x(30) value 'PURCHASING                    '.
         05 picture x(30) value 'SALES                         '.
       01 AreaTitleTable redefines AreaTitleData.
         05 WS-Area-Title occurs 5 times picture x(30).
       01 ax picture 9 value 0.

      *An activity amount landing on a date - added to today, to the
      *month-to-date total and to last month's same day as the date
      *falls.
       01 WS-Flow-Row picture 99 value 0.
       01 WS-Flow-Date picture 9(8) value 0.
       01 WS-Flow-Amount picture s9(11)v99 value 0.

       01 WS-Units-Total picture 9(5) value 0.
       01 WS-Units-Rented picture 9(5) value 0.

      *Manifests as they stand on the register so far - each new
      *version lands the difference from the one before on its run
      *date, and a cancellation takes the whole value back off.
       01 WS-Max-Manifests picture 9(4) value 2000.
       01 WS-Manifest-Count picture 9(4) value 0.
       01 ManifestTable.
         05 ManifestEntry occurs 1 to 2000 times
             depending on WS-Manifest-Count.
           10 WS-MF-Office picture x(3).
           10 WS-MF-Id picture x(6).
           10 WS-MF-Value picture 9(9)v99.
           10 WS-MF-Duty picture 9(9)v99.
       01 mfx picture 9(4) value 0.
       01 WS-Manifest-Index picture 9(4) value 0.
       01 WS-New-Value picture 9(9)v99 value 0.
       01 WS-New-Duty picture 9(9)v99 value 0.

       01 WS-Report-Months picture 99 value 12.
       01 WS-Dormant-Months picture s9(5) value 0.

       01 WS-Spend-Total picture 9(11)v99 value 0.
       01 WS-Budget-Total picture 9(11)v99 value 0.
       01 WS-Sales-MTD picture 9(11)v99 value 0.
       01 WS-Quota-Total picture 9(11)v99 value 0.

      *Flash history held while it is brought forward - everything
      *from the start of last month except any earlier flash for
      *today, which tonight's figures replace.
       01 WS-Max-History picture 99 value 99.
       01 WS-History-Count picture 99 value 0.
       01 HistoryTable.
         05 HistoryEntry occurs 1 to 99 times
             depending on WS-History-Count
             indexed by H.
           10 WS-HS-Date picture 9(8).
           10 WS-HS-Value occurs 15 times picture s9(11)v99.
       01 WS-MTD-Days picture 999 value 0.
       01 WS-MTD-Sum picture s9(13)v99 value 0.
       01 WS-LM-Best-Date picture 9(8) value 0.

       01 WS-Diff picture s9(11)v99 value 0.
       01 WS-Base picture s9(11)v99 value 0.
       01 WS-Edit-Value picture s9(11)v99 value 0.
       01 WS-Edit-Out picture x(15) value spaces.
       01 WS-Money-Edit picture $$$,$$$,$$9.99-.
       01 WS-Count-Area.
         05 picture x(4) value spaces.
         05 WS-Count-Edit picture ---,---,--9.
       01 WS-Pct-Area.
         05 picture x(7) value spaces.
         05 WS-Pct-Edit picture ----9.99.

       01 WS-Records-Read picture 9(7) value 0.
       01 WS-Archives-Read picture 9(5) value 0.
       01 WS-Exceptions-Marked picture 99 value 0.
       01 WS-Money-Today picture s9(11)v99 value 0.

       01 FL-Header.
         05 picture x(16) value spaces.
         05 picture x(25) value 'DAILY MANAGEMENT FLASH - '.
         05 FH-Date-Out picture 9(8).
         05 picture x(31) value spaces.

       01 FL-Compare-Line.
         05 picture x(2) value spaces.
         05 picture x(21) value 'SAME DAY LAST MONTH: '.
         05 FC-LM-Out picture 9(8).
         05 picture x(4) value spaces.
         05 picture x(21) value 'EXCEPTION TOLERANCE: '.
         05 FC-Tolerance-Out picture ZZ9.
         05 picture x value '%'.
         05 picture x(20) value spaces.

       01 FL-Column-Header.
         05 picture x(2) value spaces.
         05 picture x(6) value 'FIGURE'.
         05 picture x(20) value spaces.
         05 picture x(15) value '          TODAY'.
         05 picture x value space.
         05 picture x(15) value '  MONTH TO DATE'.
         05 picture x value space.
         05 picture x(15) value '     LAST MONTH'.
         05 picture x(5) value spaces.

       01 FL-Area-Line.
         05 picture x(2) value spaces.
         05 FA-Title-Out picture x(30).
         05 picture x(48) value spaces.

       01 FL-Detail-Line.
         05 picture x(2) value spaces.
         05 FD-Label-Out picture x(26).
         05 FD-Today-Out picture x(15).
         05 picture x value space.
         05 FD-MTD-Out picture x(15).
         05 picture x value space.
         05 FD-LM-Out picture x(15).
         05 picture x(2) value spaces.
         05 FD-Flag-Out picture x.
         05 picture x(2) value spaces.

       01 FL-Note-Line1.
         05 picture x(2) value spaces.
         05 picture x(40) value '* TODAY IS FURTHER FROM THE SAME DAY LAS'.
         05 picture x(38) value 'T MONTH THAN THE TOLERANCE ALLOWS     '.

       01 FL-Note-Line2.
         05 picture x(2) value spaces.
         05 picture x(40) value 'MONTH TO DATE IS THE TOTAL FOR ACTIVITY '.
         05 picture x(38) value 'AND THE DAILY AVERAGE FOR POSITIONS   '.

       01 FL-Note-Line3.
         05 picture x(2) value spaces.
         05 picture x(40) value 'N/A - NO FLASH ON FILE FOR THAT DAY LAST'.
         05 picture x(38) value ' MONTH                                '.

      *Run-audit bookkeeping - swing tolerance from AuditParm, counts
      *compared to this program's previous audit record. Read counts
      *every source record, written the figures marked as exceptions
      *and the money total is the day's rental, freight and sales.
       01 WS-AUD-Status picture xx value spaces.
       01 WS-AP-Status picture xx value spaces.
       01 Audit-More-Records picture xxx value 'Yes'.
       01 WS-Swing-Pct picture 999 value 25.
       01 WS-Prev-Audit-Found picture x value 'N'.
       01 WS-Prev-Read picture 9(7) value 0.
       01 WS-Prev-Written picture 9(7) value 0.
       01 WS-Audit-Diff picture 9(8) value 0.
       01 WS-Audit-Flag picture x(12) value spaces.
       01 WS-Audit-Program picture x(20) value 'MANAGEMENTFLASH'.
       01 WS-Audit-Written picture 9(7) value 0.

       Procedure division.
       100-Main-Module.
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Run-Date =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           Move FUNCTION CURRENT-DATE (9:6) to WS-Run-Time
           perform 110-Read-Flash-Parm
           perform 120-Set-Comparison-Dates
           perform varying rw from 1 by 1 until rw > WS-Row-Count
               move 0 to WS-Row-Today(rw)
               move 0 to WS-Row-MTD(rw)
               move 0 to WS-Row-LM(rw)
               if WS-Row-Kind(rw) = 'F'
                   move 'Y' to WS-Row-LM-Found(rw)
               else
                   move 'N' to WS-Row-LM-Found(rw)
               end-if
           end-perform
           perform 150-Load-Rental-Archives
           perform 160-Load-Live-Ledger
           perform 170-Count-Fleet
           perform 175-Count-Open-Rentals
           perform 200-Load-Cargo-Register
           perform 210-Count-Exceptions
           perform 250-Load-Posted-Journal
           perform 255-Read-Dormant-Parm
           perform 260-Scan-Accounts
           perform 300-Load-Projection
           perform 305-Load-Budgets
           perform 350-Load-Day-Sales
           perform 355-Load-Sales-Totals
           perform 360-Load-Quotas
           perform 400-Load-History
           perform 420-Apply-History
           perform 450-Rewrite-History
           open output FlashReport
           perform 500-Print-Flash
           close FlashReport
           compute WS-Money-Today =
               WS-Row-Today(2) + WS-Row-Today(5) + WS-Row-Today(14)
           perform 900-Write-Run-Audit
           display 'SOURCE RECORDS READ:  ' WS-Records-Read
           display 'LEDGER ARCHIVES READ: ' WS-Archives-Read
           display 'FIGURES MARKED:       ' WS-Exceptions-Marked
           goback.

       110-Read-Flash-Parm.
           open input FlashParm
           if WS-FP-Status = '00'
               read FlashParm
                   at end
                       continue
                   not at end
                       if FP-Tolerance-Pct numeric
                        and FP-Tolerance-Pct > 0
                           move FP-Tolerance-Pct to WS-Tolerance-Pct
                       end-if
               end-read
               close FlashParm
           end-if.

       120-Set-Comparison-Dates.
           compute WS-Month-Start =
               WS-CURRENT-YEAR * 10000 + WS-CURRENT-MONTH * 100 + 1
           if WS-CURRENT-MONTH = 1
               compute WS-LM-Year = WS-CURRENT-YEAR - 1
               move 12 to WS-LM-Month
           else
               move WS-CURRENT-YEAR to WS-LM-Year
               compute WS-LM-Month = WS-CURRENT-MONTH - 1
           end-if
           move WS-Days-In-Month(WS-LM-Month) to WS-Max-Day
           if WS-LM-Month = 2
               divide WS-LM-Year by 4 giving WS-Leap-Quotient
                   remainder WS-Leap-Rem4
               divide WS-LM-Year by 100 giving WS-Leap-Quotient
                   remainder WS-Leap-Rem100
               divide WS-LM-Year by 400 giving WS-Leap-Quotient
                   remainder WS-Leap-Rem400
               if WS-Leap-Rem4 = 0
                and (WS-Leap-Rem100 not = 0 or WS-Leap-Rem400 = 0)
                   move 29 to WS-Max-Day
               end-if
           end-if
           if WS-CURRENT-DAY > WS-Max-Day
               move WS-Max-Day to WS-LM-Day
           else
               move WS-CURRENT-DAY to WS-LM-Day
           end-if
           compute WS-LM-Date =
               WS-LM-Year * 10000 + WS-LM-Month * 100 + WS-LM-Day
           compute WS-LM-Month-Start =
               WS-LM-Year * 10000 + WS-LM-Month * 100 + 1.

      *Rentals and rental revenue - the rental total plus incidentals,
      *the same figure the month-end and month-close reports total.
      *Last month may already be closed into an archive.
       150-Load-Rental-Archives.
           open input LedgerArchiveIndex
           if WS-AI-Status = '00'
               perform until Index-More-Records = 'No'
                   read LedgerArchiveIndex
                       at end
                           move 'No' to Index-More-Records
                       not at end
                           if Archive-Index-Rec not = spaces
                               move Archive-Index-Rec to WS-Archive-Name
                               perform 155-Read-One-Archive
                           end-if
                   end-read
               end-perform
               close LedgerArchiveIndex
           end-if.

       155-Read-One-Archive.
           open input LedgerArchive
           if WS-AR-Status = '00'
               add 1 to WS-Archives-Read
               move 'Yes' to Archive-More-Records
               perform until Archive-More-Records = 'No'
                   read LedgerArchive
                       at end
                           move 'No' to Archive-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if AR-Date numeric and AR-TotalAmount numeric
                               move AR-Date to WS-Flow-Date
                               move 1 to WS-Flow-Row
                               move 1 to WS-Flow-Amount
                               perform 190-Add-Flow
                               move 2 to WS-Flow-Row
                               if AR-Incidentals numeric
                                   compute WS-Flow-Amount =
                                       AR-TotalAmount + AR-Incidentals
                               else
                                   move AR-TotalAmount to WS-Flow-Amount
                               end-if
                               perform 190-Add-Flow
                           end-if
                   end-read
               end-perform
               close LedgerArchive
           else
               display 'LEDGER ARCHIVE NOT FOUND - ' WS-Archive-Name
           end-if.

       160-Load-Live-Ledger.
           open input MonthlyLedger
           if WS-ML-Status = '00'
               perform until Ledger-More-Records = 'No'
                   read MonthlyLedger
                       at end
                           move 'No' to Ledger-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if LG-Date numeric and LG-TotalAmount numeric
                               move LG-Date to WS-Flow-Date
                               move 1 to WS-Flow-Row
                               move 1 to WS-Flow-Amount
                               perform 190-Add-Flow
                               move 2 to WS-Flow-Row
                               if LG-Incidentals numeric
                                   compute WS-Flow-Amount =
                                       LG-TotalAmount + LG-Incidentals
                               else
                                   move LG-TotalAmount to WS-Flow-Amount
                               end-if
                               perform 190-Add-Flow
                           end-if
                   end-read
               end-perform
               close MonthlyLedger
           end-if.

      *Utilization is units out on rental against the whole fleet.
       170-Count-Fleet.
           open input FleetMaster
           if WS-FM-Status = '00'
               perform until Fleet-More-Records = 'No'
                   read FleetMaster
                       at end
                           move 'No' to Fleet-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           add 1 to WS-Units-Total
                           if FM-Status = 'R'
                               add 1 to WS-Units-Rented
                           end-if
                   end-read
               end-perform
               close FleetMaster
           end-if
           if WS-Units-Total > 0
               compute WS-Row-Today(3) rounded =
                   WS-Units-Rented * 100 / WS-Units-Total
           end-if.

       175-Count-Open-Rentals.
           open input OpenRentals
           if WS-OR-Status = '00'
               perform until Open-More-Records = 'No'
                   read OpenRentals
                       at end
                           move 'No' to Open-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if Open-Rental-Rec not = spaces
                               add 1 to WS-Row-Today(4)
                           end-if
                   end-read
               end-perform
               close OpenRentals
           end-if.

       190-Add-Flow.
           if WS-Flow-Date = WS-Run-Date
               add WS-Flow-Amount to WS-Row-Today(WS-Flow-Row)
           end-if
           if WS-Flow-Date >= WS-Month-Start
            and WS-Flow-Date <= WS-Run-Date
               add WS-Flow-Amount to WS-Row-MTD(WS-Flow-Row)
           end-if
           if WS-Flow-Date = WS-LM-Date
               add WS-Flow-Amount to WS-Row-LM(WS-Flow-Row)
           end-if.

      *Cargo value and duty by the night each manifest version was
      *processed. An amendment lands only what it changed; a
      *cancellation takes back what the manifest had standing.
       200-Load-Cargo-Register.
           open input ManifestRegister
           if WS-MR-Status = '00'
               perform until Register-More-Records = 'No'
                   read ManifestRegister
                       at end
                           move 'No' to Register-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if MR-Type = 'M' and MR-Run-Date numeric
                               perform 205-Take-Manifest-Version
                           end-if
                   end-read
               end-perform
               close ManifestRegister
           end-if.

       205-Take-Manifest-Version.
           move 0 to WS-Manifest-Index
           perform varying mfx from 1 by 1
             until mfx > WS-Manifest-Count
               if WS-MF-Office(mfx) = MR-Office
                and WS-MF-Id(mfx) = MR-Manifest-Id
                   move mfx to WS-Manifest-Index
               end-if
           end-perform
           if WS-Manifest-Index = 0
               if WS-Manifest-Count < WS-Max-Manifests
                   add 1 to WS-Manifest-Count
                   move WS-Manifest-Count to WS-Manifest-Index
                   move MR-Office to WS-MF-Office(WS-Manifest-Index)
                   move MR-Manifest-Id to WS-MF-Id(WS-Manifest-Index)
                   move 0 to WS-MF-Value(WS-Manifest-Index)
                   move 0 to WS-MF-Duty(WS-Manifest-Index)
               else
                   display 'MANIFEST TABLE FULL - ' MR-Office ' '
                       MR-Manifest-Id ' LEFT OFF THE FLASH'
               end-if
           end-if
           if WS-Manifest-Index > 0
               move 0 to WS-New-Value
               move 0 to WS-New-Duty
               if MR-Status not = 'C'
                   if MR-Priced-Value numeric
                       move MR-Priced-Value to WS-New-Value
                   end-if
                   if MR-Duty-Total numeric
                       move MR-Duty-Total to WS-New-Duty
                   end-if
               end-if
               move MR-Run-Date to WS-Flow-Date
               move 5 to WS-Flow-Row
               compute WS-Flow-Amount =
                   WS-New-Value - WS-MF-Value(WS-Manifest-Index)
               perform 190-Add-Flow
               move 6 to WS-Flow-Row
               compute WS-Flow-Amount =
                   WS-New-Duty - WS-MF-Duty(WS-Manifest-Index)
               perform 190-Add-Flow
               move WS-New-Value to WS-MF-Value(WS-Manifest-Index)
               move WS-New-Duty to WS-MF-Duty(WS-Manifest-Index)
           end-if.

       210-Count-Exceptions.
           open input ExceptionsFile
           if WS-EX-Status = '00'
               perform until Exception-More-Records = 'No'
                   read ExceptionsFile
                       at end
                           move 'No' to Exception-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if Exception-Rec not = spaces
                               add 1 to WS-Row-Today(7)
                           end-if
                   end-read
               end-perform
               close ExceptionsFile
           end-if.

      *Net deposits are deposits less withdrawals as posted, with the
      *reversal of either taken back on the day it posted. Transfers
      *stay inside the bank and fees and interest are not customer
      *money in or out.
       250-Load-Posted-Journal.
           open input PostedJournal
           if WS-PJ-Status = '00'
               move 8 to WS-Flow-Row
               perform until Journal-More-Records = 'No'
                   read PostedJournal
                       at end
                           move 'No' to Journal-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if PJ-Post-Date numeric
                            and PJ-Signed-Amount numeric
                               if PJ-Type = 'D' or PJ-Type = 'W'
                                  or (PJ-Type = 'X'
                                      and (PJ-Reverses-Type = 'D'
                                        or PJ-Reverses-Type = 'W'))
                                   move PJ-Post-Date to WS-Flow-Date
                                   move PJ-Signed-Amount to WS-Flow-Amount
                                   perform 190-Add-Flow
                               end-if
                           end-if
                   end-read
               end-perform
               close PostedJournal
           end-if.

       255-Read-Dormant-Parm.
           open input DormantParm
           if WS-DM-Status = '00'
               read DormantParm
                   at end
                       continue
                   not at end
                       if DM-Report-Months numeric
                        and DM-Report-Months > 0
                           move DM-Report-Months to WS-Report-Months
                       end-if
               end-read
               close DormantParm
           end-if.

      *Overdrawn is a balance below zero; dormant is the ledger's own
      *dormant-report rule - no movement for more than the report
      *months. Closed accounts are left out of both.
       260-Scan-Accounts.
           open input AccountMaster
           if WS-AM-Status = '00'
               perform until Account-More-Records = 'No'
                   read AccountMaster
                       at end
                           move 'No' to Account-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if AM-Status not = 'C'
                               if AM-Balance numeric and AM-Balance < 0
                                   add 1 to WS-Row-Today(9)
                               end-if
                               if AM-Last-Activity numeric
                                   compute WS-Dormant-Months =
                                       (WS-CURRENT-YEAR - AM-Activity-YYYY) * 12
                                       + WS-CURRENT-MONTH - AM-Activity-MM
                               else
                                   move 999 to WS-Dormant-Months
                               end-if
                               if WS-Dormant-Months > WS-Report-Months
                                   add 1 to WS-Row-Today(10)
                               end-if
                           end-if
                   end-read
               end-perform
               close AccountMaster
           end-if.

      *Projected spend is the inflation report's latest projected
      *annual spend over all items, against the departments' budgets.
       300-Load-Projection.
           open input ProjectionSnapshot
           if WS-PS-Status = '00'
               perform until Snapshot-More-Records = 'No'
                   read ProjectionSnapshot
                       at end
                           move 'No' to Snapshot-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if PSI-Type = 'I' and PSI-ExtSpend numeric
                               add PSI-ExtSpend to WS-Spend-Total
                           end-if
                   end-read
               end-perform
               close ProjectionSnapshot
           end-if
           move WS-Spend-Total to WS-Row-Today(11).

       305-Load-Budgets.
           open input DeptBudgetMaster
           if WS-DB-Status = '00'
               perform until Budget-More-Records = 'No'
                   read DeptBudgetMaster
                       at end
                           move 'No' to Budget-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if DB-Budget numeric
                               add DB-Budget to WS-Budget-Total
                           end-if
                   end-read
               end-perform
               close DeptBudgetMaster
           end-if
           move WS-Budget-Total to WS-Row-Today(12)
           if WS-Budget-Total > 0
               compute WS-Row-Today(13) rounded =
                   WS-Spend-Total * 100 / WS-Budget-Total
           end-if.

       350-Load-Day-Sales.
           open input SalesPersonsList
           if WS-SL-Status = '00'
               perform until Sales-More-Records = 'No'
                   read SalesPersonsList
                       at end
                           move 'No' to Sales-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if amt-of-sales numeric
                               if ReturnFlag = 'R'
                                   subtract amt-of-sales from WS-Row-Today(14)
                               else
                                   add amt-of-sales to WS-Row-Today(14)
                               end-if
                           end-if
                   end-read
               end-perform
               close SalesPersonsList
           end-if.

      *Month-to-date sales are the salesperson totals carried for the
      *current month - a person last updated in an earlier month has
      *nothing this month yet.
       355-Load-Sales-Totals.
           open input TotalsFile
           if WS-TF-Status = '00'
               perform until Totals-More-Records = 'No'
                   read TotalsFile
                       at end
                           move 'No' to Totals-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if Totals-Last-Month = WS-CURRENT-MONTH
                            and Totals-Last-Year = WS-CURRENT-YEAR
                            and Totals-MTD numeric
                               add Totals-MTD to WS-Sales-MTD
                           end-if
                   end-read
               end-perform
               close TotalsFile
           end-if
           move WS-Sales-MTD to WS-Row-MTD(14).

      *Attainment is month-to-date sales against the month's quota,
      *as the sales report figures it.
       360-Load-Quotas.
           open input QuotaMaster
           if WS-QM-Status = '00'
               perform until Quota-More-Records = 'No'
                   read QuotaMaster
                       at end
                           move 'No' to Quota-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if QM-Amount numeric
                               add QM-Amount to WS-Quota-Total
                           end-if
                   end-read
               end-perform
               close QuotaMaster
           end-if
           if WS-Quota-Total > 0
               compute WS-Row-Today(15) rounded =
                   WS-Sales-MTD * 100 / WS-Quota-Total
           end-if.

       400-Load-History.
           open input FlashHistory
           if WS-FH-Status = '00'
               perform until History-More-Records = 'No'
                   read FlashHistory
                       at end
                           move 'No' to History-More-Records
                       not at end
                           if FH-Date numeric
                            and FH-Date >= WS-LM-Month-Start
                            and FH-Date < WS-Run-Date
                               perform 405-Keep-History
                           end-if
                   end-read
               end-perform
               close FlashHistory
           end-if.

       405-Keep-History.
           if WS-History-Count < WS-Max-History
               add 1 to WS-History-Count
               move FH-Date to WS-HS-Date(WS-History-Count)
               perform varying rw from 1 by 1 until rw > WS-Row-Count
                   if FH-Value(rw) numeric
                       move FH-Value(rw) to WS-HS-Value(WS-History-Count rw)
                   else
                       move 0 to WS-HS-Value(WS-History-Count rw)
                   end-if
               end-perform
           else
               display 'FLASH HISTORY FULL - ' FH-Date ' DROPPED'
           end-if.

      *Positions take their month-to-date average and last month's
      *figure from the history; the day's sales take last month's
      *figure from the flash of that exact day.
       420-Apply-History.
           perform varying rw from 1 by 1 until rw > WS-Row-Count
               if WS-Row-Kind(rw) = 'S'
                   move 1 to WS-MTD-Days
                   move WS-Row-Today(rw) to WS-MTD-Sum
                   move 0 to WS-LM-Best-Date
                   perform varying H from 1 by 1
                     until H > WS-History-Count
                       perform 425-Take-Position-Day
                   end-perform
                   compute WS-Row-MTD(rw) rounded =
                       WS-MTD-Sum / WS-MTD-Days
               end-if
               if WS-Row-Kind(rw) = 'T'
                   perform varying H from 1 by 1
                     until H > WS-History-Count
                       if WS-HS-Date(H) = WS-LM-Date
                           move WS-HS-Value(H rw) to WS-Row-LM(rw)
                           move 'Y' to WS-Row-LM-Found(rw)
                       end-if
                   end-perform
               end-if
           end-perform.

       425-Take-Position-Day.
           if WS-HS-Date(H) >= WS-Month-Start
               add 1 to WS-MTD-Days
               add WS-HS-Value(H rw) to WS-MTD-Sum
           end-if
           if WS-HS-Date(H) >= WS-LM-Month-Start
            and WS-HS-Date(H) <= WS-LM-Date
            and WS-HS-Date(H) > WS-LM-Best-Date
               move WS-HS-Date(H) to WS-LM-Best-Date
               move WS-HS-Value(H rw) to WS-Row-LM(rw)
               move 'Y' to WS-Row-LM-Found(rw)
           end-if.

      *History goes back out with tonight's figures added, so a rerun
      *the same night replaces them rather than doubling the day.
       450-Rewrite-History.
           open output FlashHistory
           perform varying H from 1 by 1 until H > WS-History-Count
               move spaces to Flash-History-Rec
               move WS-HS-Date(H) to FH-Date
               perform varying rw from 1 by 1 until rw > WS-Row-Count
                   move WS-HS-Value(H rw) to FH-Value(rw)
               end-perform
               write Flash-History-Rec
           end-perform
           move spaces to Flash-History-Rec
           move WS-Run-Date to FH-Date
           perform varying rw from 1 by 1 until rw > WS-Row-Count
               move WS-Row-Today(rw) to FH-Value(rw)
           end-perform
           write Flash-History-Rec
           close FlashHistory.

      *One page - the five areas in order, each figure today, month to
      *date and on the same day last month.
       500-Print-Flash.
           move spaces to Print-Rec
           move WS-Run-Date to FH-Date-Out
           move FL-Header to Print-Rec
           write Print-Rec
             after advancing page
           move spaces to Print-Rec
           move WS-LM-Date to FC-LM-Out
           move WS-Tolerance-Pct to FC-Tolerance-Out
           move FL-Compare-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move FL-Column-Header to Print-Rec
           write Print-Rec
             after advancing 2 lines
           perform varying ax from 1 by 1 until ax > 5
               move spaces to Print-Rec
               move WS-Area-Title(ax) to FA-Title-Out
               move FL-Area-Line to Print-Rec
               write Print-Rec
                 after advancing 2 lines
               perform varying rw from 1 by 1 until rw > WS-Row-Count
                   if WS-Row-Area(rw) = ax
                       perform 510-Print-Row
                   end-if
               end-perform
           end-perform
           move VoidLine to Print-Rec
           write Print-Rec
             after advancing 1 line
           move FL-Note-Line1 to Print-Rec
           write Print-Rec
             after advancing 1 line
           move FL-Note-Line2 to Print-Rec
           write Print-Rec
             after advancing 1 line
           move FL-Note-Line3 to Print-Rec
           write Print-Rec
             after advancing 1 line.

       510-Print-Row.
           move spaces to Print-Rec
           move WS-Row-Label(rw) to FD-Label-Out
           move WS-Row-Today(rw) to WS-Edit-Value
           perform 530-Edit-Value
           move WS-Edit-Out to FD-Today-Out
           move WS-Row-MTD(rw) to WS-Edit-Value
           perform 530-Edit-Value
           move WS-Edit-Out to FD-MTD-Out
           if WS-Row-LM-Found(rw) = 'Y'
               move WS-Row-LM(rw) to WS-Edit-Value
               perform 530-Edit-Value
               move WS-Edit-Out to FD-LM-Out
           else
               move '            N/A' to FD-LM-Out
           end-if
           perform 520-Check-Tolerance
           move FL-Detail-Line to Print-Rec
           write Print-Rec
             after advancing 1 line.

      *A figure is marked when today moved further from the same day
      *last month than the tolerance allows, either way. Anything
      *against a zero last month counts as moved.
       520-Check-Tolerance.
           move space to FD-Flag-Out
           if WS-Row-LM-Found(rw) = 'Y'
               if WS-Row-LM(rw) = 0
                   if WS-Row-Today(rw) not = 0
                       move '*' to FD-Flag-Out
                   end-if
               else
                   compute WS-Diff = WS-Row-Today(rw) - WS-Row-LM(rw)
                   if WS-Diff < 0
                       compute WS-Diff = 0 - WS-Diff
                   end-if
                   move WS-Row-LM(rw) to WS-Base
                   if WS-Base < 0
                       compute WS-Base = 0 - WS-Base
                   end-if
                   if WS-Diff * 100 > WS-Tolerance-Pct * WS-Base
                       move '*' to FD-Flag-Out
                   end-if
               end-if
           end-if
           if FD-Flag-Out = '*'
               add 1 to WS-Exceptions-Marked
               add 1 to WS-Audit-Written
           end-if.

       530-Edit-Value.
           if WS-Row-Format(rw) = '$'
               move WS-Edit-Value to WS-Money-Edit
               move WS-Money-Edit to WS-Edit-Out
           else
               if WS-Row-Format(rw) = 'P'
                   move WS-Edit-Value to WS-Pct-Edit
                   move WS-Pct-Area to WS-Edit-Out
               else
                   move WS-Edit-Value to WS-Count-Edit
                   move WS-Count-Area to WS-Edit-Out
               end-if
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
           move WS-Records-Read to AUD-Records-Read
           move WS-Audit-Written to AUD-Records-Written
           move 0 to AUD-Records-Rejected
           move WS-Money-Today to AUD-Money-Total
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
               if WS-Records-Read > WS-Prev-Read
                   compute WS-Audit-Diff = WS-Records-Read - WS-Prev-Read
               else
                   compute WS-Audit-Diff = WS-Prev-Read - WS-Records-Read
               end-if
               if WS-Audit-Diff * 100 > WS-Swing-Pct * WS-Prev-Read
                   move 'NEEDS REVIEW' to WS-Audit-Flag
               end-if
           end-if
           if WS-Prev-Written > 0
               if WS-Audit-Written > WS-Prev-Written
                   compute WS-Audit-Diff =
                       WS-Audit-Written - WS-Prev-Written
               else
                   compute WS-Audit-Diff =
                       WS-Prev-Written - WS-Audit-Written
               end-if
               if WS-Audit-Diff * 100 > WS-Swing-Pct * WS-Prev-Written
                   move 'NEEDS REVIEW' to WS-Audit-Flag
               end-if
           end-if.

       end program Program1.
