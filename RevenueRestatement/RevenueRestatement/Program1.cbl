       Identification division.
       program-id. Program1 as "RevenueRestatement.Program1".

       Environment division.
       Input-Output section.
       File-control.    Select CpiTable assign to 'E:\COBOL Stuff\InflationRateResults\InflationRateResults\CpiTable.txt'
                        organization is line sequential
                        file status is WS-Cpi-Status.
                        Select RestateParm assign to 'E:\COBOL Stuff\RevenueRestatement\RevenueRestatement\RestateParm.txt'
                        organization is line sequential
                        file status is WS-RP-Status.
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
                        Select YearEndHistory assign to 'E:\COBOL Stuff\SalesPersonsProblems\SalesPersonsProblems\YearEndHistory.txt'
                        organization is line sequential
                        file status is WS-YE-Status.
                        Select ManifestRegister assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ManifestRegister.txt'
                        organization is line sequential
                        file status is WS-MR-Status.
                        Select RestateReport assign to 'E:\COBOL Stuff\RevenueRestatement\RevenueRestatement\RevenueRestatement.txt'
                        organization is line sequential.
                        Select RunAuditFile assign to 'E:\COBOL Stuff\RunAudit.txt'
                        organization is line sequential
                        file status is WS-AUD-Status.
                        Select AuditParm assign to 'E:\COBOL Stuff\AuditParm.txt'
                        organization is line sequential
                        file status is WS-AP-Status.

       Data division.

       File section.
      *CPI table shared with the inflation report - annual rate in
      *whole percent against a two-digit table year.
       Fd CpiTable.
       01 Cpi-Rec.
         05 Cpi-Year picture 99.
         05 Cpi-Rate picture 99.

      *Restatement options: the base year whose dollars everything is
      *expressed in, and the calendar year that CPI table year 01
      *stands for. The CPI year must be given - the table itself does
      *not say which calendar year it starts from, and a wrong guess
      *restates every figure at another year's rate - so with no parm
      *or no CPI year the report is not printed. A missing base year
      *defaults to last year.
       Fd RestateParm.
       01 Restate-Parm-Rec.
         05 RP-Base-Year picture 9(4).
         05 RP-Cpi-First-Year picture 9(4).

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

      *Closing YTD per salesperson per year from the year-end close.
       Fd YearEndHistory.
       01 Year-End-Rec.
         05 YE-Year picture 9(4).
         05 YE-PersonId picture 99.
         05 YE-Name picture x(20).
         05 YE-YTD picture 9(7)v99.
         05 YE-Attain picture 9(4)v9.

      *Processed-manifest register from the cargo run. Only the M
      *records are needed here - the latest version of each office
      *and manifest id stands, and a C status means it was cancelled.
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

       Fd RestateReport.
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
       01 History-More-Records picture xxx value 'Yes'.
       01 Register-More-Records picture xxx value 'Yes'.
       01 VoidLine picture x(80) value spaces.
       01 WS-Cpi-Status picture xx value spaces.
       01 WS-RP-Status picture xx value spaces.
       01 WS-AI-Status picture xx value spaces.
       01 WS-AR-Status picture xx value spaces.
       01 WS-ML-Status picture xx value spaces.
       01 WS-YE-Status picture xx value spaces.
       01 WS-MR-Status picture xx value spaces.
       01 WS-Archive-Name picture x(80) value spaces.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR picture 9(4).
           10 WS-CURRENT-MONTH picture 9(2).
           10 WS-CURRENT-DAY picture 9(2).
       01 WS-Run-Date picture 9(8) value 0.
       01 WS-Run-Time picture 9(6) value 0.

       01 WS-Base-Year picture 9(4) value 0.
       01 WS-Cpi-First-Year picture 9(4) value 0.

       01 WS-Max-Cpi-Years picture 99 value 99.
       01 WS-Cpi-Year-Count picture 99 value 0.
       01 CpiYearTable.
         05 CpiYearEntry occurs 1 to 99 times
             depending on WS-Cpi-Year-Count
             indexed by C.
           10 WS-Cpi-Table-Year picture 99.
           10 WS-Cpi-Table-Rate picture 99.

      *Revenue by calendar year for the three lines of business -
      *line 1 rental, 2 freight, 3 sales. The price level is the CPI
      *chain from the base year to that year, 1.000000 in the base
      *year itself; real revenue is nominal divided by it.
       01 WS-Max-Years picture 99 value 50.
       01 WS-Year-Count picture 99 value 0.
       01 YearTable.
         05 YearEntry occurs 1 to 50 times
             depending on WS-Year-Count
             indexed by Y.
           10 WS-YR-Year picture 9(4).
           10 WS-YR-Nominal occurs 3 times picture 9(11)v99.
           10 WS-YR-Level picture 9(3)v9(6).
           10 WS-YR-Missing picture x.
       01 WS-Year-Index picture 99 value 0.
       01 WS-Rev-Year picture 9(4) value 0.
       01 WS-Rev-Amount picture 9(11)v99 value 0.
       01 WS-Rev-Line picture 9 value 0.
       01 WS-Low-Year picture 9(4) value 9999.
       01 WS-High-Year picture 9(4) value 0.

      *Manifests as they stand on the register - a later version of
      *the same office and manifest id replaces the earlier one.
       01 WS-Max-Manifests picture 9(4) value 2000.
       01 WS-Manifest-Count picture 9(4) value 0.
       01 ManifestTable.
         05 ManifestEntry occurs 1 to 2000 times
             depending on WS-Manifest-Count.
           10 WS-MF-Office picture x(3).
           10 WS-MF-Id picture x(6).
           10 WS-MF-Status picture x.
           10 WS-MF-Year picture 9(4).
           10 WS-MF-Value picture 9(9)v99.
       01 mfx picture 9(4) value 0.
       01 WS-Manifest-Index picture 9(4) value 0.

       01 WS-Chain-Start picture 9(4) value 0.
       01 WS-Chain-Year picture 9(4) value 0.
       01 WS-Chain-Slot picture s9(5) value 0.
       01 WS-Chain-Rate picture 99 value 0.
       01 WS-Chain-Found picture x value 'N'.
       01 WS-Level picture 9(3)v9(6) value 0.
       01 WS-Any-Missing picture x value 'N'.

       01 bx picture 9 value 0.
       01 WS-Print-Year picture 9(4) value 0.
       01 WS-Real picture 9(11)v99 value 0.
       01 WS-Prev-Nominal picture 9(11)v99 value 0.
       01 WS-Prev-Real picture 9(11)v99 value 0.
       01 WS-Growth picture s9(5)v9 value 0.
       01 WS-Growth-Edit picture ----9.9.
       01 WS-Line-Nominal picture 9(11)v99 value 0.
       01 WS-Line-Real picture 9(11)v99 value 0.

       01 WS-Records-Read picture 9(7) value 0.
       01 WS-Archives-Read picture 9(5) value 0.
       01 WS-Grand-Nominal picture 9(11)v99 value 0.

       01 BusinessTitles.
         05 picture x(40) value 'RENTAL REVENUE - MONTHLY LEDGER        '.
         05 picture x(40) value 'FREIGHT REVENUE - PROCESSED MANIFESTS  '.
         05 picture x(40) value 'SALES REVENUE - SALESPERSON CLOSING YTD'.
       01 BusinessTitleTable redefines BusinessTitles.
         05 WS-Business-Title occurs 3 times picture x(40).

       01 RS-Header.
         05 picture x(14) value spaces.
         05 picture x(42) value 'CONSTANT-DOLLAR REVENUE RESTATEMENT - IN '.
         05 RH-Base-Out picture 9(4).
         05 picture x(9) value ' DOLLARS '.
         05 RH-Date-Out picture 9(8).
         05 picture x(3) value spaces.

       01 RS-Title-Line.
         05 picture x(2) value spaces.
         05 RT-Title-Out picture x(40).
         05 picture x(38) value spaces.

       01 RS-Column-Header.
         05 picture x(2) value spaces.
         05 picture x(4) value 'YEAR'.
         05 picture x(3) value spaces.
         05 picture x(6) value ' LEVEL'.
         05 picture x(3) value spaces.
         05 picture x(15) value '        NOMINAL'.
         05 picture x(3) value spaces.
         05 picture x(15) value '           REAL'.
         05 picture x(3) value spaces.
         05 picture x(7) value ' NOM YY'.
         05 picture x(3) value spaces.
         05 picture x(7) value 'REAL YY'.
         05 picture x(9) value spaces.

       01 RS-Detail-Line.
         05 picture x(2) value spaces.
         05 RD-Year-Out picture 9(4).
         05 picture x(3) value spaces.
         05 RD-Level-Out picture ZZ9.99.
         05 picture x(3) value spaces.
         05 RD-Nominal-Out picture $$$,$$$,$$9.99.
         05 picture x(3) value spaces.
         05 RD-Real-Out picture $$$,$$$,$$9.99.
         05 picture x(3) value spaces.
         05 RD-Nom-Growth-Out picture x(7).
         05 picture x(3) value spaces.
         05 RD-Real-Growth-Out picture x(7).
         05 picture x(2) value spaces.
         05 RD-Flag-Out picture x.
         05 picture x(8) value spaces.

       01 RS-Total-Line.
         05 picture x(2) value spaces.
         05 picture x(13) value 'ALL YEARS    '.
         05 RL-Nominal-Out picture $$$,$$$,$$9.99.
         05 picture x(3) value spaces.
         05 RL-Real-Out picture $$$,$$$,$$9.99.
         05 picture x(34) value spaces.

       01 RS-None-Line.
         05 picture x(2) value spaces.
         05 picture x(40) value 'NO REVENUE ON FILE FOR THIS BUSINESS   '.
         05 picture x(38) value spaces.

       01 RS-Note-Line1.
         05 picture x(2) value spaces.
         05 picture x(36) value 'REAL = NOMINAL / PRICE LEVEL, WHERE '.
         05 picture x(30) value 'LEVEL IS 1.00 IN THE BASE YEAR'.
         05 picture x(12) value spaces.

       01 RS-Note-Line2.
         05 picture x(2) value spaces.
         05 picture x(31) value 'CPI TABLE YEAR 01 IS CALENDAR  '.
         05 RN-First-Out picture 9(4).
         05 picture x(43) value spaces.

       01 RS-Note-Line3.
         05 picture x(2) value spaces.
         05 picture x(40) value '* NO CPI RATE FOR A YEAR IN THE CHAIN - '.
         05 picture x(30) value 'THAT YEAR TAKEN AS 0%         '.
         05 picture x(8) value spaces.

      *Run-audit bookkeeping - swing tolerance from AuditParm, counts
      *compared to this program's previous audit record. Read counts
      *every source record, written the year lines printed and the
      *money total is all nominal revenue restated.
       01 WS-AUD-Status picture xx value spaces.
       01 WS-AP-Status picture xx value spaces.
       01 Audit-More-Records picture xxx value 'Yes'.
       01 WS-Swing-Pct picture 999 value 25.
       01 WS-Prev-Audit-Found picture x value 'N'.
       01 WS-Prev-Read picture 9(7) value 0.
       01 WS-Prev-Written picture 9(7) value 0.
       01 WS-Audit-Diff picture 9(8) value 0.
       01 WS-Audit-Flag picture x(12) value spaces.
       01 WS-Audit-Program picture x(20) value 'REVENUERESTATEMENT'.
       01 WS-Audit-Written picture 9(7) value 0.

       Procedure division.
       100-Main-Module.
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Run-Date =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           Move FUNCTION CURRENT-DATE (9:6) to WS-Run-Time
           perform 110-Read-Restate-Parm
           if WS-Cpi-First-Year = 0
               display 'RESTATE PARM MISSING OR HAS NO CPI FIRST YEAR - '
                   'NO REPORT'
               move 8 to return-code
               goback
           end-if
           perform 120-Load-Cpi-Table
           perform 150-Load-Rental-Archives
           perform 160-Load-Live-Ledger
           perform 170-Load-Freight
           perform 180-Load-Sales
           perform 300-Compute-Price-Levels
           open output RestateReport
           perform varying bx from 1 by 1 until bx > 3
               perform 400-Print-Business
           end-perform
           perform 500-Print-Notes
           close RestateReport
           perform 900-Write-Run-Audit
           display 'SOURCE RECORDS READ:  ' WS-Records-Read
           display 'LEDGER ARCHIVES READ: ' WS-Archives-Read
           display 'YEAR LINES PRINTED:   ' WS-Audit-Written
           goback.

       110-Read-Restate-Parm.
           compute WS-Base-Year = WS-CURRENT-YEAR - 1
           move 0 to WS-Cpi-First-Year
           open input RestateParm
           if WS-RP-Status = '00'
               read RestateParm
                   at end
                       continue
                   not at end
                       if RP-Base-Year numeric and RP-Base-Year > 0
                           move RP-Base-Year to WS-Base-Year
                       end-if
                       if RP-Cpi-First-Year numeric
                        and RP-Cpi-First-Year > 0
                           move RP-Cpi-First-Year to WS-Cpi-First-Year
                       end-if
               end-read
               close RestateParm
           end-if.

       120-Load-Cpi-Table.
           move 0 to WS-Cpi-Year-Count
           open input CpiTable
           if WS-Cpi-Status = '00'
               perform until WS-Cpi-Status not = '00'
                   read CpiTable
                       at end
                           continue
                       not at end
                           if Cpi-Year numeric and Cpi-Rate numeric
                               add 1 to WS-Cpi-Year-Count
                               move Cpi-Year to WS-Cpi-Table-Year(WS-Cpi-Year-Count)
                               move Cpi-Rate to WS-Cpi-Table-Rate(WS-Cpi-Year-Count)
                           end-if
                   end-read
                   if WS-Cpi-Year-Count = WS-Max-Cpi-Years
                       move '10' to WS-Cpi-Status
                   end-if
               end-perform
               close CpiTable
           end-if.

      *Rental revenue is the rental total plus incidentals, the same
      *figure the month-end and month-close reports total. The closed
      *months come from every archive on the close's index.
       150-Load-Rental-Archives.
           move 1 to WS-Rev-Line
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
                               compute WS-Rev-Year = AR-Date / 10000
                               if AR-Incidentals numeric
                                   compute WS-Rev-Amount =
                                       AR-TotalAmount + AR-Incidentals
                               else
                                   move AR-TotalAmount to WS-Rev-Amount
                               end-if
                               perform 200-Add-Revenue
                           end-if
                   end-read
               end-perform
               close LedgerArchive
           else
               display 'LEDGER ARCHIVE NOT FOUND - ' WS-Archive-Name
           end-if.

      *The month not yet closed is still on the live ledger.
       160-Load-Live-Ledger.
           move 1 to WS-Rev-Line
           open input MonthlyLedger
           if WS-ML-Status = '00'
               perform until Ledger-More-Records = 'No'
                   read MonthlyLedger
                       at end
                           move 'No' to Ledger-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if LG-Date numeric and LG-TotalAmount numeric
                               compute WS-Rev-Year = LG-Date / 10000
                               if LG-Incidentals numeric
                                   compute WS-Rev-Amount =
                                       LG-TotalAmount + LG-Incidentals
                               else
                                   move LG-TotalAmount to WS-Rev-Amount
                               end-if
                               perform 200-Add-Revenue
                           end-if
                   end-read
               end-perform
               close MonthlyLedger
           end-if.

      *Freight revenue is the priced value of every manifest standing
      *on the register, by the year of the manifest date. Amended
      *manifests count once at their latest value; cancelled ones not
      *at all.
       170-Load-Freight.
           move 2 to WS-Rev-Line
           open input ManifestRegister
           if WS-MR-Status = '00'
               perform until Register-More-Records = 'No'
                   read ManifestRegister
                       at end
                           move 'No' to Register-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if MR-Type = 'M'
                               perform 175-Take-Manifest
                           end-if
                   end-read
               end-perform
               close ManifestRegister
           end-if
           perform varying mfx from 1 by 1
             until mfx > WS-Manifest-Count
               if WS-MF-Status(mfx) not = 'C'
                   move WS-MF-Year(mfx) to WS-Rev-Year
                   move WS-MF-Value(mfx) to WS-Rev-Amount
                   perform 200-Add-Revenue
               end-if
           end-perform.

       175-Take-Manifest.
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
               else
                   display 'MANIFEST TABLE FULL - ' MR-Office ' '
                       MR-Manifest-Id ' LEFT OFF THE RESTATEMENT'
               end-if
           end-if
           if WS-Manifest-Index > 0
               move MR-Status to WS-MF-Status(WS-Manifest-Index)
               if MR-Manifest-Date numeric and MR-Manifest-Date > 0
                   compute WS-MF-Year(WS-Manifest-Index) =
                       MR-Manifest-Date / 10000
               else
                   compute WS-MF-Year(WS-Manifest-Index) =
                       MR-Run-Date / 10000
               end-if
               if MR-Priced-Value numeric
                   move MR-Priced-Value to WS-MF-Value(WS-Manifest-Index)
               else
                   move 0 to WS-MF-Value(WS-Manifest-Index)
               end-if
           end-if.

      *Sales revenue is the closing YTD of every salesperson for the
      *year, as written by the year-end close.
       180-Load-Sales.
           move 3 to WS-Rev-Line
           open input YearEndHistory
           if WS-YE-Status = '00'
               perform until History-More-Records = 'No'
                   read YearEndHistory
                       at end
                           move 'No' to History-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if YE-Year numeric and YE-YTD numeric
                               move YE-Year to WS-Rev-Year
                               move YE-YTD to WS-Rev-Amount
                               perform 200-Add-Revenue
                           end-if
                   end-read
               end-perform
               close YearEndHistory
           end-if.

       200-Add-Revenue.
           move 0 to WS-Year-Index
           if WS-Year-Count > 0
               set Y to 1
               search YearEntry
                   at end
                       continue
                   when WS-YR-Year(Y) = WS-Rev-Year
                       set WS-Year-Index to Y
               end-search
           end-if
           if WS-Year-Index = 0
               if WS-Year-Count < WS-Max-Years
                   add 1 to WS-Year-Count
                   move WS-Year-Count to WS-Year-Index
                   move WS-Rev-Year to WS-YR-Year(WS-Year-Index)
                   move 0 to WS-YR-Nominal(WS-Year-Index 1)
                   move 0 to WS-YR-Nominal(WS-Year-Index 2)
                   move 0 to WS-YR-Nominal(WS-Year-Index 3)
                   move 'N' to WS-YR-Missing(WS-Year-Index)
                   if WS-Rev-Year < WS-Low-Year
                       move WS-Rev-Year to WS-Low-Year
                   end-if
                   if WS-Rev-Year > WS-High-Year
                       move WS-Rev-Year to WS-High-Year
                   end-if
               else
                   display 'YEAR TABLE FULL - ' WS-Rev-Year
                       ' LEFT OFF THE RESTATEMENT'
               end-if
           end-if
           if WS-Year-Index > 0
               add WS-Rev-Amount
                 to WS-YR-Nominal(WS-Year-Index WS-Rev-Line)
               add WS-Rev-Amount to WS-Grand-Nominal
           end-if.

      *Chain the CPI rates from the base year to each revenue year -
      *forward through the years after the base, backward through the
      *years up to it for an earlier one.
       300-Compute-Price-Levels.
           perform varying Y from 1 by 1 until Y > WS-Year-Count
               move 1 to WS-Level
               if WS-YR-Year(Y) > WS-Base-Year
                   compute WS-Chain-Start = WS-Base-Year + 1
                   perform varying WS-Chain-Year from WS-Chain-Start by 1
                     until WS-Chain-Year > WS-YR-Year(Y)
                       perform 310-Chain-Rate
                       if WS-Chain-Rate > 0
                           compute WS-Level rounded =
                               WS-Level * (1 + (WS-Chain-Rate / 100))
                       end-if
                   end-perform
               end-if
               if WS-YR-Year(Y) < WS-Base-Year
                   compute WS-Chain-Start = WS-YR-Year(Y) + 1
                   perform varying WS-Chain-Year from WS-Chain-Start by 1
                     until WS-Chain-Year > WS-Base-Year
                       perform 310-Chain-Rate
                       if WS-Chain-Rate > 0
                           compute WS-Level rounded =
                               WS-Level / (1 + (WS-Chain-Rate / 100))
                       end-if
                   end-perform
               end-if
               move WS-Level to WS-YR-Level(Y)
           end-perform.

      *The rate for one calendar year of the chain. A year the table
      *does not cover counts as no change and marks the revenue year.
       310-Chain-Rate.
           move 0 to WS-Chain-Rate
           move 'N' to WS-Chain-Found
           compute WS-Chain-Slot = WS-Chain-Year - WS-Cpi-First-Year + 1
           if WS-Chain-Slot >= 1 and WS-Chain-Slot <= 99
            and WS-Cpi-Year-Count > 0
               set C to 1
               search CpiYearEntry
                   at end
                       continue
                   when WS-Cpi-Table-Year(C) = WS-Chain-Slot
                       move WS-Cpi-Table-Rate(C) to WS-Chain-Rate
                       move 'Y' to WS-Chain-Found
               end-search
           end-if
           if WS-Chain-Found = 'N'
               move 'Y' to WS-YR-Missing(Y)
           end-if.

      *One page per line of business, every year from the earliest to
      *the latest on file that the business has revenue in. Growth is
      *against the calendar year before and is shown only when that
      *year has revenue too.
       400-Print-Business.
           move spaces to Print-Rec
           move WS-Base-Year to RH-Base-Out
           move WS-Run-Date to RH-Date-Out
           move RS-Header to Print-Rec
           write Print-Rec
             after advancing page
           move spaces to Print-Rec
           move WS-Business-Title(bx) to RT-Title-Out
           move RS-Title-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move RS-Column-Header to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move 0 to WS-Prev-Nominal
           move 0 to WS-Prev-Real
           move 0 to WS-Line-Nominal
           move 0 to WS-Line-Real
           if WS-Year-Count > 0
               perform varying WS-Print-Year from WS-Low-Year by 1
                 until WS-Print-Year > WS-High-Year
                   perform 410-Print-Year
               end-perform
           end-if
           if WS-Line-Nominal = 0
               move RS-None-Line to Print-Rec
               write Print-Rec
                 after advancing 1 line
           else
               move spaces to Print-Rec
               move WS-Line-Nominal to RL-Nominal-Out
               move WS-Line-Real to RL-Real-Out
               move RS-Total-Line to Print-Rec
               write Print-Rec
                 after advancing 2 lines
           end-if.

       410-Print-Year.
           move 0 to WS-Year-Index
           set Y to 1
           search YearEntry
               at end
                   continue
               when WS-YR-Year(Y) = WS-Print-Year
                   set WS-Year-Index to Y
           end-search
           if WS-Year-Index = 0
               move 0 to WS-Prev-Nominal
               move 0 to WS-Prev-Real
           else
               if WS-YR-Nominal(WS-Year-Index bx) = 0
                   move 0 to WS-Prev-Nominal
                   move 0 to WS-Prev-Real
               else
                   perform 420-Write-Year-Line
               end-if
           end-if.

       420-Write-Year-Line.
           compute WS-Real rounded =
               WS-YR-Nominal(WS-Year-Index bx) / WS-YR-Level(WS-Year-Index)
           move spaces to Print-Rec
           move WS-Print-Year to RD-Year-Out
           move WS-YR-Level(WS-Year-Index) to RD-Level-Out
           move WS-YR-Nominal(WS-Year-Index bx) to RD-Nominal-Out
           move WS-Real to RD-Real-Out
           if WS-Prev-Nominal > 0
               compute WS-Growth rounded =
                   (WS-YR-Nominal(WS-Year-Index bx) - WS-Prev-Nominal)
                   * 100 / WS-Prev-Nominal
               move WS-Growth to WS-Growth-Edit
               move WS-Growth-Edit to RD-Nom-Growth-Out
               compute WS-Growth rounded =
                   (WS-Real - WS-Prev-Real) * 100 / WS-Prev-Real
               move WS-Growth to WS-Growth-Edit
               move WS-Growth-Edit to RD-Real-Growth-Out
           else
               move '    N/A' to RD-Nom-Growth-Out
               move '    N/A' to RD-Real-Growth-Out
           end-if
           if WS-YR-Missing(WS-Year-Index) = 'Y'
               move '*' to RD-Flag-Out
               move 'Y' to WS-Any-Missing
           else
               move space to RD-Flag-Out
           end-if
           move RS-Detail-Line to Print-Rec
           write Print-Rec
             after advancing 1 line
           add 1 to WS-Audit-Written
           add WS-YR-Nominal(WS-Year-Index bx) to WS-Line-Nominal
           add WS-Real to WS-Line-Real
           move WS-YR-Nominal(WS-Year-Index bx) to WS-Prev-Nominal
           move WS-Real to WS-Prev-Real.

       500-Print-Notes.
           move VoidLine to Print-Rec
           write Print-Rec
             after advancing 1 line
           move RS-Note-Line1 to Print-Rec
           write Print-Rec
             after advancing 1 line
           move spaces to Print-Rec
           move WS-Cpi-First-Year to RN-First-Out
           move RS-Note-Line2 to Print-Rec
           write Print-Rec
             after advancing 1 line
           if WS-Any-Missing = 'Y'
               move RS-Note-Line3 to Print-Rec
               write Print-Rec
                 after advancing 1 line
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
           move WS-Grand-Nominal to AUD-Money-Total
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
