         05 FM-CarType picture x.
         05 FM-Status picture x.
         05 FM-Miles-Since-Svc picture 9(6).
         05 FM-Home-Branch picture x(3).
         05 FM-Current-Branch picture x(3).

       Fd MonthlyLedger.
       01 Ledger-Rec.
         05 LG-Discount picture 9(5)v99.
         05 LG-TotalAmount picture 9(7)v99.
         05 LG-Incidentals picture 9(5)v99.
         05 LG-Agreement-No picture 9(7).

       Fd UnitRevenueReport.
       01 Print-Rec picture x(80).
