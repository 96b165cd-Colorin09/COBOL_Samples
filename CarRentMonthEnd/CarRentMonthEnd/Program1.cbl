         05 LG-Discount picture 9(5)v99.
         05 LG-TotalAmount picture 9(7)v99.
         05 LG-Incidentals picture 9(5)v99.
         05 LG-Agreement-No picture 9(7).

       Fd MonthEndReport.
       01 Print-Rec picture x(80).
