         05 OR-UnitNumber picture 9(4).
         05 OR-DateOut picture 9(8).
         05 OR-OdometerOut picture 9(6).
         05 OR-Agreement-No picture 9(7).
         05 OR-Pickup-Branch picture x(3).

       Fd AgingReport.
       01 Print-Rec picture x(80).
           10 WS-OR-CarType picture x.
           10 WS-OR-Unit picture 9(4).
           10 WS-OR-DateOut picture 9(8).
           10 WS-OR-Agreement picture 9(7).
           10 WS-OR-Days-Out picture 9(5).
           10 WS-OR-Est-Charges picture 9(7)v99.
       01 WS-Days-Out picture s9(5) value 0.
         05 picture x(8) value 'DAYS OUT'.
         05 picture x(3) value spaces.
         05 picture x(12) value 'EST. CHARGES'.
         05 picture x(3) value spaces.
         05 picture x(9) value 'AGREEMENT'.

       01 Detail-Line.
         05 picture x(3) value spaces.
         05 DT-Days-Out picture ZZZZ9.
         05 picture x(4) value spaces.
         05 DT-Charges-Out picture $$,$$$,$$9.99.
         05 picture x(4) value spaces.
         05 DT-Agreement-Out picture 9(7).

       01 Total-Line.
         05 picture x(8) value spaces.
                           move OR-CarType to WS-OR-CarType(WS-Open-Count)
                           move OR-UnitNumber to WS-OR-Unit(WS-Open-Count)
                           move OR-DateOut to WS-OR-DateOut(WS-Open-Count)
                           if OR-Agreement-No numeric
                               move OR-Agreement-No to WS-OR-Agreement(WS-Open-Count)
                           else
                               move 0 to WS-OR-Agreement(WS-Open-Count)
                           end-if
                           perform 175-Age-One-Rental
                       end-if
               end-read
               move WS-OR-DateOut(RankIndex(rnk)) to DT-DateOut-Out
               move WS-OR-Days-Out(RankIndex(rnk)) to DT-Days-Out
               move WS-OR-Est-Charges(RankIndex(rnk)) to DT-Charges-Out
               move WS-OR-Agreement(RankIndex(rnk)) to DT-Agreement-Out
               move Detail-Line to Print-Rec
               write Print-Rec
                 after advancing 1 line
