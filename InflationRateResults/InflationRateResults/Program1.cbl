		                 Select DeptBudgetMaster assign to 'E:\COBOL Stuff\InflationRateResults\InflationRateResults\DeptBudgetMaster.txt'
			                organization is line sequential
			                file status is WS-DB-Status.
		                 Select ContractMaster assign to 'E:\COBOL Stuff\InflationRateResults\InflationRateResults\ContractMaster.txt'
			                organization is line sequential
			                file status is WS-CM-Status.
		                 Select ProjectionSnapshot assign to 'E:\COBOL Stuff\InflationRateResults\InflationRateResults\ProjectionSnapshot.txt'
			                organization is line sequential
			                file status is WS-PS-Status.
		                 Select RunAuditFile assign to 'E:\COBOL Stuff\RunAudit.txt'
			                organization is line sequential
			                file status is WS-AUD-Status.
      *optimistic and pessimistic - each with its early-years rate and
      *its after-the-split rate. Older parameter files that stop after
      *the horizon still work: the missing scenario fields read as
      *spaces and the program derives them from the base rates. The
      *drift tolerance is the percent an item's final-year spend may
      *move from the last run before the drift page lists it.
       Fd InflationParm.
       01 Inflation-Parm-Rec.
         05 Parm-Percent1 picture 99.
         05 Parm-Pes-Percent1 picture 99.
         05 Parm-Pes-Percent2 picture 99.
         05 Parm-Threshold-Mult picture 9v99.
         05 Parm-Drift-Tol picture 99.

       Fd CpiTable.
       01 Cpi-Rec.
         05 DB-Category occurs 5 times picture x(3).
         05 DB-Budget picture 9(9)v99.

      *Supplier contract master (optional file) - one row per ItemID
      *bought under contract: the supplier, contract start and end
      *dates (YYYYMMDD), the cap on the annual price increase in whole
      *percent, and how many days before the end the supplier must be
      *given renewal notice.
       Fd ContractMaster.
       01 Contract-Rec.
         05 CM-ItemID picture 9(5).
         05 CM-Supplier picture x(20).
         05 CM-Start-Date picture 9(8).
         05 CM-End-Date picture 9(8).
         05 CM-Cap-Pct picture 99.
         05 CM-Notice-Days picture 999.

      *Projection snapshot, rewritten at the end of every run and read
      *back by the next one. A P record holds the assumptions the run
      *used - the rates, split year and horizon, and a count and
      *checksum of the CPI table and the contract caps so an edit to
      *either shows up - and an I record per item holds its price,
      *usage, final-year base factor, cost and spend.
       Fd ProjectionSnapshot.
       01 Snapshot-Param-Rec.
         05 PS-Type picture x.
         05 PS-Run-Date picture 9(8).
         05 PS-Percent1 picture 99.
         05 PS-Percent2 picture 99.
         05 PS-Opt-Percent1 picture 99.
         05 PS-Opt-Percent2 picture 99.
         05 PS-Pes-Percent1 picture 99.
         05 PS-Pes-Percent2 picture 99.
         05 PS-Split-Year picture 99.
         05 PS-Horizon-Years picture 99.
         05 PS-Cpi-Count picture 99.
         05 PS-Cpi-Checksum picture 9(6).
         05 PS-Con-Count picture 99.
         05 PS-Con-Checksum picture 9(6).
       01 Snapshot-Item-Rec.
         05 PSI-Type picture x.
         05 PSI-ItemID picture 9(5).
         05 PSI-Price picture 999v99.
         05 PSI-UsageQty picture 9(5).
         05 PSI-Factor picture 9(3)v99999.
         05 PSI-FinalCost picture 9(6)v99.
         05 PSI-ExtSpend picture 9(9)v99.

      *Shared run-audit file - every program in the suite appends one
      *record per run; the 900-level paragraphs are common across the
      *suite. This report has no money column of its own, so the
           10 finalCostPes picture ZZZ,ZZ9.99.
           10 picture x(4) value spaces.
           10 finalCostExt picture ZZZ,ZZZ,ZZ9.99.
           10 picture x(2) value spaces.
           10 cappedFlag picture x(6).
           10 picture x(5) value spaces.

      *to display the product info
         01 ItemNumber.
           10 SUM-Threshold picture 9(6)v99.
           10 SUM-Breach-Year picture 99.
           10 SUM-Breach-Cost picture 9(6)v99.
           10 SUM-Factor picture 9(3)v99999.

       01 SummaryPageHeader.
         05 picture x(15) value spaces.
       01 WS-BR-Year-Display picture Z9.
       01 WS-BR-Cost-Display picture $$$,$$9.99.

      *Contract escalation caps. Projection year n is calendar year
      *run year + n. A contract holds its price increase to the cap in
      *every projected year from its start year through its end year,
      *in all three scenarios; from the year after it ends the scenario
      *rates apply. The projection loop keeps each contract's spend in
      *its last capped year (year 0 is today's spend) and in the first
      *year after it, for the renewal page.
       01 WS-CM-Status picture xx.
       01 WS-Max-Contracts picture 99 value 50.
       01 WS-Con-Count picture 99 value 0.
       01 ContractTable.
         05 ContractEntry occurs 1 to 50 times
             depending on WS-Con-Count
             indexed by N.
           10 WS-Con-ItemID picture 9(5).
           10 WS-Con-Supplier picture x(20).
           10 WS-Con-Start-Date picture 9(8).
           10 WS-Con-End-Date picture 9(8).
           10 WS-Con-Start-Year picture 9(4).
           10 WS-Con-End-Year picture 9(4).
           10 WS-Con-Cap picture 99.
           10 WS-Con-Notice picture 999.
           10 WS-Con-Projected picture x.
           10 WS-Con-Last-Year picture 99.
           10 WS-Con-Last-Spend picture 9(9)v99.
           10 WS-Con-Open-Year picture 99.
           10 WS-Con-Open-Spend picture 9(9)v99.
       01 WS-Con-Index picture 99 value 0.
       01 WS-Run-Year picture 9(4) value 0.
       01 WS-Proj-Year picture 9(4) value 0.
       01 WS-Year-Capped picture x value 'N'.
       01 WS-Notice-Int picture 9(8) value 0.
       01 WS-Notice-Date picture 9(8) value 0.
       01 WS-Jump picture s9(9)v99 value 0.
       01 WS-Jump-Pct picture s9(4)v9 value 0.
       01 WS-Total-Jump picture s9(11)v99 value 0.
       01 WS-Renewal-Count picture 99 value 0.

       01 RenewalPageHeader.
         05 picture x(20) value spaces.
         05 picture x(39) value 'CONTRACT RENEWALS - SPEND AT CAP EXPIRY'.
         05 picture x(41) value spaces.

       01 RenewalColumnHeader.
         05 picture x(2) value spaces.
         05 picture x(5) value 'ITEM '.
         05 picture x(2) value spaces.
         05 picture x(16) value 'SUPPLIER'.
         05 picture x(2) value spaces.
         05 picture x(8) value 'ENDS ON '.
         05 picture x(2) value spaces.
         05 picture x(8) value 'NOTICE  '.
         05 picture x(2) value spaces.
         05 picture x(3) value 'CAP'.
         05 picture x(2) value spaces.
         05 picture x(11) value ' LAST CAPPD'.
         05 picture x(2) value spaces.
         05 picture x(11) value ' FIRST OPEN'.
         05 picture x(2) value spaces.
         05 picture x(11) value '       JUMP'.
         05 picture x(1) value spaces.
         05 picture x(6) value '  JUMP'.
         05 picture x(4) value spaces.

       01 RenewalLine.
         05 picture x(2) value spaces.
         05 RN-ItemID-Out picture 9(5).
         05 picture x(2) value spaces.
         05 RN-Supplier-Out picture x(16).
         05 picture x(2) value spaces.
         05 RN-End-Out picture 9(8).
         05 picture x(2) value spaces.
         05 RN-Notice-Out picture 9(8).
         05 picture x(2) value spaces.
         05 RN-Cap-Out picture Z9.
         05 picture x value '%'.
         05 picture x(2) value spaces.
         05 RN-Last-Out picture $$,$$$,$$9.
         05 picture x(2) value spaces.
         05 RN-Open-Out picture x(11).
         05 picture x(2) value spaces.
         05 RN-Jump-Out picture x(11).
         05 picture x(1) value spaces.
         05 RN-Pct-Out picture x(6).
         05 picture x(5) value spaces.
       01 WS-RN-Money-Display picture $$,$$$,$$9.
       01 WS-RN-Pct-Display picture ZZZ9.9.

       01 RenewalTotalLine.
         05 picture x(2) value spaces.
         05 picture x(30) value 'CONTRACTS EXPIRING IN HORIZON '.
         05 RT-Count-Out picture Z9.
         05 picture x(4) value spaces.
         05 picture x(19) value 'TOTAL SPEND JUMP   '.
         05 RT-Jump-Out picture $$$,$$$,$$9.99CR.
         05 picture x(27) value spaces.

      *Run-to-run drift. The last run's snapshot is held here while
      *this run projects; each item's change in final-year spend is
      *split into what the price change, the usage change and the
      *rate change (parameters, CPI table, contract caps, horizon)
      *each contributed, taken in that order, and the biggest of the
      *three is named as the cause.
       01 WS-PS-Status picture xx.
       01 WS-Drift-Tol picture 99 value 5.
       01 WS-Cpi-Checksum picture 9(6) value 0.
       01 WS-Con-Checksum picture 9(6) value 0.
       01 WS-Prior-Found picture x value 'N'.
       01 WS-Prior-Param.
         05 PRP-Type picture x.
         05 PRP-Run-Date picture 9(8).
         05 PRP-Percent1 picture 99.
         05 PRP-Percent2 picture 99.
         05 PRP-Opt-Percent1 picture 99.
         05 PRP-Opt-Percent2 picture 99.
         05 PRP-Pes-Percent1 picture 99.
         05 PRP-Pes-Percent2 picture 99.
         05 PRP-Split-Year picture 99.
         05 PRP-Horizon-Years picture 99.
         05 PRP-Cpi-Count picture 99.
         05 PRP-Cpi-Checksum picture 9(6).
         05 PRP-Con-Count picture 99.
         05 PRP-Con-Checksum picture 9(6).
       01 WS-Prior-Count picture 99 value 0.
       01 PriorSnapTable.
         05 PriorSnapEntry occurs 1 to 50 times
             depending on WS-Prior-Count
             indexed by PX.
           10 PRI-ItemID picture 9(5).
           10 PRI-Price picture 999v99.
           10 PRI-UsageQty picture 9(5).
           10 PRI-Factor picture 9(3)v99999.
           10 PRI-ExtSpend picture 9(9)v99.
           10 PRI-Matched picture x.
       01 WS-Prior-Index picture 99 value 0.
       01 WS-Drift-Amount picture s9(9)v99 value 0.
       01 WS-Drift-Abs picture 9(9)v99 value 0.
       01 WS-Drift-Pct picture s9(5)v9 value 0.
       01 WS-Price-Effect picture s9(9)v99 value 0.
       01 WS-Qty-Effect picture s9(9)v99 value 0.
       01 WS-Rate-Effect picture s9(9)v99 value 0.
       01 WS-Effect-Abs picture 9(9)v99 value 0.
       01 WS-Biggest-Effect picture 9(9)v99 value 0.
       01 WS-Drift-Listed picture 99 value 0.
       01 WS-Drift-Within picture 99 value 0.
       01 WS-Drift-Added picture 99 value 0.
       01 WS-Drift-Dropped picture 99 value 0.
       01 WS-Prior-Total-Spend picture 9(11)v99 value 0.
       01 WS-AL-Prior picture 9(6) value 0.
       01 WS-AL-Current picture 9(6) value 0.
       01 WS-AL-Edit picture ZZZZZ9.
       01 WS-AL-Content-Changed picture x value 'N'.

       01 DriftPageHeader.
         05 picture x(20) value spaces.
         05 picture x(34) value 'PROJECTION DRIFT SINCE THE RUN OF '.
         05 DH-Prior-Date-Out picture 9(8).
         05 picture x(38) value spaces.

       01 DriftNoPriorLine.
         05 picture x(4) value spaces.
         05 picture x(40) value 'NO SNAPSHOT FROM AN EARLIER RUN - THIS  '.
         05 picture x(30) value 'RUN IS SAVED AS THE BASELINE  '.
         05 picture x(26) value spaces.

       01 AssumptionHeader.
         05 picture x(4) value spaces.
         05 picture x(24) value 'ASSUMPTION'.
         05 picture x(10) value '  LAST RUN'.
         05 picture x(3) value spaces.
         05 picture x(10) value '  THIS RUN'.
         05 picture x(49) value spaces.

       01 AssumptionLine.
         05 picture x(4) value spaces.
         05 AL-Label picture x(24).
         05 picture x(4) value spaces.
         05 AL-Prior-Out picture x(6).
         05 picture x(7) value spaces.
         05 AL-Current-Out picture x(6).
         05 picture x(3) value spaces.
         05 AL-Flag-Out picture x(7).
         05 picture x(39) value spaces.

       01 DriftColumnHeader.
         05 picture x(2) value spaces.
         05 picture x(5) value 'ITEM '.
         05 picture x(2) value spaces.
         05 picture x(12) value 'DESCRIPTION'.
         05 picture x(2) value spaces.
         05 picture x(10) value 'LAST SPEND'.
         05 picture x(2) value spaces.
         05 picture x(10) value 'THIS SPEND'.
         05 picture x(2) value spaces.
         05 picture x(6) value ' CHG %'.
         05 picture x(2) value spaces.
         05 picture x(8) value 'CAUSE'.
         05 picture x(2) value spaces.
         05 picture x(11) value '  PRICE EFF'.
         05 picture x(1) value spaces.
         05 picture x(11) value '    QTY EFF'.
         05 picture x(1) value spaces.
         05 picture x(11) value '   RATE EFF'.

       01 DriftLine.
         05 picture x(2) value spaces.
         05 DL-ItemID-Out picture 9(5).
         05 picture x(2) value spaces.
         05 DL-Descript-Out picture x(12).
         05 picture x(2) value spaces.
         05 DL-Prior-Out picture x(10).
         05 picture x(2) value spaces.
         05 DL-Current-Out picture x(10).
         05 picture x(2) value spaces.
         05 DL-Pct-Out picture x(6).
         05 picture x(2) value spaces.
         05 DL-Cause-Out picture x(8).
         05 picture x(2) value spaces.
         05 DL-Price-Eff-Out picture x(11).
         05 picture x(1) value spaces.
         05 DL-Qty-Eff-Out picture x(11).
         05 picture x(1) value spaces.
         05 DL-Rate-Eff-Out picture x(11).
       01 WS-DL-Spend-Edit picture $$,$$$,$$9.
       01 WS-DL-Pct-Edit picture ---9.9.
       01 WS-DL-Effect-Edit picture ---,---,--9.

       01 DriftTotalLine.
         05 picture x(2) value spaces.
         05 picture x(10) value 'TOLERANCE '.
         05 DT-Tol-Out picture Z9.
         05 picture x(12) value '%   LISTED: '.
         05 DT-Listed-Out picture Z9.
         05 picture x(10) value '  WITHIN: '.
         05 DT-Within-Out picture Z9.
         05 picture x(9) value '  ADDED: '.
         05 DT-Added-Out picture Z9.
         05 picture x(11) value '  DROPPED: '.
         05 DT-Dropped-Out picture Z9.
         05 picture x(36) value spaces.

       01 DriftSpendLine.
         05 picture x(2) value spaces.
         05 picture x(22) value 'TOTAL SPEND LAST RUN  '.
         05 DS-Prior-Out picture $$$,$$$,$$9.99.
         05 picture x(14) value '   THIS RUN   '.
         05 DS-Current-Out picture $$$,$$$,$$9.99.
         05 picture x(34) value spaces.

      *Run-audit bookkeeping - swing tolerance from AuditParm, counts
      *compared to this program's previous audit record.
       01 WS-AUD-Status picture xx value spaces.
            perform 115-Load-Category-Table
            perform 120-Load-Price-History
            perform 125-Load-Dept-Budgets
            perform 130-Load-Contracts
            perform 135-Load-Prior-Snapshot
            open input ItemList
              output OutputData

                if WS-Dept-Count > 0
                    perform 580-Print-Funding-Gap-Page
                end-if
                if WS-Con-Count > 0
                    perform 590-Print-Renewal-Page
                end-if
            end-if
            perform 600-Print-Drift-Page
            perform 650-Write-Snapshot
            perform 900-Write-Run-Audit
            close ItemList
              OutputData
                        and Parm-Threshold-Mult > 0
                           move Parm-Threshold-Mult to WS-Threshold-Mult
                       end-if
                       if Parm-Drift-Tol numeric and Parm-Drift-Tol > 0
                           move Parm-Drift-Tol to WS-Drift-Tol
                       end-if
               end-read
               close InflationParm
           end-if.
                           add 1 to WS-Cpi-Year-Count
                           move Cpi-Year to WS-Cpi-Table-Year(WS-Cpi-Year-Count)
                           move Cpi-Rate to WS-Cpi-Table-Rate(WS-Cpi-Year-Count)
                           compute WS-Cpi-Checksum =
                               WS-Cpi-Checksum + Cpi-Year * 100 + Cpi-Rate
                   end-read
                   if WS-Cpi-Year-Count = WS-Max-Cpi-Years
                       move '10' to WS-Cpi-Status
               close DeptBudgetMaster
           end-if.

       130-Load-Contracts.
           Move FUNCTION CURRENT-DATE (1:8) TO WS-date
           move WS-year to WS-Run-Year
           move 0 to WS-Con-Count
           open input ContractMaster
           if WS-CM-Status = '00'
               perform until WS-CM-Status not = '00'
                   read ContractMaster
                       at end
                           continue
                       not at end
                           if CM-ItemID numeric
                            and CM-Start-Date numeric
                            and CM-End-Date numeric
                            and CM-Cap-Pct numeric
                               add 1 to WS-Con-Count
                               move CM-ItemID to WS-Con-ItemID(WS-Con-Count)
                               move CM-Supplier to WS-Con-Supplier(WS-Con-Count)
                               move CM-Start-Date to WS-Con-Start-Date(WS-Con-Count)
                               move CM-End-Date to WS-Con-End-Date(WS-Con-Count)
                               move CM-Cap-Pct to WS-Con-Cap(WS-Con-Count)
                               compute WS-Con-Start-Year(WS-Con-Count) =
                                   CM-Start-Date / 10000
                               compute WS-Con-End-Year(WS-Con-Count) =
                                   CM-End-Date / 10000
                               if CM-Notice-Days numeric
                                   move CM-Notice-Days to WS-Con-Notice(WS-Con-Count)
                               else
                                   move 0 to WS-Con-Notice(WS-Con-Count)
                               end-if
                               compute WS-Con-Checksum =
                                   WS-Con-Checksum + CM-Cap-Pct
                                   + WS-Con-Start-Year(WS-Con-Count)
                                   + CM-Start-Date
                                   - WS-Con-Start-Year(WS-Con-Count) * 10000
                                   + WS-Con-End-Year(WS-Con-Count)
                                   + CM-End-Date
                                   - WS-Con-End-Year(WS-Con-Count) * 10000
                                   + WS-Con-Notice(WS-Con-Count)
                               move 'N' to WS-Con-Projected(WS-Con-Count)
                               move 0 to WS-Con-Last-Year(WS-Con-Count)
                               move 0 to WS-Con-Last-Spend(WS-Con-Count)
                               move 0 to WS-Con-Open-Year(WS-Con-Count)
                               move 0 to WS-Con-Open-Spend(WS-Con-Count)
                           end-if
                   end-read
                   if WS-Con-Count = WS-Max-Contracts
                       move '10' to WS-CM-Status
                   end-if
               end-perform
               close ContractMaster
           end-if.

       135-Load-Prior-Snapshot.
           move 'N' to WS-Prior-Found
           move 0 to WS-Prior-Count
           open input ProjectionSnapshot
           if WS-PS-Status = '00'
               perform until WS-PS-Status not = '00'
                   read ProjectionSnapshot
                       at end
                           continue
                       not at end
                           if PS-Type = 'P'
                               move 'Y' to WS-Prior-Found
                               move Snapshot-Param-Rec to WS-Prior-Param
                           end-if
                           if PSI-Type = 'I'
                            and WS-Prior-Count < WS-Max-Items
                               add 1 to WS-Prior-Count
                               move PSI-ItemID to PRI-ItemID(WS-Prior-Count)
                               move PSI-Price to PRI-Price(WS-Prior-Count)
                               move PSI-UsageQty to PRI-UsageQty(WS-Prior-Count)
                               move PSI-Factor to PRI-Factor(WS-Prior-Count)
                               move PSI-ExtSpend to PRI-ExtSpend(WS-Prior-Count)
                               move 'N' to PRI-Matched(WS-Prior-Count)
                           end-if
                   end-read
               end-perform
               close ProjectionSnapshot
           end-if.

       150-Page-Number.
           move PageNbCount to pageNb-Out
           Compute PageNbCount = PageNbCount + 1.
           move 0 to WS-Breach-Year
           move 0 to WS-Breach-Cost
           perform 310-Find-Cat-Year-Slot
           perform 315-Find-Contract

           perform with test before until w > WS-Horizon-Years
               move spaces to Print-rec
               Compute yearLoop = yearLoop + 1

               perform 320-Lookup-Cpi-Rate
               perform 330-Apply-Contract-Cap
               move WS-Current-Rate to inflationRate

               Compute WS-Cumulative-Factor rounded =
               move finalCostLoopOpt to finalCostOpt
               move finalCostLoopPes to finalCostPes
               move finalCostExtLoop to finalCostExt
               if WS-Year-Capped = 'Y'
                   move 'CAPPED' to cappedFlag
               else
                   move spaces to cappedFlag
               end-if
               if WS-Con-Index > 0
                   perform 335-Track-Contract-Spend
               end-if

               if WS-Breach-Year = 0
                and finalCostLoop > WS-Item-Threshold
               move WS-CY-Count to WS-CY-Index
           end-if.

      *The item's contract, if it has one. Year 0 of the contract's
      *spend trail is what the item costs today.
       315-Find-Contract.
           move 0 to WS-Con-Index
           if WS-Con-Count > 0
               set N to 1
               search ContractEntry
                   at end
                       continue
                   when WS-Con-ItemID(N) = ItemID
                       set WS-Con-Index to N
               end-search
           end-if
           if WS-Con-Index > 0
               move 'Y' to WS-Con-Projected(WS-Con-Index)
               move 0 to WS-Con-Last-Year(WS-Con-Index)
               compute WS-Con-Last-Spend(WS-Con-Index) rounded =
                   ItemPrice * WS-Usage-Qty
               move 0 to WS-Con-Open-Year(WS-Con-Index)
               move 0 to WS-Con-Open-Spend(WS-Con-Index)
           end-if.

      *A CPI-table year is history and applies to every scenario
      *alike; only projected years with no CPI entry diverge into the
      *optimistic / base / pessimistic fallback rates.
               end-if
           end-if.

      *Inside the contract years no scenario may rise faster than the
      *cap; a rate already under it is left alone.
       330-Apply-Contract-Cap.
           move 'N' to WS-Year-Capped
           if WS-Con-Index > 0
               compute WS-Proj-Year = WS-Run-Year + w
               if WS-Proj-Year >= WS-Con-Start-Year(WS-Con-Index)
                and WS-Proj-Year <= WS-Con-End-Year(WS-Con-Index)
                   move 'Y' to WS-Year-Capped
                   if WS-Current-Rate > WS-Con-Cap(WS-Con-Index)
                       move WS-Con-Cap(WS-Con-Index) to WS-Current-Rate
                   end-if
                   if WS-Opt-Rate > WS-Con-Cap(WS-Con-Index)
                       move WS-Con-Cap(WS-Con-Index) to WS-Opt-Rate
                   end-if
                   if WS-Pes-Rate > WS-Con-Cap(WS-Con-Index)
                       move WS-Con-Cap(WS-Con-Index) to WS-Pes-Rate
                   end-if
               end-if
           end-if.

       335-Track-Contract-Spend.
           if WS-Year-Capped = 'Y'
               move w to WS-Con-Last-Year(WS-Con-Index)
               move finalCostExtLoop to WS-Con-Last-Spend(WS-Con-Index)
           else
               if WS-Con-Open-Year(WS-Con-Index) = 0
                and WS-Proj-Year > WS-Con-End-Year(WS-Con-Index)
                   move w to WS-Con-Open-Year(WS-Con-Index)
                   move finalCostExtLoop to WS-Con-Open-Spend(WS-Con-Index)
               end-if
           end-if.

       260-Accumulate-Summary.
           if WS-Item-Count < WS-Max-Items
               add 1 to WS-Item-Count
               move WS-Item-Threshold to SUM-Threshold(WS-Item-Count)
               move WS-Breach-Year to SUM-Breach-Year(WS-Item-Count)
               move WS-Breach-Cost to SUM-Breach-Cost(WS-Item-Count)
               move WS-Cumulative-Factor to SUM-Factor(WS-Item-Count)
               add finalCostExtLoop to WS-Total-Final-Cost
           end-if.

               end-if
           end-perform.

      *Every projected contract whose end date falls between now and
      *the end of the horizon - the base-scenario spend in its last
      *capped year against the first year at scenario rates. A contract
      *ending in the final horizon year has no open year to show.
       590-Print-Renewal-Page.
           move spaces to Print-rec
           move RenewalPageHeader to Print-rec
           write Print-rec
             after advancing page
           move RenewalColumnHeader to Print-rec
           write Print-rec
             after advancing 2 lines
           move 0 to WS-Renewal-Count
           move 0 to WS-Total-Jump
           perform varying N from 1 by 1 until N > WS-Con-Count
               if WS-Con-Projected(N) = 'Y'
                and WS-Con-End-Year(N) >= WS-Run-Year
                and WS-Con-End-Year(N) <=
                    WS-Run-Year + WS-Horizon-Years
                   perform 595-Write-Renewal-Line
               end-if
           end-perform
           move spaces to Print-rec
           move WS-Renewal-Count to RT-Count-Out
           move WS-Total-Jump to RT-Jump-Out
           move RenewalTotalLine to Print-rec
           write Print-rec
             after advancing 2 lines.

       595-Write-Renewal-Line.
           add 1 to WS-Renewal-Count
           move spaces to Print-rec
           move WS-Con-ItemID(N) to RN-ItemID-Out
           move WS-Con-Supplier(N) to RN-Supplier-Out
           move WS-Con-End-Date(N) to RN-End-Out
           compute WS-Notice-Int =
               FUNCTION INTEGER-OF-DATE(WS-Con-End-Date(N))
               - WS-Con-Notice(N)
           compute WS-Notice-Date =
               FUNCTION DATE-OF-INTEGER(WS-Notice-Int)
           move WS-Notice-Date to RN-Notice-Out
           move WS-Con-Cap(N) to RN-Cap-Out
           move WS-Con-Last-Spend(N) to RN-Last-Out
           if WS-Con-Open-Year(N) > 0
               move WS-Con-Open-Spend(N) to WS-RN-Money-Display
               move WS-RN-Money-Display to RN-Open-Out
               compute WS-Jump =
                   WS-Con-Open-Spend(N) - WS-Con-Last-Spend(N)
               add WS-Jump to WS-Total-Jump
               move WS-Jump to WS-RN-Money-Display
               move WS-RN-Money-Display to RN-Jump-Out
               if WS-Con-Last-Spend(N) > 0
                   compute WS-Jump-Pct rounded =
                       WS-Jump * 100 / WS-Con-Last-Spend(N)
                   move WS-Jump-Pct to WS-RN-Pct-Display
                   move WS-RN-Pct-Display to RN-Pct-Out
               else
                   move spaces to RN-Pct-Out
               end-if
           else
               move ' AFTER HZN' to RN-Open-Out
               move spaces to RN-Jump-Out
               move spaces to RN-Pct-Out
           end-if
           move RenewalLine to Print-rec
           write Print-rec
             after advancing 1 line.

      *Drift against the last run's snapshot - first what moved in the
      *assumptions, then every item whose final-year spend moved by
      *more than the tolerance, every new item and every item gone
      *from the list.
       600-Print-Drift-Page.
           move spaces to Print-rec
           if WS-Prior-Found = 'Y'
               move PRP-Run-Date to DH-Prior-Date-Out
           else
               move 0 to DH-Prior-Date-Out
           end-if
           move DriftPageHeader to Print-rec
           write Print-rec
             after advancing page
           if WS-Prior-Found = 'N'
               move DriftNoPriorLine to Print-rec
               write Print-rec
                 after advancing 2 lines
           else
               move AssumptionHeader to Print-rec
               write Print-rec
                 after advancing 2 lines
               perform 610-Print-Assumptions
               move DriftColumnHeader to Print-rec
               write Print-rec
                 after advancing 2 lines
               move 0 to WS-Prior-Total-Spend
               perform varying PX from 1 by 1 until PX > WS-Prior-Count
                   add PRI-ExtSpend(PX) to WS-Prior-Total-Spend
               end-perform
               perform varying S from 1 by 1 until S > WS-Item-Count
                   perform 620-Compare-Item
               end-perform
               perform varying PX from 1 by 1 until PX > WS-Prior-Count
                   if PRI-Matched(PX) = 'N'
                       perform 630-Write-Dropped-Item
                   end-if
               end-perform
               move spaces to Print-rec
               move WS-Drift-Tol to DT-Tol-Out
               move WS-Drift-Listed to DT-Listed-Out
               move WS-Drift-Within to DT-Within-Out
               move WS-Drift-Added to DT-Added-Out
               move WS-Drift-Dropped to DT-Dropped-Out
               move DriftTotalLine to Print-rec
               write Print-rec
                 after advancing 2 lines
               move spaces to Print-rec
               move WS-Prior-Total-Spend to DS-Prior-Out
               move WS-Total-Final-Cost to DS-Current-Out
               move DriftSpendLine to Print-rec
               write Print-rec
                 after advancing 1 line
           end-if.

       610-Print-Assumptions.
           move 'BASE RATE EARLY YEARS' to AL-Label
           move PRP-Percent1 to WS-AL-Prior
           move percent1 to WS-AL-Current
           perform 615-Write-Assumption
           move 'BASE RATE LATER YEARS' to AL-Label
           move PRP-Percent2 to WS-AL-Prior
           move percent2 to WS-AL-Current
           perform 615-Write-Assumption
           move 'OPTIMISTIC EARLY YEARS' to AL-Label
           move PRP-Opt-Percent1 to WS-AL-Prior
           move opt-percent1 to WS-AL-Current
           perform 615-Write-Assumption
           move 'OPTIMISTIC LATER YEARS' to AL-Label
           move PRP-Opt-Percent2 to WS-AL-Prior
           move opt-percent2 to WS-AL-Current
           perform 615-Write-Assumption
           move 'PESSIMISTIC EARLY YEARS' to AL-Label
           move PRP-Pes-Percent1 to WS-AL-Prior
           move pes-percent1 to WS-AL-Current
           perform 615-Write-Assumption
           move 'PESSIMISTIC LATER YEARS' to AL-Label
           move PRP-Pes-Percent2 to WS-AL-Prior
           move pes-percent2 to WS-AL-Current
           perform 615-Write-Assumption
           move 'SPLIT YEAR' to AL-Label
           move PRP-Split-Year to WS-AL-Prior
           move WS-Split-Year to WS-AL-Current
           perform 615-Write-Assumption
           move 'HORIZON YEARS' to AL-Label
           move PRP-Horizon-Years to WS-AL-Prior
           move WS-Horizon-Years to WS-AL-Current
           perform 615-Write-Assumption
           move 'CPI TABLE YEARS' to AL-Label
           move PRP-Cpi-Count to WS-AL-Prior
           move WS-Cpi-Year-Count to WS-AL-Current
           if PRP-Cpi-Checksum not = WS-Cpi-Checksum
               move 'Y' to WS-AL-Content-Changed
           end-if
           perform 615-Write-Assumption
           move 'SUPPLIER CONTRACTS' to AL-Label
           move PRP-Con-Count to WS-AL-Prior
           move WS-Con-Count to WS-AL-Current
           if PRP-Con-Checksum not = WS-Con-Checksum
               move 'Y' to WS-AL-Content-Changed
           end-if
           perform 615-Write-Assumption.

      *The CPI table and contract lines show a count, but an edited
      *rate or cap with the same count is a change too.
       615-Write-Assumption.
           move WS-AL-Prior to WS-AL-Edit
           move WS-AL-Edit to AL-Prior-Out
           move WS-AL-Current to WS-AL-Edit
           move WS-AL-Edit to AL-Current-Out
           if WS-AL-Prior = WS-AL-Current
            and WS-AL-Content-Changed = 'N'
               move spaces to AL-Flag-Out
           else
               move 'CHANGED' to AL-Flag-Out
           end-if
           move 'N' to WS-AL-Content-Changed
           move spaces to Print-rec
           move AssumptionLine to Print-rec
           write Print-rec
             after advancing 1 line.

       620-Compare-Item.
           move 0 to WS-Prior-Index
           if WS-Prior-Count > 0
               set PX to 1
               search PriorSnapEntry
                   at end
                       continue
                   when PRI-ItemID(PX) = SUM-ItemID(S)
                       set WS-Prior-Index to PX
               end-search
           end-if
           move spaces to Print-rec
           move spaces to DL-Pct-Out DL-Price-Eff-Out DL-Qty-Eff-Out
               DL-Rate-Eff-Out
           move SUM-ItemID(S) to DL-ItemID-Out
           move SUM-ItemDescript(S) to DL-Descript-Out
           move SUM-ExtSpend(S) to WS-DL-Spend-Edit
           move WS-DL-Spend-Edit to DL-Current-Out
           if WS-Prior-Index = 0
               add 1 to WS-Drift-Added
               move spaces to DL-Prior-Out
               move 'ADDED' to DL-Cause-Out
               move DriftLine to Print-rec
               write Print-rec
                 after advancing 1 line
           else
               move 'Y' to PRI-Matched(WS-Prior-Index)
               compute WS-Drift-Amount =
                   SUM-ExtSpend(S) - PRI-ExtSpend(WS-Prior-Index)
               if WS-Drift-Amount < 0
                   compute WS-Drift-Abs = 0 - WS-Drift-Amount
               else
                   move WS-Drift-Amount to WS-Drift-Abs
               end-if
               if WS-Drift-Abs * 100 >
                   WS-Drift-Tol * PRI-ExtSpend(WS-Prior-Index)
                and WS-Drift-Abs > 0
                   perform 625-Write-Drift-Item
               else
                   add 1 to WS-Drift-Within
               end-if
           end-if.

      *Price effect at last run's usage and rates, usage effect at
      *this run's price and last run's rates, rate effect at this
      *run's price and usage - the three add up to the change.
       625-Write-Drift-Item.
           add 1 to WS-Drift-Listed
           move PRI-ExtSpend(WS-Prior-Index) to WS-DL-Spend-Edit
           move WS-DL-Spend-Edit to DL-Prior-Out
           if PRI-ExtSpend(WS-Prior-Index) > 0
               compute WS-Drift-Pct rounded =
                   WS-Drift-Amount * 100 / PRI-ExtSpend(WS-Prior-Index)
               if WS-Drift-Pct > 999.9
                   move 999.9 to WS-Drift-Pct
               end-if
               move WS-Drift-Pct to WS-DL-Pct-Edit
               move WS-DL-Pct-Edit to DL-Pct-Out
           end-if
           compute WS-Price-Effect rounded =
               (SUM-ItemPrice(S) - PRI-Price(WS-Prior-Index))
               * PRI-UsageQty(WS-Prior-Index) * PRI-Factor(WS-Prior-Index)
           compute WS-Qty-Effect rounded =
               SUM-ItemPrice(S)
               * (SUM-UsageQty(S) - PRI-UsageQty(WS-Prior-Index))
               * PRI-Factor(WS-Prior-Index)
           compute WS-Rate-Effect rounded =
               SUM-ItemPrice(S) * SUM-UsageQty(S)
               * (SUM-Factor(S) - PRI-Factor(WS-Prior-Index))
           move WS-Price-Effect to WS-DL-Effect-Edit
           move WS-DL-Effect-Edit to DL-Price-Eff-Out
           move WS-Qty-Effect to WS-DL-Effect-Edit
           move WS-DL-Effect-Edit to DL-Qty-Eff-Out
           move WS-Rate-Effect to WS-DL-Effect-Edit
           move WS-DL-Effect-Edit to DL-Rate-Eff-Out
           move 'PRICE' to DL-Cause-Out
           if WS-Price-Effect < 0
               compute WS-Biggest-Effect = 0 - WS-Price-Effect
           else
               move WS-Price-Effect to WS-Biggest-Effect
           end-if
           if WS-Qty-Effect < 0
               compute WS-Effect-Abs = 0 - WS-Qty-Effect
           else
               move WS-Qty-Effect to WS-Effect-Abs
           end-if
           if WS-Effect-Abs > WS-Biggest-Effect
               move WS-Effect-Abs to WS-Biggest-Effect
               move 'QUANTITY' to DL-Cause-Out
           end-if
           if WS-Rate-Effect < 0
               compute WS-Effect-Abs = 0 - WS-Rate-Effect
           else
               move WS-Rate-Effect to WS-Effect-Abs
           end-if
           if WS-Effect-Abs > WS-Biggest-Effect
               move WS-Effect-Abs to WS-Biggest-Effect
               move 'RATE' to DL-Cause-Out
           end-if
           move DriftLine to Print-rec
           write Print-rec
             after advancing 1 line.

       630-Write-Dropped-Item.
           add 1 to WS-Drift-Dropped
           move spaces to Print-rec
           move spaces to DL-Descript-Out DL-Current-Out DL-Pct-Out
               DL-Price-Eff-Out DL-Qty-Eff-Out DL-Rate-Eff-Out
           move PRI-ItemID(PX) to DL-ItemID-Out
           move PRI-ExtSpend(PX) to WS-DL-Spend-Edit
           move WS-DL-Spend-Edit to DL-Prior-Out
           move 'DROPPED' to DL-Cause-Out
           move DriftLine to Print-rec
           write Print-rec
             after advancing 1 line.

      *This run's assumptions and projections become the snapshot the
      *next run compares against.
       650-Write-Snapshot.
           open output ProjectionSnapshot
           move spaces to Snapshot-Param-Rec
           move 'P' to PS-Type
           move FUNCTION CURRENT-DATE (1:8) to PS-Run-Date
           move percent1 to PS-Percent1
           move percent2 to PS-Percent2
           move opt-percent1 to PS-Opt-Percent1
           move opt-percent2 to PS-Opt-Percent2
           move pes-percent1 to PS-Pes-Percent1
           move pes-percent2 to PS-Pes-Percent2
           move WS-Split-Year to PS-Split-Year
           move WS-Horizon-Years to PS-Horizon-Years
           move WS-Cpi-Year-Count to PS-Cpi-Count
           move WS-Cpi-Checksum to PS-Cpi-Checksum
           move WS-Con-Count to PS-Con-Count
           move WS-Con-Checksum to PS-Con-Checksum
           write Snapshot-Param-Rec
           perform varying S from 1 by 1 until S > WS-Item-Count
               move spaces to Snapshot-Item-Rec
               move 'I' to PSI-Type
               move SUM-ItemID(S) to PSI-ItemID
               move SUM-ItemPrice(S) to PSI-Price
               move SUM-UsageQty(S) to PSI-UsageQty
               move SUM-Factor(S) to PSI-Factor
               move SUM-FinalCost(S) to PSI-FinalCost
               move SUM-ExtSpend(S) to PSI-ExtSpend
               write Snapshot-Item-Rec
           end-perform
           close ProjectionSnapshot.

       400-Closing-Page.
           move spaces to Print-rec
           write Print-rec
