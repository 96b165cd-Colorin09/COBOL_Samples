       identification division.
       program-id. Program1 as "CarRentDepreciation.Program1".

       environment division.
       input-output section.
       file-control.     Select FleetMaster assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\FleetMaster.txt'
                            organization is line sequential
                            file status is WS-FM-Status.
                         Select FleetAssets assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\FleetAssets.txt'
                            organization is line sequential
                            file status is WS-AS-Status.
                         Select MonthlyLedger assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\MonthlyLedger.txt'
                            organization is line sequential
                            file status is WS-ML-Status.
                         Select ServiceHistory assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\ServiceHistory.txt'
                            organization is line sequential
                            file status is WS-SH-Status.
                         Select FleetDisposals assign to 'E:\COBOL Stuff\CarRentDepreciation\CarRentDepreciation\FleetDisposals.txt'
                            organization is line sequential
                            file status is WS-FD-Status.
                         Select DepreciationParm assign to 'E:\COBOL Stuff\CarRentDepreciation\CarRentDepreciation\DepreciationParm.txt'
                            organization is line sequential
                            file status is WS-DP-Status.
                         Select DepreciationReport assign to 'E:\COBOL Stuff\CarRentDepreciation\CarRentDepreciation\FleetDepreciation.txt'
                            organization is line sequential.

       data division.
       file section.
       Fd FleetMaster.
       01 Fleet-Rec.
         05 FM-UnitNumber picture 9(4).
         05 FM-CarType picture x.
         05 FM-Status picture x.
         05 FM-Miles-Since-Svc picture 9(6).
         05 FM-Home-Branch picture x(3).
         05 FM-Current-Branch picture x(3).

      *Companion asset record per fleet unit - what it cost, when it
      *went into service, how many months it is expected to run and
      *what it should fetch at the end. Status A is in service, X is
      *disposed of, with the disposal date and sale price kept.
       Fd FleetAssets.
       01 Fleet-Asset-Rec.
         05 FA-UnitNumber picture 9(4).
         05 FA-InService-Date picture 9(8).
         05 FA-Purchase-Cost picture 9(6)v99.
         05 FA-Life-Months picture 999.
         05 FA-Salvage picture 9(6)v99.
         05 FA-Status picture x.
         05 FA-Disposal-Date picture 9(8).
         05 FA-Sale-Price picture 9(6)v99.

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

       Fd ServiceHistory.
       01 Service-History-Rec.
         05 SH-UnitNumber picture 9(4).
         05 SH-Service-Date picture 9(8).
         05 SH-Miles-Reset picture 9(6).

      *Disposal transactions - the unit sold off, the sale date and
      *the price it fetched.
       Fd FleetDisposals.
       01 Disposal-Rec.
         05 FD-UnitNumber picture 9(4).
         05 FD-Date picture 9(8).
         05 FD-Sale-Price picture 9(6)v99.

      *Month being closed (YYYYMM) and the standard shop cost of one
      *service visit; the month defaults to the current one and the
      *service cost to zero.
       Fd DepreciationParm.
       01 Depreciation-Parm-Rec.
         05 DP-Period picture 9(6).
         05 DP-Service-Cost picture 9(4)v99.

       Fd DepreciationReport.
       01 Print-Rec picture x(80).

       working-storage section.

       01 Fleet-More-Records picture xxx value 'Yes'.
       01 Asset-More-Records picture xxx value 'Yes'.
       01 Ledger-More-Records picture xxx value 'Yes'.
       01 Service-More-Records picture xxx value 'Yes'.
       01 Disposal-More-Records picture xxx value 'Yes'.
       01 WS-FM-Status picture xx value spaces.
       01 WS-AS-Status picture xx value spaces.
       01 WS-ML-Status picture xx value spaces.
       01 WS-SH-Status picture xx value spaces.
       01 WS-FD-Status picture xx value spaces.
       01 WS-DP-Status picture xx value spaces.
       01 VoidLine picture x(80) value spaces.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR picture 9(4).
           10 WS-CURRENT-MONTH picture 9(2).
           10 WS-CURRENT-DAY picture 9(2).
       01 WS-Period picture 9(6) value 0.
       01 WS-Service-Cost picture 9(4)v99 value 0.

      *Month arithmetic - a unit is charged a full month for the month
      *it went into service, so months in service is the difference
      *in year-months plus one.
       01 WS-Calc-Period picture 9(6) value 0.
       01 WS-Calc-Period-R redefines WS-Calc-Period.
         05 WS-Calc-Year picture 9(4).
         05 WS-Calc-Month picture 99.
       01 WS-InSvc-Date picture 9(8) value 0.
       01 WS-InSvc-Date-R redefines WS-InSvc-Date.
         05 WS-InSvc-Year picture 9(4).
         05 WS-InSvc-Month picture 99.
         05 WS-InSvc-Day picture 99.
       01 WS-SH-Period picture 9(6) value 0.
       01 WS-LG-Period picture 9(6) value 0.
       01 WS-Months-In-Svc picture s9(5) value 0.
       01 WS-Depreciable picture 9(6)v99 value 0.
       01 WS-Dep-Monthly picture 9(6)v99 value 0.
       01 WS-Dep-Accum picture 9(6)v99 value 0.
       01 WS-Dep-Prior picture 9(6)v99 value 0.
       01 WS-Dep-Charge picture 9(6)v99 value 0.
       01 WS-Dep-NBV picture 9(6)v99 value 0.
       01 WS-Gain-Loss picture s9(7)v99 value 0.

      *Fleet units with the month's revenue and service visits rolled
      *on, the same join by unit number the unit revenue report uses.
      *A unit disposed of this run is dropped from the fleet master
      *when it is rewritten.
       01 WS-Max-Units picture 999 value 100.
       01 WS-Unit-Count picture 999 value 0.
       01 FleetTable.
         05 fleetArray occurs 1 to 100 times
              depending on WS-Unit-Count
              indexed by F.
           10 WS-UnitNumber picture 9(4).
           10 WS-UnitCarType picture x.
           10 WS-UnitStatus picture x.
           10 WS-UnitMiles picture 9(6).
           10 WS-UnitHomeBranch picture x(3).
           10 WS-UnitCurBranch picture x(3).
           10 WS-Unit-Rentals picture 9(5).
           10 WS-Unit-TotalRev picture 9(8)v99.
           10 WS-Unit-Services picture 999.
           10 WS-Unit-Retired picture x.
       01 WS-Unit-Found picture x value 'N'.
       01 WS-Record-Revenue picture 9(7)v99 value 0.
       01 WS-Fleet-Changed picture x value 'N'.

       01 WS-Max-Assets picture 999 value 200.
       01 WS-Asset-Count picture 999 value 0.
       01 AssetTable.
         05 assetArray occurs 1 to 200 times
              depending on WS-Asset-Count
              indexed by A.
           10 WS-FA-Unit picture 9(4).
           10 WS-FA-InSvc picture 9(8).
           10 WS-FA-Cost picture 9(6)v99.
           10 WS-FA-Life picture 999.
           10 WS-FA-Salvage picture 9(6)v99.
           10 WS-FA-Status picture x.
           10 WS-FA-Disp-Date picture 9(8).
           10 WS-FA-Sale-Price picture 9(6)v99.
       01 WS-Asset-Found picture x value 'N'.
       01 WS-Asset-Index picture 999 value 0.
       01 WS-Assets-Changed picture x value 'N'.

       01 WS-Tot-Cost picture 9(8)v99 value 0.
       01 WS-Tot-Charge picture 9(8)v99 value 0.
       01 WS-Tot-NBV picture 9(8)v99 value 0.
       01 WS-Svc-Cost-Amt picture 9(6)v99 value 0.
       01 WS-Unit-Net picture s9(8)v99 value 0.
       01 WS-Candidate-Count picture 999 value 0.
       01 WS-Disp-Message picture x(22) value spaces.

       01 HEADER.
         05 picture x(14) value spaces.
         05 picture x(44) value 'RENTAL CAR COMPANY - FLEET DEPRECIATION FOR '.
         05 Header-Period-Out picture 9(6).
         05 picture x(16) value spaces.

       01 Section-Line.
         05 picture x(3) value spaces.
         05 SL-Title-Out picture x(40).
         05 picture x(37) value spaces.

       01 Disposal-Column-Header.
         05 picture x(2) value spaces.
         05 picture x(4) value 'UNIT'.
         05 picture x(2) value spaces.
         05 picture x(8) value 'SOLD ON '.
         05 picture x(4) value spaces.
         05 picture x(10) value 'BOOK VALUE'.
         05 picture x(3) value spaces.
         05 picture x(10) value 'SALE PRICE'.
         05 picture x(4) value spaces.
         05 picture x(9) value 'GAIN/LOSS'.
         05 picture x(3) value spaces.
         05 picture x(6) value 'RESULT'.
         05 picture x(15) value spaces.

       01 Disposal-Line.
         05 picture x(2) value spaces.
         05 DL-Unit-Out picture 9(4).
         05 picture x(2) value spaces.
         05 DL-Date-Out picture 9(8).
         05 picture x(2) value spaces.
         05 DL-NBV-Out picture $$$$,$$9.99.
         05 picture x(2) value spaces.
         05 DL-Sale-Out picture $$$$,$$9.99.
         05 picture x(2) value spaces.
         05 DL-Gain-Out picture $$$$,$$9.99-.
         05 picture x(2) value spaces.
         05 DL-Result-Out picture x(22).

       01 Schedule-Column-Header.
         05 picture x(2) value spaces.
         05 picture x(4) value 'UNIT'.
         05 picture x(2) value spaces.
         05 picture x(8) value 'IN SVC  '.
         05 picture x(7) value spaces.
         05 picture x(4) value 'COST'.
         05 picture x(4) value spaces.
         05 picture x(7) value 'SALVAGE'.
         05 picture x(1) value spaces.
         05 picture x(4) value 'LIFE'.
         05 picture x(3) value spaces.
         05 picture x(7) value 'MONTHLY'.
         05 picture x(6) value spaces.
         05 picture x(5) value 'ACCUM'.
         05 picture x(7) value spaces.
         05 picture x(3) value 'NBV'.
         05 picture x(6) value spaces.

       01 Schedule-Line.
         05 picture x(2) value spaces.
         05 SD-Unit-Out picture 9(4).
         05 picture x(2) value spaces.
         05 SD-InSvc-Out picture 9(8).
         05 picture x(2) value spaces.
         05 SD-Cost-Out picture $$$$,$$9.99.
         05 picture x(1) value spaces.
         05 SD-Salvage-Out picture $$$,$$9.99.
         05 picture x(1) value spaces.
         05 SD-Life-Out picture ZZ9.
         05 picture x(1) value spaces.
         05 SD-Monthly-Out picture $$,$$9.99.
         05 picture x(1) value spaces.
         05 SD-Accum-Out picture $$$$,$$9.99.
         05 picture x(1) value spaces.
         05 SD-NBV-Out picture $$$$,$$9.99.
         05 picture x(2) value spaces.

       01 No-Asset-Line.
         05 picture x(2) value spaces.
         05 NA-Unit-Out picture 9(4).
         05 picture x(4) value spaces.
         05 picture x(30) value 'NO ASSET RECORD ON FILE       '.
         05 picture x(40) value spaces.

       01 Schedule-Total-Line.
         05 picture x(5) value spaces.
         05 picture x(11) value 'TOTALS     '.
         05 ST-Cost-Out picture $$$,$$$,$$9.99.
         05 picture x(2) value spaces.
         05 picture x(7) value 'CHARGE '.
         05 ST-Charge-Out picture $$,$$$,$$9.99.
         05 picture x(2) value spaces.
         05 picture x(4) value 'NBV '.
         05 ST-NBV-Out picture $$$,$$$,$$9.99.
         05 picture x(8) value spaces.

       01 Profit-Column-Header.
         05 picture x(2) value spaces.
         05 picture x(4) value 'UNIT'.
         05 picture x(2) value spaces.
         05 picture x(10) value 'CAR TYPE  '.
         05 picture x(1) value spaces.
         05 picture x(4) value 'RNTL'.
         05 picture x(4) value spaces.
         05 picture x(7) value 'REVENUE'.
         05 picture x(3) value spaces.
         05 picture x(7) value 'DEPREC '.
         05 picture x(1) value spaces.
         05 picture x(3) value 'SVC'.
         05 picture x(2) value spaces.
         05 picture x(8) value 'SVC COST'.
         05 picture x(8) value spaces.
         05 picture x(3) value 'NET'.
         05 picture x(11) value spaces.

       01 Profit-Line.
         05 picture x(2) value spaces.
         05 PL-Unit-Out picture 9(4).
         05 picture x(2) value spaces.
         05 PL-CarType-Out picture x(10).
         05 picture x(1) value spaces.
         05 PL-Rentals-Out picture ZZZ9.
         05 picture x(1) value spaces.
         05 PL-Revenue-Out picture $$$,$$9.99.
         05 picture x(1) value spaces.
         05 PL-Deprec-Out picture $$,$$9.99.
         05 picture x(1) value spaces.
         05 PL-Services-Out picture ZZ9.
         05 picture x(1) value spaces.
         05 PL-SvcCost-Out picture $$,$$9.99.
         05 picture x(1) value spaces.
         05 PL-Net-Out picture $$$,$$9.99-.
         05 picture x(1) value spaces.
         05 PL-Flag-Out picture x(8).
         05 picture x(1) value spaces.

       01 Profit-Total-Line.
         05 picture x(5) value spaces.
         05 picture x(31) value 'UNITS FLAGGED DISPOSE?        :'.
         05 PT-Candidates-Out picture ZZ9.
         05 picture x(41) value spaces.

       procedure division.
       100-Main-Module.
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Period =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           perform 110-Read-Depreciation-Parm
           perform 150-Load-Fleet-Table
           perform 160-Load-Asset-Table
           if WS-Asset-Count = 0
               display 'FLEET ASSET FILE NOT FOUND OR EMPTY - NO REPORT'
               stop run
           end-if
           perform 170-Load-Ledger
           perform 180-Load-Service-History

           open output DepreciationReport
           perform 200-Print-Header
           perform 300-Apply-Disposals
           perform 400-Write-Schedule
           perform 500-Write-Profitability
           close DepreciationReport

           if WS-Assets-Changed = 'Y'
               perform 600-Rewrite-Assets
           end-if
           if WS-Fleet-Changed = 'Y'
               perform 650-Rewrite-Fleet-File
           end-if
           stop run.

       110-Read-Depreciation-Parm.
           open input DepreciationParm
           if WS-DP-Status = '00'
               read DepreciationParm
                   at end
                       continue
                   not at end
                       if DP-Period numeric and DP-Period > 0
                           move DP-Period to WS-Period
                       end-if
                       if DP-Service-Cost numeric
                           move DP-Service-Cost to WS-Service-Cost
                       end-if
               end-read
               close DepreciationParm
           end-if.

       150-Load-Fleet-Table.
           open input FleetMaster
           if WS-FM-Status = '00'
               perform until Fleet-More-Records = 'No'
                   read FleetMaster
                       at end
                           move 'No' to Fleet-More-Records
                       not at end
                           if WS-Unit-Count < WS-Max-Units
                               add 1 to WS-Unit-Count
                               move FM-UnitNumber to WS-UnitNumber(WS-Unit-Count)
                               move FM-CarType to WS-UnitCarType(WS-Unit-Count)
                               move FM-Status to WS-UnitStatus(WS-Unit-Count)
                               move FM-Miles-Since-Svc to WS-UnitMiles(WS-Unit-Count)
                               move FM-Home-Branch to WS-UnitHomeBranch(WS-Unit-Count)
                               move FM-Current-Branch to WS-UnitCurBranch(WS-Unit-Count)
                               move 0 to WS-Unit-Rentals(WS-Unit-Count)
                               move 0 to WS-Unit-TotalRev(WS-Unit-Count)
                               move 0 to WS-Unit-Services(WS-Unit-Count)
                               move 'N' to WS-Unit-Retired(WS-Unit-Count)
                           end-if
                   end-read
               end-perform
               close FleetMaster
           end-if.

       160-Load-Asset-Table.
           open input FleetAssets
           if WS-AS-Status = '00'
               perform until Asset-More-Records = 'No'
                   read FleetAssets
                       at end
                           move 'No' to Asset-More-Records
                       not at end
                           if WS-Asset-Count < WS-Max-Assets
                               add 1 to WS-Asset-Count
                               move FA-UnitNumber to WS-FA-Unit(WS-Asset-Count)
                               move FA-InService-Date to WS-FA-InSvc(WS-Asset-Count)
                               move FA-Purchase-Cost to WS-FA-Cost(WS-Asset-Count)
                               move FA-Life-Months to WS-FA-Life(WS-Asset-Count)
                               move FA-Salvage to WS-FA-Salvage(WS-Asset-Count)
                               if FA-Status = 'X'
                                   move 'X' to WS-FA-Status(WS-Asset-Count)
                                   move FA-Disposal-Date to WS-FA-Disp-Date(WS-Asset-Count)
                                   move FA-Sale-Price to WS-FA-Sale-Price(WS-Asset-Count)
                               else
                                   move 'A' to WS-FA-Status(WS-Asset-Count)
                                   move 0 to WS-FA-Disp-Date(WS-Asset-Count)
                                   move 0 to WS-FA-Sale-Price(WS-Asset-Count)
                               end-if
                           end-if
                   end-read
               end-perform
               close FleetAssets
           end-if.

       170-Load-Ledger.
           open input MonthlyLedger
           if WS-ML-Status = '00'
               perform until Ledger-More-Records = 'No'
                   read MonthlyLedger
                       at end
                           move 'No' to Ledger-More-Records
                       not at end
                           perform 175-Accumulate-Ledger
                   end-read
               end-perform
               close MonthlyLedger
           end-if.

      *Only rentals in the month being closed count, to match the
      *month's service cost they are set against.
       175-Accumulate-Ledger.
           if LG-Date not numeric
               move 0 to WS-LG-Period
           else
               compute WS-LG-Period = LG-Date / 100
           end-if
           if LG-Incidentals numeric
               compute WS-Record-Revenue =
                   LG-TotalAmount + LG-Incidentals
           else
               move LG-TotalAmount to WS-Record-Revenue
           end-if
           if WS-LG-Period = WS-Period
            and LG-UnitNumber > 0 and WS-Unit-Count > 0
               Set F to 1
               SEARCH fleetArray
                   at end
                       continue
                   WHEN WS-UnitNumber(F) = LG-UnitNumber
                       add 1 to WS-Unit-Rentals(F)
                       add WS-Record-Revenue to WS-Unit-TotalRev(F)
               end-search
           end-if.

      *Only the visits in the month being closed are costed.
       180-Load-Service-History.
           open input ServiceHistory
           if WS-SH-Status = '00'
               perform until Service-More-Records = 'No'
                   read ServiceHistory
                       at end
                           move 'No' to Service-More-Records
                       not at end
                           compute WS-SH-Period = SH-Service-Date / 100
                           if WS-SH-Period = WS-Period
                            and WS-Unit-Count > 0
                               Set F to 1
                               SEARCH fleetArray
                                   at end
                                       continue
                                   WHEN WS-UnitNumber(F) = SH-UnitNumber
                                       add 1 to WS-Unit-Services(F)
                               end-search
                           end-if
                   end-read
               end-perform
               close ServiceHistory
           end-if.

       200-Print-Header.
           move spaces to Print-Rec
           move WS-Period to Header-Period-Out
           move HEADER to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move VoidLine to Print-Rec
           write Print-Rec.

      *Disposals are worked first so a unit sold this month shows
      *once, on the disposal register, at its book value as of the
      *sale month. A unit still out on rental cannot be sold.
       300-Apply-Disposals.
           open input FleetDisposals
           if WS-FD-Status = '00'
               move spaces to Print-Rec
               move 'DISPOSALS' to SL-Title-Out
               move Section-Line to Print-Rec
               write Print-Rec
                 after advancing 2 lines
               move Disposal-Column-Header to Print-Rec
               write Print-Rec
                 after advancing 1 line
               move VoidLine to Print-Rec
               write Print-Rec
               perform until Disposal-More-Records = 'No'
                   read FleetDisposals
                       at end
                           move 'No' to Disposal-More-Records
                       not at end
                           perform 310-Apply-One-Disposal
                   end-read
               end-perform
               close FleetDisposals
           end-if.

       310-Apply-One-Disposal.
           move spaces to Print-Rec
           move FD-UnitNumber to DL-Unit-Out
           move FD-Date to DL-Date-Out
           move FD-Sale-Price to DL-Sale-Out
           move 0 to DL-NBV-Out
           move 0 to DL-Gain-Out
           perform 330-Find-Asset
           move 'N' to WS-Unit-Found
           if WS-Unit-Count > 0
               Set F to 1
               SEARCH fleetArray
                   at end
                       continue
                   WHEN WS-UnitNumber(F) = FD-UnitNumber
                       move 'Y' to WS-Unit-Found
               end-search
           end-if
           if WS-Asset-Found = 'N'
               move 'REJECTED - NO ASSET' to WS-Disp-Message
           else
               if WS-FA-Status(WS-Asset-Index) = 'X'
                   move 'REJECTED - DISPOSED' to WS-Disp-Message
               else
                   if WS-Unit-Found = 'N'
                       move 'REJECTED - NOT IN FLEET' to WS-Disp-Message
                   else
                       if WS-UnitStatus(F) = 'R'
                           move 'REJECTED - ON RENTAL' to WS-Disp-Message
                       else
                           Set A to WS-Asset-Index
                           compute WS-Calc-Period = FD-Date / 100
                           perform 320-Compute-Depreciation
                           compute WS-Gain-Loss = FD-Sale-Price - WS-Dep-NBV
                           move WS-Dep-NBV to DL-NBV-Out
                           move WS-Gain-Loss to DL-Gain-Out
                           move 'X' to WS-FA-Status(A)
                           move FD-Date to WS-FA-Disp-Date(A)
                           move FD-Sale-Price to WS-FA-Sale-Price(A)
                           move 'Y' to WS-Unit-Retired(F)
                           move 'Y' to WS-Assets-Changed
                           move 'Y' to WS-Fleet-Changed
                           move 'RETIRED FROM FLEET' to WS-Disp-Message
                       end-if
                   end-if
               end-if
           end-if
           move WS-Disp-Message to DL-Result-Out
           move Disposal-Line to Print-Rec
           write Print-Rec
             after advancing 1 line.

      *Straight line to salvage over the expected life, charged from
      *the in-service month through WS-Calc-Period. The last month of
      *life takes whatever rounding is left so the unit lands exactly
      *on salvage.
       320-Compute-Depreciation.
           move 0 to WS-Dep-Monthly
           move 0 to WS-Dep-Accum
           move 0 to WS-Dep-Prior
           move 0 to WS-Dep-Charge
           if WS-FA-Salvage(A) < WS-FA-Cost(A)
               compute WS-Depreciable = WS-FA-Cost(A) - WS-FA-Salvage(A)
           else
               move 0 to WS-Depreciable
           end-if
           if WS-FA-Life(A) > 0
               compute WS-Dep-Monthly rounded =
                   WS-Depreciable / WS-FA-Life(A)
           end-if
           move WS-FA-InSvc(A) to WS-InSvc-Date
           compute WS-Months-In-Svc =
               (WS-Calc-Year * 12 + WS-Calc-Month) -
               (WS-InSvc-Year * 12 + WS-InSvc-Month) + 1
           if WS-Months-In-Svc > 0
               if WS-Months-In-Svc >= WS-FA-Life(A)
                   move WS-Depreciable to WS-Dep-Accum
               else
                   compute WS-Dep-Accum = WS-Dep-Monthly * WS-Months-In-Svc
               end-if
               if WS-Months-In-Svc - 1 >= WS-FA-Life(A)
                   move WS-Depreciable to WS-Dep-Prior
               else
                   compute WS-Dep-Prior =
                       WS-Dep-Monthly * (WS-Months-In-Svc - 1)
               end-if
               compute WS-Dep-Charge = WS-Dep-Accum - WS-Dep-Prior
           end-if
           compute WS-Dep-NBV = WS-FA-Cost(A) - WS-Dep-Accum.

       330-Find-Asset.
           move 'N' to WS-Asset-Found
           move 0 to WS-Asset-Index
           if WS-Asset-Count > 0
               Set A to 1
               SEARCH assetArray
                   at end
                       continue
                   WHEN WS-FA-Unit(A) = FD-UnitNumber
                       move 'Y' to WS-Asset-Found
                       Set WS-Asset-Index to A
               end-search
           end-if.

       400-Write-Schedule.
           move spaces to Print-Rec
           move 'DEPRECIATION SCHEDULE' to SL-Title-Out
           move Section-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move Schedule-Column-Header to Print-Rec
           write Print-Rec
             after advancing 1 line
           move VoidLine to Print-Rec
           write Print-Rec
           move WS-Period to WS-Calc-Period
           perform varying A from 1 by 1 until A > WS-Asset-Count
               if WS-FA-Status(A) = 'A'
                   perform 320-Compute-Depreciation
                   add WS-FA-Cost(A) to WS-Tot-Cost
                   add WS-Dep-Charge to WS-Tot-Charge
                   add WS-Dep-NBV to WS-Tot-NBV
                   move spaces to Print-Rec
                   move WS-FA-Unit(A) to SD-Unit-Out
                   move WS-FA-InSvc(A) to SD-InSvc-Out
                   move WS-FA-Cost(A) to SD-Cost-Out
                   move WS-FA-Salvage(A) to SD-Salvage-Out
                   move WS-FA-Life(A) to SD-Life-Out
                   move WS-Dep-Charge to SD-Monthly-Out
                   move WS-Dep-Accum to SD-Accum-Out
                   move WS-Dep-NBV to SD-NBV-Out
                   move Schedule-Line to Print-Rec
                   write Print-Rec
                     after advancing 1 line
               end-if
           end-perform
           perform varying F from 1 by 1 until F > WS-Unit-Count
               if WS-Unit-Retired(F) = 'N'
                   move 'N' to WS-Asset-Found
                   Set A to 1
                   SEARCH assetArray
                       at end
                           continue
                       WHEN WS-FA-Unit(A) = WS-UnitNumber(F)
                           move 'Y' to WS-Asset-Found
                   end-search
                   if WS-Asset-Found = 'N'
                       move spaces to Print-Rec
                       move WS-UnitNumber(F) to NA-Unit-Out
                       move No-Asset-Line to Print-Rec
                       write Print-Rec
                         after advancing 1 line
                   end-if
               end-if
           end-perform
           move spaces to Print-Rec
           move WS-Tot-Cost to ST-Cost-Out
           move WS-Tot-Charge to ST-Charge-Out
           move WS-Tot-NBV to ST-NBV-Out
           move Schedule-Total-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines.

      *Month revenue against what the unit cost to keep this month -
      *its depreciation charge plus its service visits at the standard
      *shop cost. A unit whose revenue no longer covers its
      *depreciation is flagged as a disposal candidate.
       500-Write-Profitability.
           move spaces to Print-Rec
           move 'UNIT PROFITABILITY' to SL-Title-Out
           move Section-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move Profit-Column-Header to Print-Rec
           write Print-Rec
             after advancing 1 line
           move VoidLine to Print-Rec
           write Print-Rec
           move WS-Period to WS-Calc-Period
           perform varying F from 1 by 1 until F > WS-Unit-Count
               if WS-Unit-Retired(F) = 'N'
                   move 'N' to WS-Asset-Found
                   Set A to 1
                   SEARCH assetArray
                       at end
                           continue
                       WHEN WS-FA-Unit(A) = WS-UnitNumber(F)
                           move 'Y' to WS-Asset-Found
                   end-search
                   if WS-Asset-Found = 'Y'
                       perform 320-Compute-Depreciation
                   else
                       move 0 to WS-Dep-Charge
                   end-if
                   compute WS-Svc-Cost-Amt =
                       WS-Unit-Services(F) * WS-Service-Cost
                   compute WS-Unit-Net = WS-Unit-TotalRev(F) -
                       WS-Dep-Charge - WS-Svc-Cost-Amt
                   move spaces to Print-Rec
                   move WS-UnitNumber(F) to PL-Unit-Out
                   if WS-UnitCarType(F) = '1'
                       move 'Toyota' to PL-CarType-Out
                   else
                       if WS-UnitCarType(F) = '2'
                           move 'Chevrolet' to PL-CarType-Out
                       else
                           move 'Cadillac' to PL-CarType-Out
                       end-if
                   end-if
                   move WS-Unit-Rentals(F) to PL-Rentals-Out
                   move WS-Unit-TotalRev(F) to PL-Revenue-Out
                   move WS-Dep-Charge to PL-Deprec-Out
                   move WS-Unit-Services(F) to PL-Services-Out
                   move WS-Svc-Cost-Amt to PL-SvcCost-Out
                   move WS-Unit-Net to PL-Net-Out
                   if WS-Asset-Found = 'Y'
                    and WS-Unit-TotalRev(F) < WS-Dep-Charge
                       move 'DISPOSE?' to PL-Flag-Out
                       add 1 to WS-Candidate-Count
                   else
                       move spaces to PL-Flag-Out
                   end-if
                   move Profit-Line to Print-Rec
                   write Print-Rec
                     after advancing 1 line
               end-if
           end-perform
           move spaces to Print-Rec
           move WS-Candidate-Count to PT-Candidates-Out
           move Profit-Total-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines.

       600-Rewrite-Assets.
           open output FleetAssets
           perform varying A from 1 by 1 until A > WS-Asset-Count
               move WS-FA-Unit(A) to FA-UnitNumber
               move WS-FA-InSvc(A) to FA-InService-Date
               move WS-FA-Cost(A) to FA-Purchase-Cost
               move WS-FA-Life(A) to FA-Life-Months
               move WS-FA-Salvage(A) to FA-Salvage
               move WS-FA-Status(A) to FA-Status
               move WS-FA-Disp-Date(A) to FA-Disposal-Date
               move WS-FA-Sale-Price(A) to FA-Sale-Price
               write Fleet-Asset-Rec
           end-perform
           close FleetAssets.

      *Units sold this run are left off the rewritten fleet master so
      *the rental program can no longer assign them.
       650-Rewrite-Fleet-File.
           open output FleetMaster
           perform varying F from 1 by 1 until F > WS-Unit-Count
               if WS-Unit-Retired(F) = 'N'
                   move WS-UnitNumber(F) to FM-UnitNumber
                   move WS-UnitCarType(F) to FM-CarType
                   move WS-UnitStatus(F) to FM-Status
                   move WS-UnitMiles(F) to FM-Miles-Since-Svc
                   move WS-UnitHomeBranch(F) to FM-Home-Branch
                   move WS-UnitCurBranch(F) to FM-Current-Branch
                   write Fleet-Rec
               end-if
           end-perform
           close FleetMaster.

       end program Program1.
