                       Select SalesReportParm assign to 'E:\COBOL Stuff\SalesPersonsProblems\SalesPersonsProblems\SalesReportParm.txt'
                       organization is line sequential
                       file status is WS-SRP-Status.
                       Select DrawMaster assign to 'E:\COBOL Stuff\SalesPersonsProblems\SalesPersonsProblems\DrawMaster.txt'
                       organization is line sequential
                       file status is WS-Draw-Status.
                       Select RunAuditFile assign to 'E:\COBOL Stuff\RunAudit.txt'
                       organization is line sequential
                       file status is WS-AUD-Status.
      *figure and the MTD/YTD carry-forwards so commission stops
      *being paid on refunded revenue; rows from before the indicator
      *existed read as spaces and post as ordinary sales.
      *A deal closed by more than one rep carries the credit percent
      *for PersonId and up to two partners with theirs; the percents
      *must add to 100. A row with the split columns blank is an
      *ordinary one-person sale.
       Fd SalesPersonsList.
       01 SalesRecord.
         05 PersonId picture 99.
         05 PersonName picture x(20).
         05 amt-of-sales picture 999v99.
         05 ReturnFlag picture x.
         05 Split-Credit.
           10 Credit-Pct1 picture 999.
           10 Split-Partner2.
             15 Split-PersonId2 picture 99.
             15 Credit-Pct2 picture 999.
           10 Split-Partner3.
             15 Split-PersonId3 picture 99.
             15 Credit-Pct3 picture 999.

       Fd OutputSalesPersons.
       01 Print-Rec.
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

      *Fixed-layout commission export for the payroll import - one
      *detail record per roster member, zero-sales people included,
         05 EX-Commission picture 9(6)v99.
         05 EX-Pay-Month picture 99.
         05 EX-Pay-Year picture 9(4).
         05 EX-Draw-Paid picture 9(5)v99.
         05 EX-Recovered picture 9(6)v99.
         05 EX-Draw-Balance picture 9(7)v99.
         05 EX-Net-Pay picture 9(6)v99.
       01 Export-Trailer-Rec.
         05 EX-TR-Id picture x(7).
         05 EX-TR-Count picture 9(5).
         05 EX-TR-Total-Comm picture 9(8)v99.
         05 EX-TR-Total-Draw picture 9(8)v99.
         05 EX-TR-Total-Recovered picture 9(8)v99.
         05 EX-TR-Total-Pay picture 9(8)v99.
         05 picture x(26).

      *Mailable one-page commission statement per roster member -
      *the same page-per-person treatment the transaction report's
         05 QM-PersonId picture 99.
         05 QM-Amount picture 9(7)v99.

      *Guaranteed monthly draw for reps on an advance against future
      *commission. A recoverable draw that commission does not cover
      *is owed back and recovered from later commission; a
      *non-recoverable draw is simply the guaranteed minimum.
       Fd DrawMaster.
       01 Draw-Rec.
         05 DM-PersonId picture 99.
         05 DM-Monthly-Draw picture 9(5)v99.
         05 DM-Recoverable picture x.

      *Report options: the attainment floor for the below-target
      *exception section and the top-performer ranking mode (S = raw
      *sales, A = attainment percent).
           10 WS-SL-Person picture 999.
           10 WS-SL-Amount picture 999v99.
           10 WS-SL-Return picture x.
           10 WS-SL-Pct picture 999.
       01 sl picture 999 value 0.

      *Split credit. The shares of the input line being posted - the
      *credited person, their percent and their part of the amount;
      *the last share takes whatever rounding left over so the parts
      *always add back to the sale. Every shared deal is kept for the
      *split-credit section of the listing.
       01 WS-Share-Count picture 9 value 0.
       01 sh picture 9 value 0.
       01 WS-Share-Id occurs 3 times picture 99.
       01 WS-Share-Pct occurs 3 times picture 999.
       01 WS-Share-Amt occurs 3 times picture 999v99.
       01 WS-Share-Index occurs 3 times picture 999.
       01 WS-Share-Total-Pct picture 9(4) value 0.
       01 WS-Share-Posted picture 999v99 value 0.
       01 WS-Split-Error picture x(30) value spaces.
       01 WS-New-People picture 9 value 0.
       01 WS-Max-Splits picture 999 value 100.
       01 WS-Split-Count picture 999 value 0.
       01 SplitDealTable.
         05 SplitDealEntry occurs 1 to 100 times
             depending on WS-Split-Count.
           10 WS-SD-Amount picture 999v99.
           10 WS-SD-Return picture x.
           10 WS-SD-Shares picture 9.
           10 WS-SD-Share occurs 3 times.
             15 WS-SD-Person picture 999.
             15 WS-SD-Pct picture 999.
             15 WS-SD-Share-Amt picture 999v99.
       01 dx picture 999 value 0.

       01 SplitCreditHeader.
         05 picture x(25) value spaces.
         05 picture x(18) value 'SPLIT-CREDIT SALES'.
         05 picture x(37) value spaces.

       01 SplitDealLine.
         05 picture x(10) value spaces.
         05 picture x(5) value 'DEAL '.
         05 SD-No-Out picture ZZ9.
         05 picture x(3) value spaces.
         05 SD-Type-Out picture x(6).
         05 picture x(3) value spaces.
         05 SD-Amount-Out picture $Z,ZZZ.99.
         05 picture x(41) value spaces.

       01 SplitShareLine.
         05 picture x(15) value spaces.
         05 SS-Id-Out picture 99.
         05 picture x(3) value spaces.
         05 SS-Name-Out picture x(20).
         05 picture x(3) value spaces.
         05 SS-Pct-Out picture ZZ9.
         05 picture x value '%'.
         05 picture x(3) value spaces.
         05 SS-Amount-Out picture $Z,ZZZ.99.
         05 picture x(21) value spaces.

       01 Stmt-Header-Line.
         05 picture x(5) value spaces.
         05 picture x(23) value 'COMMISSION STATEMENT - '.
         05 ST-Detail-Label picture x(6).
         05 picture x(4) value spaces.
         05 ST-Detail-Amt picture $ZZZ.99.
         05 picture x(3) value spaces.
         05 ST-Detail-Share picture x(11).
         05 picture x(41) value spaces.
       01 Stmt-Share-Note.
         05 picture x(6) value 'SHARE '.
         05 SN-Pct-Out picture ZZ9.
         05 picture x value '%'.
         05 picture x value space.

       01 Stmt-Total-Line.
         05 picture x(5) value spaces.
       01 WS-Commission-Tier picture x value '1'.
       01 WS-Export-Count picture 9(5) value 0.
       01 WS-Export-Comm-Total picture 9(8)v99 value 0.
       01 WS-Export-Draw-Total picture 9(8)v99 value 0.
       01 WS-Export-Recov-Total picture 9(8)v99 value 0.
       01 WS-Export-Pay-Total picture 9(8)v99 value 0.

      *Draw against commission. The draw is paid once a month - the
      *period it was last paid rides on TotalsFile with the balance
      *still owed, so a second run in the month pays no second draw.
      *The month is settled as a whole: the balance the month opened
      *with, the draw paid, the commission earned and what has been
      *recovered and paid so far this month ride on TotalsFile too,
      *and each run pays or recovers only the difference between the
      *month's settlement so far and what earlier runs already did.
      *Commission above the month's draw recovers the opening balance
      *first; a recoverable draw commission falls short of adds the
      *shortfall to the balance.
       01 WS-Draw-Status picture xx.
       01 WS-Draw-Period-Now picture 9(6) value 0.
       01 WS-Draw-Excess picture 9(7)v99 value 0.
       01 WS-Draw-Listed picture x value 'N'.
       01 WS-Draw-Amt occurs 1 to 200 times
           depending on WS-Employee-Count
           picture 9(5)v99.
       01 WS-Draw-Recoverable occurs 1 to 200 times
           depending on WS-Employee-Count
           picture x.
       01 WS-Draw-Balance occurs 1 to 200 times
           depending on WS-Employee-Count
           picture 9(7)v99.
       01 WS-Draw-Period occurs 1 to 200 times
           depending on WS-Employee-Count
           picture 9(6).
       01 WS-Draw-Paid occurs 1 to 200 times
           depending on WS-Employee-Count
           picture 9(5)v99.
       01 WS-Draw-Recovered occurs 1 to 200 times
           depending on WS-Employee-Count
           picture 9(7)v99.
       01 WS-Net-Payable occurs 1 to 200 times
           depending on WS-Employee-Count
           picture 9(7)v99.
       01 WS-Draw-Opening occurs 1 to 200 times
           depending on WS-Employee-Count
           picture 9(7)v99.
       01 WS-Draw-Paid-MTD occurs 1 to 200 times
           depending on WS-Employee-Count
           picture 9(5)v99.
       01 WS-Comm-MTD occurs 1 to 200 times
           depending on WS-Employee-Count
           picture 9(7)v99.
       01 WS-Recovered-MTD occurs 1 to 200 times
           depending on WS-Employee-Count
           picture 9(7)v99.
       01 WS-Paid-MTD occurs 1 to 200 times
           depending on WS-Employee-Count
           picture 9(7)v99.
       01 WS-Month-Pay picture 9(7)v99 value 0.
       01 WS-Month-Recovered picture 9(7)v99 value 0.

       01 DrawBalanceHeader.
         05 picture x(15) value spaces.
         05 picture x(25) value 'UNRECOVERED DRAW BALANCES'.
         05 picture x(40) value spaces.

       01 DrawBalanceLine.
         05 picture x(5) value spaces.
         05 DB-Id-Out picture 99.
         05 picture x(3) value spaces.
         05 DB-Name-Out picture x(20).
         05 picture x(3) value spaces.
         05 DB-Balance-Out picture $$,$$$,$$9.99.
         05 picture x(3) value spaces.
         05 DB-Status-Out picture x(15).
         05 picture x(16) value spaces.

       01 DrawNoneLine.
         05 picture x(15) value spaces.
         05 picture x(30) value 'NONE OUTSTANDING AT YEAR END  '.
         05 picture x(35) value spaces.

      *Ranked top-performer section
       01 WS-Top-N picture 9 value 3.
          perform 150-Load-Roster
          perform 175-Load-Totals-File
          perform 180-Load-Quota-File
          perform 183-Load-Draw-Master
          perform 178-Year-End-Close
          perform 177-Load-Prior-Year
          perform 185-Read-Report-Parm
           perform 425-Print-Top-Performers
           perform 430-Print-Below-Target
           perform 435-Print-Region-Ranking
           perform 440-Print-Split-Credits
           perform 460-Settle-Draws
           perform 480-Write-Commission-Statements
           perform 475-Write-Commission-Export
           perform 500-Total-Result
                           move 0 to WS-YTD-Total(WS-Employee-Count)
                           move 0 to WS-Quota-Amt(WS-Employee-Count)
                           move Roster-Region to WS-Region(WS-Employee-Count)
                           move WS-Employee-Count to WS-Totals-Index
                           perform 187-Clear-Draw-Fields
                   end-read
                   if WS-Employee-Count = WS-Max-Employees
                       move '10' to WS-Roster-Status
                                   move 0 to WS-Quota-Amt(WS-Employee-Count)
                                   move Totals-Region to WS-Region(WS-Employee-Count)
                                   move WS-Employee-Count to WS-Totals-Index
                                   perform 187-Clear-Draw-Fields
                               end-if
                               move Totals-MTD to WS-MTD-Total(WS-Totals-Index)
                               move Totals-YTD to WS-YTD-Total(WS-Totals-Index)
      *                        Records written before draws were kept
      *                        carry no balance.
                               if Totals-Draw-Balance numeric
                                   move Totals-Draw-Balance
                                     to WS-Draw-Balance(WS-Totals-Index)
                               end-if
                               if Totals-Draw-Period numeric
                                   move Totals-Draw-Period
                                     to WS-Draw-Period(WS-Totals-Index)
                               end-if
                               if Totals-Draw-Opening numeric
                                   move Totals-Draw-Opening
                                     to WS-Draw-Opening(WS-Totals-Index)
                               else
                                   move WS-Draw-Balance(WS-Totals-Index)
                                     to WS-Draw-Opening(WS-Totals-Index)
                               end-if
                               if Totals-Draw-Paid-MTD numeric
                                   move Totals-Draw-Paid-MTD
                                     to WS-Draw-Paid-MTD(WS-Totals-Index)
                               end-if
                               if Totals-Comm-MTD numeric
                                   move Totals-Comm-MTD
                                     to WS-Comm-MTD(WS-Totals-Index)
                               end-if
                               if Totals-Recovered-MTD numeric
                                   move Totals-Recovered-MTD
                                     to WS-Recovered-MTD(WS-Totals-Index)
                               end-if
                               if Totals-Paid-MTD numeric
                                   move Totals-Paid-MTD
                                     to WS-Paid-MTD(WS-Totals-Index)
                               end-if
                               if Totals-Last-Month not = WS-CURRENT-MONTH
                                  or Totals-Last-Year not = WS-CURRENT-YEAR
                                   move 0 to WS-MTD-Total(WS-Totals-Index)
               write Summary-Print-Rec
                 after advancing 1 line
           end-perform
           perform 189-Write-Draw-Balances
           close YearEndSummary.

      *Draw still owed at the close, for payroll to decide whether
      *each balance is written off or kept against next year.
       189-Write-Draw-Balances.
           move spaces to Summary-Print-Rec
           move DrawBalanceHeader to Summary-Print-Rec
           write Summary-Print-Rec
             after advancing 3 lines
           move VoidLine to Summary-Print-Rec
           write Summary-Print-Rec
           move 'N' to WS-Draw-Listed
           perform varying y from 1 by 1
             until y > WS-Employee-Count
               if WS-Draw-Balance(y) > 0
                   move 'Y' to WS-Draw-Listed
                   move spaces to Summary-Print-Rec
                   move ID-List(y) to DB-Id-Out
                   move EmpNameHolder(y) to DB-Name-Out
                   move WS-Draw-Balance(y) to DB-Balance-Out
                   if WS-Draw-Amt(y) = 0
                       move 'NO LONGER DRAWS' to DB-Status-Out
                   else
                       move 'ON DRAW' to DB-Status-Out
                   end-if
                   move DrawBalanceLine to Summary-Print-Rec
                   write Summary-Print-Rec
                     after advancing 1 line
               end-if
           end-perform
           if WS-Draw-Listed = 'N'
               move spaces to Summary-Print-Rec
               move DrawNoneLine to Summary-Print-Rec
               write Summary-Print-Rec
                 after advancing 1 line
           end-if.

       180-Load-Quota-File.
           open input QuotaMaster
           if WS-Quota-Status = '00'
               close SalesReportParm
           end-if.

       183-Load-Draw-Master.
           compute WS-Draw-Period-Now =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           open input DrawMaster
           if WS-Draw-Status = '00'
               perform until WS-Draw-Status not = '00'
                   read DrawMaster
                       at end
                           continue
                       not at end
                           move 'N' to WS-Totals-Found
                           if WS-Employee-Count > 0
                               set IX to 1
                               search ID-List
                                   at end
                                       continue
                                   when ID-List(IX) = DM-PersonId
                                       move IX to WS-Totals-Index
                                       move 'Y' to WS-Totals-Found
                               end-search
                           end-if
                           if WS-Totals-Found = 'Y'
                            and DM-Monthly-Draw numeric
                               move DM-Monthly-Draw
                                 to WS-Draw-Amt(WS-Totals-Index)
                               if DM-Recoverable = 'N'
                                   move 'N' to WS-Draw-Recoverable(WS-Totals-Index)
                               else
                                   move 'Y' to WS-Draw-Recoverable(WS-Totals-Index)
                               end-if
                           else
                               perform 184-Write-Draw-Reject
                           end-if
                   end-read
               end-perform
               close DrawMaster
           end-if.

       184-Write-Draw-Reject.
           move spaces to Error-Rec
           move DM-PersonId to Error-PersonId-Out
           if WS-Totals-Found = 'Y'
               move 'INVALID MONTHLY DRAW' to Error-Reason-Out
           else
               move 'PERSONID NOT ON ROSTER' to Error-Reason-Out
           end-if
           write Error-Rec
           add 1 to WS-Audit-Rejected.

       187-Clear-Draw-Fields.
           move 0 to WS-Draw-Amt(WS-Totals-Index)
           move 'Y' to WS-Draw-Recoverable(WS-Totals-Index)
           move 0 to WS-Draw-Balance(WS-Totals-Index)
           move 0 to WS-Draw-Period(WS-Totals-Index)
           move 0 to WS-Draw-Paid(WS-Totals-Index)
           move 0 to WS-Draw-Recovered(WS-Totals-Index)
           move 0 to WS-Net-Payable(WS-Totals-Index)
           move 0 to WS-Draw-Opening(WS-Totals-Index)
           move 0 to WS-Draw-Paid-MTD(WS-Totals-Index)
           move 0 to WS-Comm-MTD(WS-Totals-Index)
           move 0 to WS-Recovered-MTD(WS-Totals-Index)
           move 0 to WS-Paid-MTD(WS-Totals-Index).

       176-Write-Totals-Reject.
           move spaces to Error-Rec
           move Totals-PersonId to Error-PersonId-Out
               move WS-CURRENT-YEAR to Totals-Last-Year
               move EmpNameHolder(y) to Totals-Name
               move WS-Region(y) to Totals-Region
               move WS-Draw-Balance(y) to Totals-Draw-Balance
               move WS-Draw-Period(y) to Totals-Draw-Period
               move WS-Draw-Opening(y) to Totals-Draw-Opening
               move WS-Draw-Paid-MTD(y) to Totals-Draw-Paid-MTD
               move WS-Comm-MTD(y) to Totals-Comm-MTD
               move WS-Recovered-MTD(y) to Totals-Recovered-MTD
               move WS-Paid-MTD(y) to Totals-Paid-MTD
               write Totals-Rec
           end-perform
           close TotalsFile.
           write Print-Rec
           after advancing 1 line.

      *Every share of the line is checked before any of it posts, so
      *a split with one bad partner is rejected whole rather than
      *half-credited.
       300-Perf-Math.
           move spaces to Print-Rec
           perform 305-Build-Credit-Shares
           if WS-Split-Error not = spaces
               perform 352-Write-Split-Error
           else
               move 0 to WS-New-People
               perform varying sh from 1 by 1 until sh > WS-Share-Count
                   perform 310-Find-Person
                   move WS-Employee-Index to WS-Share-Index(sh)
                   if WS-Found = 'N'
                       add 1 to WS-New-People
                   end-if
               end-perform
               move 'Y' to WS-Found
               perform varying sh from 1 by 1 until sh > WS-Share-Count
                   if WS-Share-Index(sh) = 0
                       move 'N' to WS-Found
                   end-if
               end-perform
               if WS-Found = 'N' and WS-Roster-Loaded = 'Y'
                   perform 350-Write-Error-Record
               else
                   if WS-Employee-Count + WS-New-People > WS-Max-Employees
                       perform 351-Write-Capacity-Error
                   else
                       perform varying sh from 1 by 1
                         until sh > WS-Share-Count
                           perform 320-Post-Share
                       end-perform
                       if WS-Share-Count > 1
                           perform 330-Keep-Split-Deal
                       end-if
                   end-if
               end-if
           end-if.

      *One share for an ordinary sale; up to three for a split, each
      *with its percent and its part of the amount.
       305-Build-Credit-Shares.
           move spaces to WS-Split-Error
           move 1 to WS-Share-Count
           move PersonId to WS-Share-Id(1)
           move 100 to WS-Share-Pct(1)
           if Split-Credit not = spaces
               if Credit-Pct1 not numeric
                   move 'INVALID SPLIT CREDIT' to WS-Split-Error
               else
                   move Credit-Pct1 to WS-Share-Pct(1)
               end-if
               if Split-Partner2 not = spaces
                   if Split-PersonId2 numeric and Credit-Pct2 numeric
                       add 1 to WS-Share-Count
                       move Split-PersonId2 to WS-Share-Id(WS-Share-Count)
                       move Credit-Pct2 to WS-Share-Pct(WS-Share-Count)
                   else
                       move 'INVALID SPLIT CREDIT' to WS-Split-Error
                   end-if
               end-if
               if Split-Partner3 not = spaces
                   if Split-PersonId3 numeric and Credit-Pct3 numeric
                       add 1 to WS-Share-Count
                       move Split-PersonId3 to WS-Share-Id(WS-Share-Count)
                       move Credit-Pct3 to WS-Share-Pct(WS-Share-Count)
                   else
                       move 'INVALID SPLIT CREDIT' to WS-Split-Error
                   end-if
               end-if
           end-if
           if WS-Split-Error = spaces
               move 0 to WS-Share-Total-Pct
               perform varying sh from 1 by 1 until sh > WS-Share-Count
                   add WS-Share-Pct(sh) to WS-Share-Total-Pct
                   if WS-Share-Pct(sh) = 0
                       move 'INVALID SPLIT CREDIT' to WS-Split-Error
                   end-if
               end-perform
               if WS-Share-Count > 1
                   if WS-Share-Id(1) = WS-Share-Id(2)
                       move 'INVALID SPLIT CREDIT' to WS-Split-Error
                   end-if
                   if WS-Share-Count = 3
                    and (WS-Share-Id(3) = WS-Share-Id(1)
                      or WS-Share-Id(3) = WS-Share-Id(2))
                       move 'INVALID SPLIT CREDIT' to WS-Split-Error
                   end-if
               end-if
               if WS-Share-Total-Pct not = 100
                   move 'SPLIT CREDIT NOT 100 PERCENT' to WS-Split-Error
               end-if
           end-if
           if WS-Split-Error = spaces
               move 0 to WS-Share-Posted
               perform varying sh from 1 by 1 until sh > WS-Share-Count
                   if sh = WS-Share-Count
                       compute WS-Share-Amt(sh) =
                           amt-of-sales - WS-Share-Posted
                   else
                       compute WS-Share-Amt(sh) rounded =
                           amt-of-sales * WS-Share-Pct(sh) / 100
                       add WS-Share-Amt(sh) to WS-Share-Posted
                   end-if
               end-perform
           end-if.

      *Looks up the share's PersonId; WS-Employee-Index comes back 0
      *when the person is not known yet.
       310-Find-Person.
           move 'N' to WS-Found
           move 0 to WS-Employee-Index
           if WS-Employee-Count > 0
               set IX to 1
               search ID-List
                   at end
                       continue
                   when ID-List(IX) = WS-Share-Id(sh)
                       set WS-Employee-Index to IX
                       move 'Y' to WS-Found
               end-search
           end-if.

      *With no roster a PersonId is added on first sight; a partner
      *added that way has no name until a line of their own names
      *them.
       320-Post-Share.
           if WS-Share-Index(sh) = 0
               perform 310-Find-Person
               if WS-Found = 'N'
                   add 1 to WS-Employee-Count
                   move WS-Share-Id(sh) to ID-List(WS-Employee-Count)
                   move 0 to SalaryHolder(WS-Employee-Count)
                   move 0 to WS-Gross-Sales(WS-Employee-Count)
                   move 0 to WS-Returns(WS-Employee-Count)
                   move 0 to WS-Close-YTD(WS-Employee-Count)
                   move 0 to WS-Prior-YTD(WS-Employee-Count)
                   move 0 to WS-MTD-Total(WS-Employee-Count)
                   move 0 to WS-YTD-Total(WS-Employee-Count)
                   move 0 to WS-Quota-Amt(WS-Employee-Count)
                   move spaces to WS-Region(WS-Employee-Count)
                   move spaces to EmpNameHolder(WS-Employee-Count)
                   move WS-Employee-Count to WS-Employee-Index
                   move WS-Employee-Count to WS-Totals-Index
                   perform 187-Clear-Draw-Fields
               end-if
               move WS-Employee-Index to WS-Share-Index(sh)
           end-if
           move WS-Share-Index(sh) to WS-Employee-Index
           if sh = 1
               move PersonName to EmpNameHolder(WS-Employee-Index)
           end-if
           if ReturnFlag = 'R'
               compute SalaryHolder(WS-Employee-Index) =
                   SalaryHolder(WS-Employee-Index) - WS-Share-Amt(sh)
               add WS-Share-Amt(sh) to WS-Returns(WS-Employee-Index)
           else
               compute SalaryHolder(WS-Employee-Index) =
                   SalaryHolder(WS-Employee-Index) + WS-Share-Amt(sh)
               add WS-Share-Amt(sh) to WS-Gross-Sales(WS-Employee-Index)
           end-if
           if WS-Detail-Count < WS-Max-Details
               add 1 to WS-Detail-Count
               move WS-Employee-Index to WS-SL-Person(WS-Detail-Count)
               move WS-Share-Amt(sh) to WS-SL-Amount(WS-Detail-Count)
               move ReturnFlag to WS-SL-Return(WS-Detail-Count)
               move WS-Share-Pct(sh) to WS-SL-Pct(WS-Detail-Count)
           end-if.

       330-Keep-Split-Deal.
           if WS-Split-Count < WS-Max-Splits
               add 1 to WS-Split-Count
               move amt-of-sales to WS-SD-Amount(WS-Split-Count)
               move ReturnFlag to WS-SD-Return(WS-Split-Count)
               move WS-Share-Count to WS-SD-Shares(WS-Split-Count)
               perform varying sh from 1 by 1 until sh > WS-Share-Count
                   move WS-Share-Index(sh) to WS-SD-Person(WS-Split-Count sh)
                   move WS-Share-Pct(sh) to WS-SD-Pct(WS-Split-Count sh)
                   move WS-Share-Amt(sh)
                     to WS-SD-Share-Amt(WS-Split-Count sh)
               end-perform
           end-if.

       350-Write-Error-Record.
           write Error-Rec
           add 1 to WS-Audit-Rejected.

       352-Write-Split-Error.
           move spaces to Error-Rec
           move PersonId to Error-PersonId-Out
           move PersonName to Error-PersonName-Out
           move WS-Split-Error to Error-Reason-Out
           write Error-Rec
           add 1 to WS-Audit-Rejected.

       351-Write-Capacity-Error.
           move spaces to Error-Rec
           move PersonId to Error-PersonId-Out
           end-if
           end-if.

      *Nets each person's month-to-date commission against the month's
      *draw. Runs once per run, after the listing has priced
      *commission. The first run of a month opens it - the balance
      *carried in is fixed as the month's opening balance and the
      *draw is paid. Every run then settles the month from the start
      *and pays or recovers only what earlier runs have not, so a
      *month of daily runs pays the same as one run at month end.
       460-Settle-Draws.
           perform varying y from 1 by 1 until y > WS-Employee-Count
               perform 450-Compute-Commission
               move 0 to WS-Draw-Paid(y)
               move 0 to WS-Draw-Recovered(y)
               move 0 to WS-Net-Payable(y)
               if WS-Draw-Period(y) not = WS-Draw-Period-Now
                   move WS-Draw-Balance(y) to WS-Draw-Opening(y)
                   move 0 to WS-Draw-Paid-MTD(y)
                   move 0 to WS-Comm-MTD(y)
                   move 0 to WS-Recovered-MTD(y)
                   move 0 to WS-Paid-MTD(y)
                   if WS-Draw-Amt(y) > 0
                       move WS-Draw-Amt(y) to WS-Draw-Paid(y)
                       move WS-Draw-Amt(y) to WS-Draw-Paid-MTD(y)
                   end-if
                   move WS-Draw-Period-Now to WS-Draw-Period(y)
               end-if
               add WS-Commission to WS-Comm-MTD(y)
               if WS-Comm-MTD(y) < WS-Draw-Paid-MTD(y)
                   move WS-Draw-Paid-MTD(y) to WS-Month-Pay
                   move 0 to WS-Month-Recovered
                   if WS-Draw-Recoverable(y) = 'Y'
                       compute WS-Draw-Balance(y) = WS-Draw-Opening(y)
                           + WS-Draw-Paid-MTD(y) - WS-Comm-MTD(y)
                   else
                       move WS-Draw-Opening(y) to WS-Draw-Balance(y)
                   end-if
               else
                   compute WS-Draw-Excess =
                       WS-Comm-MTD(y) - WS-Draw-Paid-MTD(y)
                   if WS-Draw-Excess > WS-Draw-Opening(y)
                       move WS-Draw-Opening(y) to WS-Month-Recovered
                   else
                       move WS-Draw-Excess to WS-Month-Recovered
                   end-if
                   compute WS-Draw-Balance(y) =
                       WS-Draw-Opening(y) - WS-Month-Recovered
                   compute WS-Month-Pay =
                       WS-Comm-MTD(y) - WS-Month-Recovered
               end-if
               if WS-Month-Recovered > WS-Recovered-MTD(y)
                   compute WS-Draw-Recovered(y) =
                       WS-Month-Recovered - WS-Recovered-MTD(y)
               end-if
               if WS-Month-Pay > WS-Paid-MTD(y)
                   compute WS-Net-Payable(y) =
                       WS-Month-Pay - WS-Paid-MTD(y)
               end-if
               move WS-Month-Recovered to WS-Recovered-MTD(y)
               move WS-Month-Pay to WS-Paid-MTD(y)
           end-perform.

       435-Print-Region-Ranking.
           if WS-Region-Count > 0
               move spaces to Print-Rec
               end-perform
           end-if.

      *Each shared deal with how its amount was divided.
       440-Print-Split-Credits.
           if WS-Split-Count > 0
               move spaces to Print-Rec
               move SplitCreditHeader to Print-Rec
               write Print-Rec
                 after advancing 3 lines
               move VoidLine to Print-Rec
               write Print-Rec
               perform varying dx from 1 by 1 until dx > WS-Split-Count
                   move spaces to Print-Rec
                   move dx to SD-No-Out
                   if WS-SD-Return(dx) = 'R'
                       move 'CREDIT' to SD-Type-Out
                   else
                       move 'SALE' to SD-Type-Out
                   end-if
                   move WS-SD-Amount(dx) to SD-Amount-Out
                   move SplitDealLine to Print-Rec
                   write Print-Rec
                     after advancing 1 line
                   perform varying sh from 1 by 1
                     until sh > WS-SD-Shares(dx)
                       move spaces to Print-Rec
                       move ID-List(WS-SD-Person(dx sh)) to SS-Id-Out
                       move EmpNameHolder(WS-SD-Person(dx sh))
                         to SS-Name-Out
                       move WS-SD-Pct(dx sh) to SS-Pct-Out
                       move WS-SD-Share-Amt(dx sh) to SS-Amount-Out
                       move SplitShareLine to Print-Rec
                       write Print-Rec
                         after advancing 1 line
                   end-perform
               end-perform
           end-if.

       480-Write-Commission-Statements.
           open output CommissionStatements
           perform varying y from 1 by 1 until y > WS-Employee-Count
                       move 'SALE' to ST-Detail-Label
                   end-if
                   move WS-SL-Amount(sl) to ST-Detail-Amt
                   if WS-SL-Pct(sl) < 100
                       move WS-SL-Pct(sl) to SN-Pct-Out
                       move Stmt-Share-Note to ST-Detail-Share
                   else
                       move spaces to ST-Detail-Share
                   end-if
                   move Stmt-Detail-Line to Statement-Line
                   write Statement-Line
                     after advancing 1 line
           move Stmt-Total-Line to Statement-Line
           write Statement-Line
             after advancing 1 line
           if WS-Draw-Amt(y) > 0 or WS-Draw-Paid(y) > 0
              or WS-Draw-Recovered(y) > 0 or WS-Draw-Balance(y) > 0
               move spaces to Statement-Line
               move 'DRAW PAID' to ST-Total-Label
               move WS-Draw-Paid(y) to ST-Total-Amt
               move Stmt-Total-Line to Statement-Line
               write Statement-Line
                 after advancing 1 line
               move spaces to Statement-Line
               move 'DRAW RECOVERED' to ST-Total-Label
               move WS-Draw-Recovered(y) to ST-Total-Amt
               move Stmt-Total-Line to Statement-Line
               write Statement-Line
                 after advancing 1 line
               move spaces to Statement-Line
               move 'DRAW BALANCE OWED' to ST-Total-Label
               move WS-Draw-Balance(y) to ST-Total-Amt
               move Stmt-Total-Line to Statement-Line
               write Statement-Line
                 after advancing 1 line
               move spaces to Statement-Line
               move 'NET AMOUNT PAYABLE' to ST-Total-Label
               move WS-Net-Payable(y) to ST-Total-Amt
               move Stmt-Total-Line to Statement-Line
               write Statement-Line
                 after advancing 1 line
           end-if
           move spaces to Statement-Line
           move 'MONTH TO DATE SALES' to ST-Total-Label
           move WS-MTD-Total(y) to ST-Total-Amt
           open output CommissionExport
           move 0 to WS-Export-Count
           move 0 to WS-Export-Comm-Total
           move 0 to WS-Export-Draw-Total
           move 0 to WS-Export-Recov-Total
           move 0 to WS-Export-Pay-Total
           perform varying y from 1 by 1 until y > WS-Employee-Count
               perform 450-Compute-Commission
               move spaces to Export-Rec
               move WS-Commission to EX-Commission
               move WS-CURRENT-MONTH to EX-Pay-Month
               move WS-CURRENT-YEAR to EX-Pay-Year
               move WS-Draw-Paid(y) to EX-Draw-Paid
               move WS-Draw-Recovered(y) to EX-Recovered
               move WS-Draw-Balance(y) to EX-Draw-Balance
               move WS-Net-Payable(y) to EX-Net-Pay
               write Export-Rec
               add 1 to WS-Export-Count
               add WS-Commission to WS-Export-Comm-Total
               add WS-Draw-Paid(y) to WS-Export-Draw-Total
               add WS-Draw-Recovered(y) to WS-Export-Recov-Total
               add WS-Net-Payable(y) to WS-Export-Pay-Total
           end-perform
           move spaces to Export-Trailer-Rec
           move 'TRAILER' to EX-TR-Id
           move WS-Export-Count to EX-TR-Count
           move WS-Export-Comm-Total to EX-TR-Total-Comm
           move WS-Export-Draw-Total to EX-TR-Total-Draw
           move WS-Export-Recov-Total to EX-TR-Total-Recovered
           move WS-Export-Pay-Total to EX-TR-Total-Pay
           write Export-Trailer-Rec
           close CommissionExport.
      *Ranking value is raw sales, or attainment percent when the
