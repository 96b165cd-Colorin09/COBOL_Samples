       identification division.
       program-id. Program1 as "CarRentCorporateInvoice.Program1".

       environment division.
       input-output section.
       file-control.     Select MonthlyLedger assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\MonthlyLedger.txt'
                            organization is line sequential
                            file status is WS-ML-Status.
                         Select PaymentsJournal assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\PaymentsJournal.txt'
                            organization is line sequential
                            file status is WS-PJ-Status.
                         Select AccountMaster assign to 'E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\AccountMaster.txt'
                            organization is line sequential
                            file status is WS-AM-Status.
                         Select CorporateInvoices assign to 'E:\COBOL Stuff\CarRentCorporateInvoice\CarRentCorporateInvoice\CorporateInvoices.txt'
                            organization is line sequential.

       data division.
       file section.
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

      *Tender journal from the rental counter. An (A)ccount tender
      *carries the corporate charge account number as its reference.
       Fd PaymentsJournal.
       01 Payment-Rec.
         05 PJ-Date picture 9(8).
         05 PJ-Time picture 9(6).
         05 PJ-Agreement-No picture 9(7).
         05 PJ-Client-Lname picture x(20).
         05 PJ-Client-Initial picture x.
         05 PJ-Tender picture x.
         05 PJ-Amount picture 9(7)v99.
         05 PJ-Reference picture x(20).

       Fd AccountMaster.
       01 Account-Master-Rec.
         05 AM-Name.
            10 AM-Initial1 picture x.
            10 AM-Initial2 picture x.
            10 AM-Lastname picture x(10).
         05 AM-Balance picture s9(7) sign is leading separate.
         05 AM-Last-Activity picture x(8).
         05 AM-Status picture x.
         05 AM-Number picture 9(6).
         05 AM-Dormant-Flag picture x.
         05 AM-Review-Status picture x.
         05 AM-Review-Count picture 999.
         05 AM-Review-Date picture 9(8).
         05 AM-Available picture s9(7) sign is leading separate.
         05 AM-Open-Date picture 9(8).

       Fd CorporateInvoices.
       01 Print-Rec picture x(80).

       working-storage section.

       01 Ledger-More-Records picture xxx value 'Yes'.
       01 Payment-More-Records picture xxx value 'Yes'.
       01 Account-More-Records picture xxx value 'Yes'.
       01 WS-ML-Status picture xx value spaces.
       01 WS-PJ-Status picture xx value spaces.
       01 WS-AM-Status picture xx value spaces.
       01 VoidLine picture x(80) value spaces.

      *Account charges from the tender journal, one entry per rental
      *agreement and account - a rental split over two account
      *tenders to the same account is summed here.
       01 WS-Max-Charges picture 999 value 500.
       01 WS-Charge-Count picture 999 value 0.
       01 ChargeTable.
         05 chargeArray occurs 1 to 500 times
              depending on WS-Charge-Count
              indexed by G.
           10 WS-CH-Agreement picture 9(7).
           10 WS-CH-Acct picture 9(6).
           10 WS-CH-Amount picture 9(7)v99.
       01 WS-Charge-Found picture x value 'N'.
       01 WS-PJ-Acct picture 9(6) value 0.

      *The tender journal is never cleared, so only account tenders
      *on or after the oldest rental still on the live ledger are
      *loaded - anything earlier was invoiced with a closed month.
       01 WS-Ledger-From picture 9(8) value 0.

      *Ledger rentals that were charged to an account, held for
      *printing account by account.
       01 WS-Max-Lines picture 999 value 500.
       01 WS-Line-Count picture 999 value 0.
       01 InvoiceLineTable.
         05 invoiceLineArray occurs 1 to 500 times
              depending on WS-Line-Count
              indexed by L.
           10 WS-IL-Acct picture 9(6).
           10 WS-IL-Date picture 9(8).
           10 WS-IL-Agreement picture 9(7).
           10 WS-IL-Lname picture x(20).
           10 WS-IL-Initial picture x.
           10 WS-IL-CarType picture x(10).
           10 WS-IL-Rental picture 9(7)v99.
           10 WS-IL-Charged picture 9(7)v99.
       01 WS-Record-Revenue picture 9(7)v99 value 0.

      *Accounts with at least one charged rental, put in account
      *number order the same way the salesperson report ranks its top
      *performers.
       01 WS-Max-Invoice-Accts picture 999 value 200.
       01 WS-Invoice-Acct-Count picture 999 value 0.
       01 InvoiceAcctTable.
         05 invoiceAcctArray occurs 1 to 200 times
              depending on WS-Invoice-Acct-Count
              indexed by IA.
           10 WS-IA-Acct picture 9(6).
       01 WS-IA-Found picture x value 'N'.
       01 rnk picture 999 value 0.
       01 chk picture 999 value 0.
       01 WS-Rank-Best-Pos picture 999 value 0.
       01 WS-Rank-Best-Val picture 9(6) value 0.
       01 WS-Rank-Temp picture 9(6) value 0.
       01 WS-Cur-Acct picture 9(6) value 0.

       01 WS-Max-Accounts picture 999 value 500.
       01 WS-Account-Count picture 999 value 0.
       01 AccountTable.
         05 accountArray occurs 1 to 500 times
              depending on WS-Account-Count
              indexed by AC.
           10 WS-Acct-Number picture 9(6).
           10 WS-Acct-Name.
             15 WS-Acct-Initial1 picture x.
             15 WS-Acct-Initial2 picture x.
             15 WS-Acct-Lastname picture x(10).

       01 WS-Acct-Rentals picture 999 value 0.
       01 WS-Acct-Total picture 9(8)v99 value 0.
       01 WS-Grand-Total picture 9(9)v99 value 0.

       01 HEADER.
         05 picture x(22) value spaces.
         05 picture x(36) value 'R E N T A L   C A R   C O M P A N Y '.
         05 picture x(22) value spaces.

       01 Invoice-Title-Line.
         05 picture x(25) value spaces.
         05 picture x(30) value 'CORPORATE ACCOUNT INVOICE     '.
         05 picture x(25) value spaces.

       01 Account-Line.
         05 picture x(3) value spaces.
         05 picture x(9) value 'ACCOUNT: '.
         05 AL-Acct-Out picture 9(6).
         05 picture x(3) value spaces.
         05 AL-Initial1-Out picture x.
         05 picture x value '.'.
         05 AL-Initial2-Out picture x.
         05 picture x value '.'.
         05 AL-Lastname-Out picture x(10).
         05 picture x(45) value spaces.

       01 Column-Header.
         05 picture x(3) value spaces.
         05 picture x(4) value 'DATE'.
         05 picture x(6) value spaces.
         05 picture x(9) value 'AGREEMENT'.
         05 picture x(2) value spaces.
         05 picture x(6) value 'RENTER'.
         05 picture x(17) value spaces.
         05 picture x(8) value 'CAR TYPE'.
         05 picture x(5) value spaces.
         05 picture x(6) value 'RENTAL'.
         05 picture x(5) value spaces.
         05 picture x(7) value 'CHARGED'.
         05 picture x(2) value spaces.

       01 Detail-Line.
         05 picture x(3) value spaces.
         05 DL-Date-Out picture 9(8).
         05 picture x(2) value spaces.
         05 DL-Agreement-Out picture 9(7).
         05 picture x(2) value spaces.
         05 DL-Lname-Out picture x(20).
         05 picture x value space.
         05 DL-Initial-Out picture x.
         05 picture x value space.
         05 DL-CarType-Out picture x(10).
         05 picture x value space.
         05 DL-Rental-Out picture $$$,$$9.99.
         05 picture x value space.
         05 DL-Charged-Out picture $$$,$$9.99.
         05 picture x(3) value spaces.

       01 Account-Total-Line.
         05 picture x(3) value spaces.
         05 picture x(10) value 'RENTALS: '.
         05 AT-Rentals-Out picture ZZ9.
         05 picture x(24) value spaces.
         05 picture x(23) value 'TOTAL DUE ON ACCOUNT:  '.
         05 AT-Total-Out picture $$,$$$,$$9.99.
         05 picture x(4) value spaces.

       01 Grand-Total-Line.
         05 picture x(3) value spaces.
         05 picture x(20) value 'ACCOUNTS INVOICED: '.
         05 GT-Accts-Out picture ZZ9.
         05 picture x(14) value spaces.
         05 picture x(23) value 'TOTAL ALL ACCOUNTS:    '.
         05 GT-Total-Out picture $$$,$$$,$$9.99.
         05 picture x(3) value spaces.

       procedure division.
       100-Main-Module.
           open input MonthlyLedger
           if WS-ML-Status not = '00'
               display 'MONTHLY LEDGER NOT FOUND - NOTHING TO INVOICE'
               stop run
           end-if
           perform 140-Find-Ledger-Start
           perform 150-Load-Account-Charges
           if WS-Charge-Count = 0
               close MonthlyLedger
               display 'NO ACCOUNT TENDERS ON THE PAYMENTS JOURNAL'
               stop run
           end-if
           perform 160-Load-Account-Names
           perform until Ledger-More-Records = 'No'
               read MonthlyLedger
                   at end
                       move 'No' to Ledger-More-Records
                   not at end
                       perform 250-Match-Ledger-Record
               end-read
           end-perform
           close MonthlyLedger

           perform 300-Rank-Accounts
           open output CorporateInvoices
           perform varying rnk from 1 by 1
             until rnk > WS-Invoice-Acct-Count
               move WS-IA-Acct(rnk) to WS-Cur-Acct
               perform 400-Write-Account-Invoice
           end-perform
           move spaces to Print-Rec
           move WS-Invoice-Acct-Count to GT-Accts-Out
           move WS-Grand-Total to GT-Total-Out
           move Grand-Total-Line to Print-Rec
           write Print-Rec
             after advancing 3 lines
           close CorporateInvoices
           stop run.

       140-Find-Ledger-Start.
           move 99999999 to WS-Ledger-From
           perform until Ledger-More-Records = 'No'
               read MonthlyLedger
                   at end
                       move 'No' to Ledger-More-Records
                   not at end
                       if LG-Date numeric and LG-Date < WS-Ledger-From
                           move LG-Date to WS-Ledger-From
                       end-if
               end-read
           end-perform
           close MonthlyLedger
           open input MonthlyLedger
           move 'Yes' to Ledger-More-Records.

       150-Load-Account-Charges.
           open input PaymentsJournal
           if WS-PJ-Status = '00'
               perform until Payment-More-Records = 'No'
                   read PaymentsJournal
                       at end
                           move 'No' to Payment-More-Records
                       not at end
                           if PJ-Tender = 'A'
                            and PJ-Date >= WS-Ledger-From
                            and PJ-Reference(1:6) numeric
                               move PJ-Reference(1:6) to WS-PJ-Acct
                               perform 155-Add-Charge
                           end-if
                   end-read
               end-perform
               close PaymentsJournal
           end-if.

       155-Add-Charge.
           move 'N' to WS-Charge-Found
           if WS-Charge-Count > 0
               Set G to 1
               SEARCH chargeArray
                   at end
                       continue
                   WHEN WS-CH-Agreement(G) = PJ-Agreement-No
                    and WS-CH-Acct(G) = WS-PJ-Acct
                       move 'Y' to WS-Charge-Found
                       add PJ-Amount to WS-CH-Amount(G)
               end-search
           end-if
           if WS-Charge-Found = 'N'
               if WS-Charge-Count < WS-Max-Charges
                   add 1 to WS-Charge-Count
                   move PJ-Agreement-No to WS-CH-Agreement(WS-Charge-Count)
                   move WS-PJ-Acct to WS-CH-Acct(WS-Charge-Count)
                   move PJ-Amount to WS-CH-Amount(WS-Charge-Count)
               else
                   display 'CHARGE TABLE FULL - AGREEMENT '
                       PJ-Agreement-No ' NOT INVOICED'
               end-if
           end-if.

       160-Load-Account-Names.
           open input AccountMaster
           if WS-AM-Status = '00'
               perform until Account-More-Records = 'No'
                   read AccountMaster
                       at end
                           move 'No' to Account-More-Records
                       not at end
                           if WS-Account-Count < WS-Max-Accounts
                            and AM-Number numeric
                               add 1 to WS-Account-Count
                               move AM-Number to WS-Acct-Number(WS-Account-Count)
                               move AM-Name to WS-Acct-Name(WS-Account-Count)
                           end-if
                   end-read
               end-perform
               close AccountMaster
           end-if.

      *A ledger rental joins to its account charge by agreement number;
      *rentals written before agreement numbers existed carry zero and
      *can never have been charged to an account.
       250-Match-Ledger-Record.
           if LG-Agreement-No numeric and LG-Agreement-No > 0
               if LG-Incidentals numeric
                   compute WS-Record-Revenue =
                       LG-TotalAmount + LG-Incidentals
               else
                   move LG-TotalAmount to WS-Record-Revenue
               end-if
               perform varying G from 1 by 1 until G > WS-Charge-Count
                   if WS-CH-Agreement(G) = LG-Agreement-No
                    and WS-Line-Count < WS-Max-Lines
                       add 1 to WS-Line-Count
                       move WS-CH-Acct(G) to WS-IL-Acct(WS-Line-Count)
                       move LG-Date to WS-IL-Date(WS-Line-Count)
                       move LG-Agreement-No to WS-IL-Agreement(WS-Line-Count)
                       move LG-Client-Lname to WS-IL-Lname(WS-Line-Count)
                       move LG-Client-Initial to WS-IL-Initial(WS-Line-Count)
                       move LG-CarType to WS-IL-CarType(WS-Line-Count)
                       move WS-Record-Revenue to WS-IL-Rental(WS-Line-Count)
                       move WS-CH-Amount(G) to WS-IL-Charged(WS-Line-Count)
                       perform 260-Add-Invoice-Account
                   end-if
               end-perform
           end-if.

       260-Add-Invoice-Account.
           move 'N' to WS-IA-Found
           if WS-Invoice-Acct-Count > 0
               Set IA to 1
               SEARCH invoiceAcctArray
                   at end
                       continue
                   WHEN WS-IA-Acct(IA) = WS-CH-Acct(G)
                       move 'Y' to WS-IA-Found
               end-search
           end-if
           if WS-IA-Found = 'N'
            and WS-Invoice-Acct-Count < WS-Max-Invoice-Accts
               add 1 to WS-Invoice-Acct-Count
               move WS-CH-Acct(G) to WS-IA-Acct(WS-Invoice-Acct-Count)
           end-if.

       300-Rank-Accounts.
           perform varying rnk from 1 by 1
             until rnk > WS-Invoice-Acct-Count
               move rnk to WS-Rank-Best-Pos
               move WS-IA-Acct(rnk) to WS-Rank-Best-Val
               compute chk = rnk + 1
               perform varying chk from chk by 1
                 until chk > WS-Invoice-Acct-Count
                   if WS-IA-Acct(chk) < WS-Rank-Best-Val
                       move chk to WS-Rank-Best-Pos
                       move WS-IA-Acct(chk) to WS-Rank-Best-Val
                   end-if
               end-perform
               move WS-IA-Acct(rnk) to WS-Rank-Temp
               move WS-IA-Acct(WS-Rank-Best-Pos) to WS-IA-Acct(rnk)
               move WS-Rank-Temp to WS-IA-Acct(WS-Rank-Best-Pos)
           end-perform.

       400-Write-Account-Invoice.
           move 0 to WS-Acct-Rentals
           move 0 to WS-Acct-Total
           move spaces to Print-Rec
           move HEADER to Print-Rec
           write Print-Rec
             after advancing 3 lines
           move Invoice-Title-Line to Print-Rec
           write Print-Rec
             after advancing 1 line
           move spaces to Print-Rec
           move WS-Cur-Acct to AL-Acct-Out
           move spaces to AL-Initial1-Out
           move spaces to AL-Initial2-Out
           move 'UNKNOWN' to AL-Lastname-Out
           if WS-Account-Count > 0
               Set AC to 1
               SEARCH accountArray
                   at end
                       continue
                   WHEN WS-Acct-Number(AC) = WS-Cur-Acct
                       move WS-Acct-Initial1(AC) to AL-Initial1-Out
                       move WS-Acct-Initial2(AC) to AL-Initial2-Out
                       move WS-Acct-Lastname(AC) to AL-Lastname-Out
               end-search
           end-if
           move Account-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move Column-Header to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move VoidLine to Print-Rec
           write Print-Rec
           perform varying L from 1 by 1 until L > WS-Line-Count
               if WS-IL-Acct(L) = WS-Cur-Acct
                   add 1 to WS-Acct-Rentals
                   add WS-IL-Charged(L) to WS-Acct-Total
                   move spaces to Print-Rec
                   move WS-IL-Date(L) to DL-Date-Out
                   move WS-IL-Agreement(L) to DL-Agreement-Out
                   move WS-IL-Lname(L) to DL-Lname-Out
                   move WS-IL-Initial(L) to DL-Initial-Out
                   move WS-IL-CarType(L) to DL-CarType-Out
                   move WS-IL-Rental(L) to DL-Rental-Out
                   move WS-IL-Charged(L) to DL-Charged-Out
                   move Detail-Line to Print-Rec
                   write Print-Rec
                     after advancing 1 line
               end-if
           end-perform
           add WS-Acct-Total to WS-Grand-Total
           move spaces to Print-Rec
           move WS-Acct-Rentals to AT-Rentals-Out
           move WS-Acct-Total to AT-Total-Out
           move Account-Total-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines.

       end program Program1.
