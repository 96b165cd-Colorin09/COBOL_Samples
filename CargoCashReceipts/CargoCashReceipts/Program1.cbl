       Identification division.
       program-id. Program1 as "CargoCashReceipts.Program1".

       Environment division.
       Input-Output section.
       File-control.    Select OpenReceivables assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\OpenReceivables.txt'
                        organization is line sequential
                        file status is WS-OR-Status.
                        Select CashReceipts assign to 'E:\COBOL Stuff\CargoCashReceipts\CargoCashReceipts\CashReceipts.txt'
                        organization is line sequential
                        file status is WS-CR-Status.
                        Select ConsigneeMaster assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ConsigneeMaster.txt'
                        organization is line sequential
                        file status is WS-CN-Status.
                        Select CreditParm assign to 'E:\COBOL Stuff\CargoCashReceipts\CargoCashReceipts\CreditParm.txt'
                        organization is line sequential
                        file status is WS-CL-Status.
                        Select ReceiptsReport assign to 'E:\COBOL Stuff\CargoCashReceipts\CargoCashReceipts\ConsigneeAging.txt'
                        organization is line sequential.
                        Select RunAuditFile assign to 'E:\COBOL Stuff\RunAudit.txt'
                        organization is line sequential
                        file status is WS-AUD-Status.
                        Select AuditParm assign to 'E:\COBOL Stuff\AuditParm.txt'
                        organization is line sequential
                        file status is WS-AP-Status.

       Data division.

       File section.
      *Open freight receivables, appended by the cargo run one record
      *per invoice. Type I is an invoice; type C is a credit left over
      *from an overpayment, carried until it can be used against the
      *consignee's next open invoice.
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

      *The day's cash receipts - one record per payment, naming the
      *invoice it pays. The consignee code is optional; when given it
      *must match the invoice.
       Fd CashReceipts.
       01 Cash-Receipt-Rec.
         05 CR-Invoice-No picture 9(7).
         05 CR-Consignee picture x(5).
         05 CR-Receipt-Date picture 9(8).
         05 CR-Amount picture 9(9)v99.
         05 CR-Reference picture x(10).

       Fd ConsigneeMaster.
       01 Consignee-Rec.
         05 CN-Code picture x(5).
         05 CN-Name picture x(20).
         05 CN-Country picture x(14).
         05 CN-Terms picture x(10).
         05 CN-Credit-Hold picture x.

      *Credit hold limits - how many days past due an open invoice
      *may run, and the most a consignee may owe in total (zero for
      *no balance limit).
       Fd CreditParm.
       01 Credit-Parm-Rec.
         05 CL-Hold-Days picture 999.
         05 CL-Hold-Balance picture 9(9)v99.

       Fd ReceiptsReport.
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

       01 Receivable-More-Records picture xxx value 'Yes'.
       01 Receipt-More-Records picture xxx value 'Yes'.
       01 Consignee-More-Records picture xxx value 'Yes'.
       01 VoidLine picture x(80) value spaces.
       01 WS-OR-Status picture xx value spaces.
       01 WS-CR-Status picture xx value spaces.
       01 WS-CN-Status picture xx value spaces.
       01 WS-CL-Status picture xx value spaces.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR picture 9(4).
           10 WS-CURRENT-MONTH picture 9(2).
           10 WS-CURRENT-DAY picture 9(2).
       01 WS-Run-Date picture 9(8) value 0.

      *A consignee goes on credit hold when any invoice runs more than
      *WS-Hold-Days past its due date (CreditParm, default 30), or
      *when its balance passes WS-Hold-Balance. The hold comes off by
      *itself on the first run after the account is brought back
      *inside both limits.
       01 WS-Hold-Days picture 999 value 30.
       01 WS-Hold-Balance picture 9(9)v99 value 0.

      *The whole open receivables file is held here while the day's
      *receipts are applied, then written back over itself with only
      *the items still carrying a balance.
       01 WS-Max-Receivables picture 999 value 900.
       01 WS-Receivable-Count picture 999 value 0.
       01 WS-Receivable-Overflow picture x value 'N'.
       01 ReceivableTable.
         05 receivableArray occurs 1 to 900 times
              depending on WS-Receivable-Count
              indexed by R.
           10 WS-AR-Invoice picture 9(7).
           10 WS-AR-Consignee picture x(5).
           10 WS-AR-Inv-Date picture 9(8).
           10 WS-AR-Due-Date picture 9(8).
           10 WS-AR-Currency picture x(3).
           10 WS-AR-Amount picture 9(9)v99.
           10 WS-AR-Paid picture 9(9)v99.
           10 WS-AR-Type picture x.
           10 WS-AR-Last-Pay picture 9(8).
       01 rv picture 999 value 0.
       01 ov picture 999 value 0.
       01 WS-Invoice-Index picture 999 value 0.
       01 WS-Oldest-Index picture 999 value 0.
       01 WS-Oldest-Due picture 9(8) value 0.

      *Consignee master with the aging buckets alongside - current,
      *30, 60 and 90+ days from the invoice date. Consignees that turn
      *up on a receivable but not on the master are aged under their
      *code and are not written back.
       01 WS-Max-Consignees picture 99 value 50.
       01 WS-Consignee-Count picture 99 value 0.
       01 WS-Consignee-Overflow picture x value 'N'.
       01 WS-Consignee-Loaded picture x value 'N'.
       01 ConsigneeTable.
         05 consigneeArray occurs 1 to 50 times
              depending on WS-Consignee-Count
              indexed by CN.
           10 WS-Con-Code picture x(5).
           10 WS-Con-Name picture x(20).
           10 WS-Con-Country picture x(14).
           10 WS-Con-Terms picture x(10).
           10 WS-Con-Old-Hold picture x.
           10 WS-Con-New-Hold picture x.
           10 WS-Con-On-Master picture x.
           10 WS-Con-Bucket picture 9(9)v99 occurs 4 times.
           10 WS-Con-Credit picture 9(9)v99.
       01 WS-Con-Index picture 99 value 0.
       01 WS-Con-Key picture x(5) value spaces.
       01 bk picture 9 value 0.

       01 WS-Receipts-Found picture x value 'N'.
       01 WS-Receipts-Read picture 9(7) value 0.
       01 WS-Receipts-Applied picture 9(7) value 0.
       01 WS-Receipts-Rejected picture 9(7) value 0.
       01 WS-Total-Applied picture 9(9)v99 value 0.
       01 WS-Receipt-Date picture 9(8) value 0.
       01 WS-Receipt-Result picture x(32) value spaces.
       01 WS-Receipt-Rejected picture x value 'N'.
       01 WS-Open-Balance picture 9(9)v99 value 0.
       01 WS-Excess picture 9(9)v99 value 0.
       01 WS-Credit-Left picture 9(9)v99 value 0.
       01 WS-Apply-Amount picture 9(9)v99 value 0.
       01 WS-Days-Old picture s9(5) value 0.
       01 WS-Days-Past-Due picture s9(5) value 0.
       01 WS-Con-Balance picture s9(9)v99 value 0.
       01 WS-Items-Written picture 9(5) value 0.
       01 WS-Hold-Count picture 999 value 0.
       01 WS-New-Hold-Count picture 999 value 0.
       01 WS-Released-Count picture 999 value 0.
       01 GrandBucketTable.
         05 WS-Grand-Bucket picture 9(9)v99 occurs 4 times.
       01 WS-Grand-Balance picture s9(9)v99 value 0.

       01 Credit-Result.
         05 picture x(20) value 'CREDIT APPLIED FROM '.
         05 CRR-From-Out picture 9(7).
         05 picture x(5) value spaces.

       01 HEADER.
         05 picture x(24) value spaces.
         05 picture x(24) value 'FREIGHT CASH RECEIPTS - '.
         05 Header-Date-Out picture 9(8).
         05 picture x(24) value spaces.

       01 Receipt-Column-Header.
         05 picture x(2) value spaces.
         05 picture x(7) value 'INVOICE'.
         05 picture x(3) value spaces.
         05 picture x(5) value 'CONS.'.
         05 picture x(3) value spaces.
         05 picture x(8) value 'RECEIVED'.
         05 picture x(2) value spaces.
         05 picture x(14) value '        AMOUNT'.
         05 picture x(2) value spaces.
         05 picture x(6) value 'RESULT'.
         05 picture x(28) value spaces.

       01 Receipt-Line.
         05 picture x(2) value spaces.
         05 RL-Invoice-Out picture 9(7).
         05 picture x(3) value spaces.
         05 RL-Consignee-Out picture x(5).
         05 picture x(3) value spaces.
         05 RL-Date-Out picture 9(8).
         05 picture x(2) value spaces.
         05 RL-Amount-Out picture ZZZ,ZZZ,ZZ9.99.
         05 picture x(2) value spaces.
         05 RL-Result-Out picture x(32).
         05 picture x(2) value spaces.

       01 Receipt-Total-Line.
         05 picture x(2) value spaces.
         05 picture x(18) value 'RECEIPTS APPLIED: '.
         05 RT-Applied-Out picture ZZZZ9.
         05 picture x(3) value spaces.
         05 picture x(8) value 'AMOUNT: '.
         05 RT-Amount-Out picture ZZZ,ZZZ,ZZ9.99.
         05 picture x(3) value spaces.
         05 picture x(10) value 'REJECTED: '.
         05 RT-Rejected-Out picture ZZZZ9.
         05 picture x(12) value spaces.

       01 Aging-Header.
         05 picture x(15) value spaces.
         05 picture x(35) value 'CONSIGNEE AGING - CREDIT HOLD PAST '.
         05 AH-Days-Out picture ZZ9.
         05 picture x(13) value ' DAYS OVERDUE'.
         05 picture x(14) value spaces.

       01 Aging-Column-Header.
         05 picture x value space.
         05 picture x(5) value 'CONS.'.
         05 picture x value space.
         05 picture x(8) value 'NAME'.
         05 picture x(11) value '    CURRENT'.
         05 picture x(11) value '    30 DAYS'.
         05 picture x(11) value '    60 DAYS'.
         05 picture x(11) value '   90+ DAYS'.
         05 picture x(12) value '     BALANCE'.
         05 picture x value space.
         05 picture x(8) value 'STATUS'.

       01 Aging-Line.
         05 picture x value space.
         05 AL-Code-Out picture x(5).
         05 picture x value space.
         05 AL-Name-Out picture x(8).
         05 AL-Bucket-Group occurs 4 times.
           10 picture x.
           10 AL-Bucket-Out picture ZZZZZZ9.99.
         05 picture x value space.
         05 AL-Balance-Out picture ZZZZZZ9.99-.
         05 picture x value space.
         05 AL-Status-Out picture x(8).

       01 Aging-Total-Line.
         05 picture x value space.
         05 picture x(14) value 'TOTALS'.
         05 AT-Bucket-Group occurs 4 times.
           10 picture x.
           10 AT-Bucket-Out picture ZZZZZZ9.99.
         05 picture x value space.
         05 AT-Balance-Out picture ZZZZZZ9.99-.
         05 picture x(9) value spaces.

       01 Hold-Count-Line.
         05 picture x value space.
         05 picture x(27) value 'CONSIGNEES ON CREDIT HOLD: '.
         05 HC-Hold-Out picture ZZ9.
         05 picture x(3) value spaces.
         05 picture x(5) value 'NEW: '.
         05 HC-New-Out picture ZZ9.
         05 picture x(3) value spaces.
         05 picture x(10) value 'RELEASED: '.
         05 HC-Released-Out picture ZZ9.
         05 picture x(22) value spaces.

      *Run-audit bookkeeping - swing tolerance from AuditParm, counts
      *compared to this program's previous audit record. Read counts
      *the receipts on the day's file, written the receipts applied,
      *rejected the receipts turned away; the cash applied stands in
      *as the money figure.
       01 WS-AUD-Status picture xx value spaces.
       01 WS-AP-Status picture xx value spaces.
       01 Audit-More-Records picture xxx value 'Yes'.
       01 WS-Swing-Pct picture 999 value 25.
       01 WS-Prev-Audit-Found picture x value 'N'.
       01 WS-Prev-Read picture 9(7) value 0.
       01 WS-Prev-Written picture 9(7) value 0.
       01 WS-Audit-Diff picture 9(8) value 0.
       01 WS-Audit-Flag picture x(12) value spaces.
       01 WS-Audit-Program picture x(20) value 'CARGOCASHRECEIPTS'.
       01 WS-Run-Time picture 9(6) value 0.

       Procedure division.
       100-Main-Module.
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Run-Date =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           perform 110-Read-Credit-Parm
           perform 120-Load-Consignees
           perform 130-Load-Receivables
           if WS-Receivable-Overflow = 'Y'
               display 'OPEN RECEIVABLES EXCEED THE TABLE - RUN STOPPED'
               display 'NO RECEIPTS APPLIED, FILES LEFT AS THEY WERE'
               goback
           end-if

           open output ReceiptsReport
           perform 200-Print-Header
           perform 300-Apply-Receipts
           perform 350-Apply-Open-Credits
           perform 380-Print-Receipt-Totals
           perform 400-Age-Receivables
           perform 500-Print-Aging
           close ReceiptsReport

           perform 600-Rewrite-Receivables
           perform 650-Rewrite-Consignees
           perform 680-Clear-Receipts
           perform 900-Write-Run-Audit
           display 'RECEIPTS APPLIED:         ' WS-Receipts-Applied
           display 'RECEIPTS REJECTED:        ' WS-Receipts-Rejected
           display 'ITEMS STILL OPEN:         ' WS-Items-Written
           display 'CONSIGNEES ON CREDIT HOLD:' WS-Hold-Count
           goback.

       110-Read-Credit-Parm.
           open input CreditParm
           if WS-CL-Status = '00'
               read CreditParm
                   at end
                       continue
                   not at end
                       if CL-Hold-Days numeric
                        and CL-Hold-Days > 0
                           move CL-Hold-Days to WS-Hold-Days
                       end-if
                       if CL-Hold-Balance numeric
                           move CL-Hold-Balance to WS-Hold-Balance
                       end-if
               end-read
               close CreditParm
           end-if.

       120-Load-Consignees.
           open input ConsigneeMaster
           if WS-CN-Status = '00'
               move 'Y' to WS-Consignee-Loaded
               perform until Consignee-More-Records = 'No'
                   read ConsigneeMaster
                       at end
                           move 'No' to Consignee-More-Records
                       not at end
                           if WS-Consignee-Count < WS-Max-Consignees
                               add 1 to WS-Consignee-Count
                               move CN-Code to WS-Con-Key
                               perform 125-Init-Consignee
                               move CN-Name to WS-Con-Name(WS-Consignee-Count)
                               move CN-Country to WS-Con-Country(WS-Consignee-Count)
                               move CN-Terms to WS-Con-Terms(WS-Consignee-Count)
                               if CN-Credit-Hold = 'Y'
                                   move 'Y' to WS-Con-Old-Hold(WS-Consignee-Count)
                               end-if
                               move 'Y' to WS-Con-On-Master(WS-Consignee-Count)
                           else
                               move 'Y' to WS-Consignee-Overflow
                           end-if
                   end-read
               end-perform
               close ConsigneeMaster
           end-if.

       125-Init-Consignee.
           move WS-Con-Key to WS-Con-Code(WS-Consignee-Count)
           move 'UNKNOWN CONSIGNEE' to WS-Con-Name(WS-Consignee-Count)
           move spaces to WS-Con-Country(WS-Consignee-Count)
           move spaces to WS-Con-Terms(WS-Consignee-Count)
           move 'N' to WS-Con-Old-Hold(WS-Consignee-Count)
           move 'N' to WS-Con-New-Hold(WS-Consignee-Count)
           move 'N' to WS-Con-On-Master(WS-Consignee-Count)
           perform varying bk from 1 by 1 until bk > 4
               move 0 to WS-Con-Bucket(WS-Consignee-Count bk)
           end-perform
           move 0 to WS-Con-Credit(WS-Consignee-Count).

       130-Load-Receivables.
           open input OpenReceivables
           if WS-OR-Status = '00'
               perform until Receivable-More-Records = 'No'
                   read OpenReceivables
                       at end
                           move 'No' to Receivable-More-Records
                       not at end
                           if WS-Receivable-Count < WS-Max-Receivables
                               add 1 to WS-Receivable-Count
                               perform 135-Store-Receivable
                           else
                               move 'Y' to WS-Receivable-Overflow
                           end-if
                   end-read
               end-perform
               close OpenReceivables
           end-if.

       135-Store-Receivable.
           move OR-Invoice-No to WS-AR-Invoice(WS-Receivable-Count)
           move OR-Consignee to WS-AR-Consignee(WS-Receivable-Count)
           move OR-Invoice-Date to WS-AR-Inv-Date(WS-Receivable-Count)
           move OR-Due-Date to WS-AR-Due-Date(WS-Receivable-Count)
           move OR-Currency to WS-AR-Currency(WS-Receivable-Count)
           move OR-Amount to WS-AR-Amount(WS-Receivable-Count)
           if OR-Paid numeric
               move OR-Paid to WS-AR-Paid(WS-Receivable-Count)
           else
               move 0 to WS-AR-Paid(WS-Receivable-Count)
           end-if
           if OR-Type = 'C'
               move 'C' to WS-AR-Type(WS-Receivable-Count)
           else
               move 'I' to WS-AR-Type(WS-Receivable-Count)
           end-if
           if OR-Last-Pay-Date numeric
               move OR-Last-Pay-Date to WS-AR-Last-Pay(WS-Receivable-Count)
           else
               move 0 to WS-AR-Last-Pay(WS-Receivable-Count)
           end-if.

       200-Print-Header.
           move spaces to Print-Rec
           move WS-Run-Date to Header-Date-Out
           move HEADER to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move Receipt-Column-Header to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move VoidLine to Print-Rec
           write Print-Rec.

       300-Apply-Receipts.
           open input CashReceipts
           if WS-CR-Status = '00'
               move 'Y' to WS-Receipts-Found
               perform until Receipt-More-Records = 'No'
                   read CashReceipts
                       at end
                           move 'No' to Receipt-More-Records
                       not at end
                           perform 310-Apply-One-Receipt
                   end-read
               end-perform
               close CashReceipts
           end-if.

       310-Apply-One-Receipt.
           add 1 to WS-Receipts-Read
           move spaces to WS-Receipt-Result
           move 'Y' to WS-Receipt-Rejected
           move 0 to WS-Invoice-Index
           if CR-Receipt-Date numeric and CR-Receipt-Date > 0
               move CR-Receipt-Date to WS-Receipt-Date
           else
               move WS-Run-Date to WS-Receipt-Date
           end-if
           if CR-Invoice-No not numeric
            or CR-Amount not numeric
            or CR-Amount = 0
               move 'INVOICE OR AMOUNT NOT VALID' to WS-Receipt-Result
           else
               perform 320-Find-Invoice
               if WS-Invoice-Index = 0
                   move 'INVOICE NOT ON OPEN RECEIVABLES'
                     to WS-Receipt-Result
               else
                   if CR-Consignee not = spaces
                    and CR-Consignee not = WS-AR-Consignee(WS-Invoice-Index)
                       move 'CONSIGNEE DOES NOT MATCH INVOICE'
                         to WS-Receipt-Result
                   else
                       perform 330-Post-Receipt
                   end-if
               end-if
           end-if
           if WS-Receipt-Rejected = 'Y'
               add 1 to WS-Receipts-Rejected
           end-if
           perform 340-Print-Receipt-Line.

       320-Find-Invoice.
           if WS-Receivable-Count > 0
               Set R to 1
               SEARCH receivableArray
                   at end
                       continue
                   WHEN WS-AR-Invoice(R) = CR-Invoice-No
                    and WS-AR-Type(R) = 'I'
                       Set WS-Invoice-Index to R
               end-search
           end-if.

      *Anything paid beyond the invoice's open balance is carried as
      *a credit on the consignee's account rather than refunded; the
      *credit pass below uses it against the oldest open invoices.
       330-Post-Receipt.
           compute WS-Open-Balance =
               WS-AR-Amount(WS-Invoice-Index) - WS-AR-Paid(WS-Invoice-Index)
           move WS-Receipt-Date to WS-AR-Last-Pay(WS-Invoice-Index)
           if CR-Amount <= WS-Open-Balance
               add CR-Amount to WS-AR-Paid(WS-Invoice-Index)
               if WS-AR-Paid(WS-Invoice-Index) = WS-AR-Amount(WS-Invoice-Index)
                   move 'PAID IN FULL' to WS-Receipt-Result
               else
                   move 'PART PAYMENT APPLIED' to WS-Receipt-Result
               end-if
           else
               move WS-AR-Amount(WS-Invoice-Index)
                 to WS-AR-Paid(WS-Invoice-Index)
               compute WS-Excess = CR-Amount - WS-Open-Balance
               perform 335-Add-Credit
           end-if
           move 'N' to WS-Receipt-Rejected
           add 1 to WS-Receipts-Applied
           add CR-Amount to WS-Total-Applied.

       335-Add-Credit.
           if WS-Receivable-Count < WS-Max-Receivables
               add 1 to WS-Receivable-Count
               move CR-Invoice-No to WS-AR-Invoice(WS-Receivable-Count)
               move WS-AR-Consignee(WS-Invoice-Index)
                 to WS-AR-Consignee(WS-Receivable-Count)
               move WS-Receipt-Date to WS-AR-Inv-Date(WS-Receivable-Count)
               move WS-Receipt-Date to WS-AR-Due-Date(WS-Receivable-Count)
               move WS-AR-Currency(WS-Invoice-Index)
                 to WS-AR-Currency(WS-Receivable-Count)
               move WS-Excess to WS-AR-Amount(WS-Receivable-Count)
               move 0 to WS-AR-Paid(WS-Receivable-Count)
               move 'C' to WS-AR-Type(WS-Receivable-Count)
               move WS-Receipt-Date to WS-AR-Last-Pay(WS-Receivable-Count)
               move 'OVERPAID - EXCESS HELD AS CREDIT' to WS-Receipt-Result
           else
               move 'OVERPAID - CREDIT NOT CARRIED' to WS-Receipt-Result
               display 'RECEIVABLES TABLE FULL - OVERPAYMENT ON INVOICE '
                   CR-Invoice-No ' NOT CARRIED AS A CREDIT'
           end-if.

       340-Print-Receipt-Line.
           move spaces to Print-Rec
           move CR-Invoice-No to RL-Invoice-Out
           move CR-Consignee to RL-Consignee-Out
           if CR-Consignee = spaces and WS-Invoice-Index > 0
               move WS-AR-Consignee(WS-Invoice-Index) to RL-Consignee-Out
           end-if
           move WS-Receipt-Date to RL-Date-Out
           if CR-Amount numeric
               move CR-Amount to RL-Amount-Out
           else
               move 0 to RL-Amount-Out
           end-if
           move WS-Receipt-Result to RL-Result-Out
           move Receipt-Line to Print-Rec
           write Print-Rec
             after advancing 1 line.

      *Every credit still carrying a balance - this run's overpayments
      *and any left from earlier runs - is used against the same
      *consignee's open invoices in the same currency, oldest due date
      *first. A credit in one currency never pays an invoice in another.
       350-Apply-Open-Credits.
           perform varying rv from 1 by 1
             until rv > WS-Receivable-Count
               if WS-AR-Type(rv) = 'C'
                and WS-AR-Amount(rv) > WS-AR-Paid(rv)
                   perform 355-Apply-One-Credit
               end-if
           end-perform.

       355-Apply-One-Credit.
           compute WS-Credit-Left = WS-AR-Amount(rv) - WS-AR-Paid(rv)
           move 1 to WS-Oldest-Index
           perform until WS-Credit-Left = 0 or WS-Oldest-Index = 0
               perform 360-Find-Oldest-Open
               if WS-Oldest-Index > 0
                   compute WS-Open-Balance =
                       WS-AR-Amount(WS-Oldest-Index) -
                       WS-AR-Paid(WS-Oldest-Index)
                   if WS-Credit-Left < WS-Open-Balance
                       move WS-Credit-Left to WS-Apply-Amount
                   else
                       move WS-Open-Balance to WS-Apply-Amount
                   end-if
                   add WS-Apply-Amount to WS-AR-Paid(WS-Oldest-Index)
                   add WS-Apply-Amount to WS-AR-Paid(rv)
                   subtract WS-Apply-Amount from WS-Credit-Left
                   move WS-Run-Date to WS-AR-Last-Pay(WS-Oldest-Index)
                   perform 365-Print-Credit-Line
               end-if
           end-perform.

       360-Find-Oldest-Open.
           move 0 to WS-Oldest-Index
           move 99999999 to WS-Oldest-Due
           perform varying ov from 1 by 1
             until ov > WS-Receivable-Count
               if WS-AR-Type(ov) = 'I'
                and WS-AR-Consignee(ov) = WS-AR-Consignee(rv)
                and WS-AR-Currency(ov) = WS-AR-Currency(rv)
                and WS-AR-Amount(ov) > WS-AR-Paid(ov)
                and WS-AR-Due-Date(ov) < WS-Oldest-Due
                   move ov to WS-Oldest-Index
                   move WS-AR-Due-Date(ov) to WS-Oldest-Due
               end-if
           end-perform.

       365-Print-Credit-Line.
           move spaces to Print-Rec
           move WS-AR-Invoice(WS-Oldest-Index) to RL-Invoice-Out
           move WS-AR-Consignee(WS-Oldest-Index) to RL-Consignee-Out
           move WS-Run-Date to RL-Date-Out
           move WS-Apply-Amount to RL-Amount-Out
           move WS-AR-Invoice(rv) to CRR-From-Out
           move Credit-Result to RL-Result-Out
           move Receipt-Line to Print-Rec
           write Print-Rec
             after advancing 1 line.

       380-Print-Receipt-Totals.
           move spaces to Print-Rec
           move WS-Receipts-Applied to RT-Applied-Out
           move WS-Total-Applied to RT-Amount-Out
           move WS-Receipts-Rejected to RT-Rejected-Out
           move Receipt-Total-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines.

      *Each open item lands in its consignee's bucket by age from the
      *invoice date; credits are netted off the balance. Any invoice
      *past due by more than the hold limit puts the consignee on hold.
       400-Age-Receivables.
           perform varying rv from 1 by 1
             until rv > WS-Receivable-Count
               if WS-AR-Amount(rv) > WS-AR-Paid(rv)
                   move WS-AR-Consignee(rv) to WS-Con-Key
                   perform 410-Find-Consignee
                   if WS-Con-Index > 0
                       perform 420-Age-One-Item
                   end-if
               end-if
           end-perform
           perform varying CN from 1 by 1
             until CN > WS-Consignee-Count
               if WS-Hold-Balance > 0
                   compute WS-Con-Balance =
                       WS-Con-Bucket(CN 1) + WS-Con-Bucket(CN 2) +
                       WS-Con-Bucket(CN 3) + WS-Con-Bucket(CN 4) -
                       WS-Con-Credit(CN)
                   if WS-Con-Balance > WS-Hold-Balance
                       move 'Y' to WS-Con-New-Hold(CN)
                   end-if
               end-if
           end-perform.

       410-Find-Consignee.
           move 0 to WS-Con-Index
           if WS-Consignee-Count > 0
               Set CN to 1
               SEARCH consigneeArray
                   at end
                       continue
                   WHEN WS-Con-Code(CN) = WS-Con-Key
                       Set WS-Con-Index to CN
               end-search
           end-if
           if WS-Con-Index = 0
            and WS-Consignee-Count < WS-Max-Consignees
               add 1 to WS-Consignee-Count
               perform 125-Init-Consignee
               move WS-Consignee-Count to WS-Con-Index
           end-if.

       420-Age-One-Item.
           compute WS-Open-Balance = WS-AR-Amount(rv) - WS-AR-Paid(rv)
           if WS-AR-Type(rv) = 'C'
               add WS-Open-Balance to WS-Con-Credit(WS-Con-Index)
           else
               move 0 to WS-Days-Old
               if WS-AR-Inv-Date(rv) numeric and WS-AR-Inv-Date(rv) > 0
                   compute WS-Days-Old =
                       function integer-of-date(WS-Run-Date) -
                       function integer-of-date(WS-AR-Inv-Date(rv))
               end-if
               if WS-Days-Old < 30
                   move 1 to bk
               else
                   if WS-Days-Old < 60
                       move 2 to bk
                   else
                       if WS-Days-Old < 90
                           move 3 to bk
                       else
                           move 4 to bk
                       end-if
                   end-if
               end-if
               add WS-Open-Balance to WS-Con-Bucket(WS-Con-Index bk)
               move 0 to WS-Days-Past-Due
               if WS-AR-Due-Date(rv) numeric and WS-AR-Due-Date(rv) > 0
                   compute WS-Days-Past-Due =
                       function integer-of-date(WS-Run-Date) -
                       function integer-of-date(WS-AR-Due-Date(rv))
               end-if
               if WS-Days-Past-Due > WS-Hold-Days
                   move 'Y' to WS-Con-New-Hold(WS-Con-Index)
               end-if
           end-if.

       500-Print-Aging.
           move spaces to Print-Rec
           move WS-Hold-Days to AH-Days-Out
           move Aging-Header to Print-Rec
           write Print-Rec
             after advancing 3 lines
           move Aging-Column-Header to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move VoidLine to Print-Rec
           write Print-Rec
           perform varying bk from 1 by 1 until bk > 4
               move 0 to WS-Grand-Bucket(bk)
           end-perform
           move 0 to WS-Grand-Balance
           perform varying CN from 1 by 1
             until CN > WS-Consignee-Count
               compute WS-Con-Balance =
                   WS-Con-Bucket(CN 1) + WS-Con-Bucket(CN 2) +
                   WS-Con-Bucket(CN 3) + WS-Con-Bucket(CN 4) -
                   WS-Con-Credit(CN)
               if WS-Con-Balance not = 0
                or WS-Con-Credit(CN) > 0
                or WS-Con-Old-Hold(CN) = 'Y'
                or WS-Con-New-Hold(CN) = 'Y'
                   perform 510-Print-Aging-Line
               end-if
           end-perform
           move spaces to Print-Rec
           perform varying bk from 1 by 1 until bk > 4
               move WS-Grand-Bucket(bk) to AT-Bucket-Out(bk)
           end-perform
           move WS-Grand-Balance to AT-Balance-Out
           move Aging-Total-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move spaces to Print-Rec
           move WS-Hold-Count to HC-Hold-Out
           move WS-New-Hold-Count to HC-New-Out
           move WS-Released-Count to HC-Released-Out
           move Hold-Count-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines.

       510-Print-Aging-Line.
           move spaces to Print-Rec
           move WS-Con-Code(CN) to AL-Code-Out
           move WS-Con-Name(CN) to AL-Name-Out
           perform varying bk from 1 by 1 until bk > 4
               move WS-Con-Bucket(CN bk) to AL-Bucket-Out(bk)
               add WS-Con-Bucket(CN bk) to WS-Grand-Bucket(bk)
           end-perform
           move WS-Con-Balance to AL-Balance-Out
           add WS-Con-Balance to WS-Grand-Balance
           move spaces to AL-Status-Out
           if WS-Con-New-Hold(CN) = 'Y'
               add 1 to WS-Hold-Count
               if WS-Con-Old-Hold(CN) = 'Y'
                   move 'HOLD' to AL-Status-Out
               else
                   move 'NEW HOLD' to AL-Status-Out
                   add 1 to WS-New-Hold-Count
               end-if
           else
               if WS-Con-Old-Hold(CN) = 'Y'
                   move 'RELEASED' to AL-Status-Out
                   add 1 to WS-Released-Count
               end-if
           end-if
           move Aging-Line to Print-Rec
           write Print-Rec
             after advancing 1 line.

      *Only the items still carrying a balance go back on the file;
      *invoices paid off and credits used up drop out here.
       600-Rewrite-Receivables.
           move 0 to WS-Items-Written
           open output OpenReceivables
           perform varying rv from 1 by 1
             until rv > WS-Receivable-Count
               if WS-AR-Amount(rv) > WS-AR-Paid(rv)
                   move spaces to Receivable-Rec
                   move WS-AR-Invoice(rv) to OR-Invoice-No
                   move WS-AR-Consignee(rv) to OR-Consignee
                   move WS-AR-Inv-Date(rv) to OR-Invoice-Date
                   move WS-AR-Due-Date(rv) to OR-Due-Date
                   move WS-AR-Currency(rv) to OR-Currency
                   move WS-AR-Amount(rv) to OR-Amount
                   move WS-AR-Paid(rv) to OR-Paid
                   move WS-AR-Type(rv) to OR-Type
                   move WS-AR-Last-Pay(rv) to OR-Last-Pay-Date
                   write Receivable-Rec
                   add 1 to WS-Items-Written
               end-if
           end-perform
           close OpenReceivables.

      *The consignee master goes back with this run's hold flags. If
      *the master held more consignees than the table, it is left
      *alone rather than cut short, and the holds are not updated.
       650-Rewrite-Consignees.
           if WS-Consignee-Loaded = 'Y'
               if WS-Consignee-Overflow = 'Y'
                   display 'CONSIGNEE MASTER EXCEEDS THE TABLE - '
                       'CREDIT HOLDS NOT UPDATED'
               else
                   open output ConsigneeMaster
                   perform varying CN from 1 by 1
                     until CN > WS-Consignee-Count
                       if WS-Con-On-Master(CN) = 'Y'
                           move spaces to Consignee-Rec
                           move WS-Con-Code(CN) to CN-Code
                           move WS-Con-Name(CN) to CN-Name
                           move WS-Con-Country(CN) to CN-Country
                           move WS-Con-Terms(CN) to CN-Terms
                           move WS-Con-New-Hold(CN) to CN-Credit-Hold
                           write Consignee-Rec
                       end-if
                   end-perform
                   close ConsigneeMaster
               end-if
           end-if.

      *The day's receipts are spent once applied - the file is emptied
      *so tomorrow's run cannot post them a second time.
       680-Clear-Receipts.
           if WS-Receipts-Found = 'Y'
               open output CashReceipts
               close CashReceipts
           end-if.

       900-Write-Run-Audit.
           perform 905-Read-Audit-Parm
           perform 910-Scan-Prior-Audit
           move spaces to WS-Audit-Flag
           if WS-Prev-Audit-Found = 'Y'
               perform 915-Check-Swing
           end-if
           Move FUNCTION CURRENT-DATE (9:6) to WS-Run-Time
           open extend RunAuditFile
           if WS-AUD-Status = '35'
               open output RunAuditFile
           end-if
           move spaces to Audit-Rec
           move WS-Audit-Program to AUD-Program
           move WS-Run-Date to AUD-Run-Date
           move WS-Run-Time to AUD-Run-Time
           move WS-Receipts-Read to AUD-Records-Read
           move WS-Receipts-Applied to AUD-Records-Written
           move WS-Receipts-Rejected to AUD-Records-Rejected
           move WS-Total-Applied to AUD-Money-Total
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
               if WS-Receipts-Read > WS-Prev-Read
                   compute WS-Audit-Diff = WS-Receipts-Read - WS-Prev-Read
               else
                   compute WS-Audit-Diff = WS-Prev-Read - WS-Receipts-Read
               end-if
               if WS-Audit-Diff * 100 > WS-Swing-Pct * WS-Prev-Read
                   move 'NEEDS REVIEW' to WS-Audit-Flag
               end-if
           end-if
           if WS-Prev-Written > 0
               if WS-Receipts-Applied > WS-Prev-Written
                   compute WS-Audit-Diff =
                       WS-Receipts-Applied - WS-Prev-Written
               else
                   compute WS-Audit-Diff =
                       WS-Prev-Written - WS-Receipts-Applied
               end-if
               if WS-Audit-Diff * 100 > WS-Swing-Pct * WS-Prev-Written
                   move 'NEEDS REVIEW' to WS-Audit-Flag
               end-if
           end-if.

       end program Program1.
