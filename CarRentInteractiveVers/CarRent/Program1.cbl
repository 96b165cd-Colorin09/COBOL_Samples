                         Select AuditParm assign to 'E:\COBOL Stuff\AuditParm.txt'
                            organization is line sequential
                            file status is WS-AP-Status.
                         Select AgreementControl assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\AgreementControl.txt'
                            organization is line sequential
                            file status is WS-AC-Status.
                         Select PaymentsJournal assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\PaymentsJournal.txt'
                            organization is line sequential
                            file status is WS-PJ-Status.
                         Select DrawerReport assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\DrawerBalance.txt'
                            organization is line sequential.
                         Select DamageClaims assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\DamageClaims.txt'
                            organization is line sequential
                            file status is WS-DC-Status.
                         Select DropFeeMaster assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\BranchDropFees.txt'
                            organization is line sequential
                            file status is WS-DF-Status.
                         Select RefusalLog assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\RefusalLog.txt'
                            organization is line sequential
                            file status is WS-RL-Status.
                         Select AccountMaster assign to 'E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\AccountMaster.txt'
                            organization is line sequential
                            file status is WS-AM-Status.
                         Select AccountPostings assign to 'E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\Clients_info.txt'
                            organization is line sequential
                            file status is WS-AT-Status.
                         Select OperatorMaster assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\OperatorMaster.txt'
                            organization is line sequential
                            file status is WS-OP-Status.
                         Select ClerkActivity assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\ClerkActivity.txt'
                            organization is line sequential
                            file status is WS-CA-Status.
                         Select ClerkShiftReport assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\ClerkShiftReport.txt'
                            organization is line sequential.

       data division.
       file section.
         05 DR-Discount picture $ZZZZ9.99.
         05 DR-TotalAmount picture $ZZZZZZ9.99.
         05 DR-Incidentals picture $ZZZZ9.99.
         05 DR-Agreement-No picture 9(7).

       Fd BatchClientData.
       01 Batch-Client-Data.
         05 FM-CarType picture x.
         05 FM-Status picture x.
         05 FM-Miles-Since-Svc picture 9(6).
         05 FM-Home-Branch picture x(3).
         05 FM-Current-Branch picture x(3).

       Fd ServiceParm.
       01 Service-Parm-Rec.
         05 OR-UnitNumber picture 9(4).
         05 OR-DateOut picture 9(8).
         05 OR-OdometerOut picture 9(6).
         05 OR-Agreement-No picture 9(7).
         05 OR-Pickup-Branch picture x(3).

       Fd CustomerMaster.
       01 Customer-Rec.
         05 CM-Client-Lname picture x(20).
         05 CM-Client-Initial picture x.
         05 CM-Rental-Count picture 9(5).
         05 CM-Licence-No picture x(15).
         05 CM-Licence-State picture x(2).
         05 CM-Licence-Expiry picture 9(8).
         05 CM-DNR-Flag picture x.
         05 CM-DNR-Reason picture x.
         05 CM-Charge-Acct picture 9(6).

       Fd ReservationsFile.
       01 Reservation-Rec.
         05 RS-Client-Initial picture x.
         05 RS-CarType picture x.
         05 RS-PickupDate picture 9(8).
         05 RS-Pickup-Branch picture x(3).

       Fd NoShowReport.
       01 NoShow-Line picture x(80).
         05 LG-Discount picture 9(5)v99.
         05 LG-TotalAmount picture 9(7)v99.
         05 LG-Incidentals picture 9(5)v99.
         05 LG-Agreement-No picture 9(7).

       Fd ChargeCodeMaster.
       01 Charge-Code-Rec.
         05 RC-PriceMile picture 9v99.
         05 RC-PriceMile2 picture 9v99.

      *Rental agreement control - the last agreement number handed out,
      *carried from shift to shift so numbers never repeat.
       Fd AgreementControl.
       01 Agreement-Control-Rec.
         05 AC-Last-Agreement picture 9(7).

      *Payments journal - one record per tender taken at the counter,
      *appended shift after shift. Tender C cash, K card, A charge
      *account; card and account tenders carry their reference.
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

       Fd DrawerReport.
       01 Drawer-Line picture x(80).

      *Damage claims opened at check-in, one per rental agreement. The
      *claims program carries each one on from estimate (E) through
      *repaired (P), billed (B) and recovered (V); liability is R for
      *the renter or I for the insurer.
       Fd DamageClaims.
       01 Damage-Claim-Rec.
         05 DC-Agreement-No picture 9(7).
         05 DC-UnitNumber picture 9(4).
         05 DC-Open-Date picture 9(8).
         05 DC-Client-Lname picture x(20).
         05 DC-Client-Initial picture x.
         05 DC-Description picture x(40).
         05 DC-Estimate picture 9(6)v99.
         05 DC-Liable picture x.
         05 DC-Status picture x.
         05 DC-Status-Date picture 9(8).
         05 DC-Repair-Cost picture 9(6)v99.
         05 DC-Billed-Amt picture 9(6)v99.
         05 DC-Recovered-Amt picture 9(6)v99.

      *One-way drop fees by branch pair - pickup branch, return branch
      *and the flat fee for leaving the car at the other end.
       Fd DropFeeMaster.
       01 Drop-Fee-Rec.
         05 DF-From-Branch picture x(3).
         05 DF-To-Branch picture x(3).
         05 DF-Fee picture 999v99.

      *Every rental refused at the counter or in batch for a licence
      *or do-not-rent reason, appended for the branch manager.
       Fd RefusalLog.
       01 Refusal-Rec.
         05 RL-Date picture 9(8).
         05 RL-Time picture 9(6).
         05 RL-Branch picture x(3).
         05 RL-Source picture x(8).
         05 RL-Client-Lname picture x(20).
         05 RL-Client-Initial picture x.
         05 RL-Licence-No picture x(15).
         05 RL-Reason picture x(40).

      *The account ledger's customer account master, read only here to
      *find a corporate customer's charge account and its status - O
      *open, F frozen (credits only), C closed.
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

      *Charges to a corporate account, appended to the account
      *ledger's transaction input in its own layout as withdrawals so
      *the night run debits the account. Dates are MMDDYYYY and the
      *amount is whole dollars, as that ledger keeps them.
       Fd AccountPostings.
       01 Account-Posting-Rec.
         05 AT-Name.
            10 AT-Initial1 picture x.
            10 AT-Initial2 picture x.
            10 AT-Lastname picture x(10).
         05 AT-Date picture x(8).
         05 AT-Amount picture 999999.
         05 AT-Trans-Type picture x.
         05 AT-Counterparty picture 9(6).
         05 picture x(6).
         05 AT-Acct-Number picture 9(6).

      *Counter staff allowed to sign on - clerk ID, four-digit PIN,
      *role (C counter clerk, S supervisor) and name.
       Fd OperatorMaster.
       01 Operator-Rec.
         05 OP-Clerk-Id picture x(6).
         05 OP-Pin picture 9(4).
         05 OP-Role picture x.
         05 OP-Name picture x(20).

      *Clerk activity journal - one record per check-out, check-in,
      *completed rental, reservation, service and customer change,
      *appended shift after shift. The supervisor ID is filled in when
      *the entry was made under a supervisor's approval; the amount is
      *the invoice total for entries that price a rental.
       Fd ClerkActivity.
       01 Clerk-Activity-Rec.
         05 CA-Date picture 9(8).
         05 CA-Time picture 9(6).
         05 CA-Branch picture x(3).
         05 CA-Clerk-Id picture x(6).
         05 CA-Super-Id picture x(6).
         05 CA-Activity picture x(8).
         05 CA-Agreement-No picture 9(7).
         05 CA-UnitNumber picture 9(4).
         05 CA-Client-Lname picture x(20).
         05 CA-Client-Initial picture x.
         05 CA-Amount picture 9(7)v99.

       Fd ClerkShiftReport.
       01 Clerk-Report-Line picture x(80).

       working-storage section.

      *Math Variables

      *Fleet of actual units, loaded from FleetMaster at startup and
      *rewritten at end of shift. Status codes: A available, R rented,
      *M maintenance, D damaged and held under an open damage claim
      *until the claims program marks it repaired. Completed-rental entry (interactive and batch)
      *returns its unit to A as soon as the rental is priced - the car
      *is already back on the lot; only a check-out holds R until the
      *matching check-in. When FleetMaster is absent the program falls
           10 WS-UnitCarType picture x.
           10 WS-UnitStatus picture x.
           10 WS-UnitMiles picture 9(6).
           10 WS-UnitHomeBranch picture x(3).
           10 WS-UnitCurBranch picture x(3).
       01 WS-Unit-Found picture x value 'N'.
       01 WS-Unit-Index picture 999 value 0.
       01 WS-Assigned-Unit picture 9(4) value 0.
           10 WS-OR-DateOut picture 9(8).
           10 WS-OR-OdometerOut picture 9(6).
           10 WS-OR-Open-Flag picture x.
           10 WS-OR-Agreement picture 9(7).
           10 WS-OR-Branch picture x(3).
       01 WS-Open-Found picture x value 'N'.
       01 WS-Open-Index picture 999 value 0.
       01 WS-Still-Open picture 999 value 0.

      *Rental agreement numbers. Every check-out and every completed
      *rental takes the next number from AgreementControl; the number
      *rides on the open rental, the daily record, the ledger and the
      *invoice, and check-in finds its rental by it, so two customers
      *with the same name and initial can never be mixed up. Open
      *rentals written before agreements existed are numbered as they
      *are loaded.
       01 WS-AC-Status picture xx value spaces.
       01 WS-Last-Agreement picture 9(7) value 0.
       01 WS-Agreement-No picture 9(7) value 0.
       01 Agreement-In picture 9(7) value 0.

      *Tender capture and drawer balancing. Every invoice printed this
      *shift is held with what was paid against it; the payment screen
      *after a check-in or a completed rental takes one tender at a
      *time until the balance is settled or the clerk leaves the rest
      *unpaid. Cash given over the balance is change, so only the
      *balance goes in the drawer; a card or account tender may not
      *exceed it. At end of shift the drawer report sets the cash and
      *card the drawer should hold against what was invoiced and lists
      *every invoice still unpaid or part paid.
       01 WS-PJ-Status picture xx value spaces.
       01 WS-Max-Invoices picture 999 value 100.
       01 WS-Invoice-Count picture 999 value 0.
       01 InvoiceTable.
         05 invoiceArray occurs 1 to 100 times
              depending on WS-Invoice-Count
              indexed by IV.
           10 WS-IV-Agreement picture 9(7).
           10 WS-IV-Lname picture x(20).
           10 WS-IV-Initial picture x.
           10 WS-IV-Amount-Due picture 9(7)v99.
           10 WS-IV-Paid picture 9(7)v99.
       01 WS-IV-Current picture 999 value 0.
       01 Tender-In picture x value space.
       01 Tender-Amount-In picture 9(7)v99 value 0.
       01 Tender-Ref-In picture x(20) value spaces.
       01 PaymentErrorMsg picture x(45) value spaces.
       01 WS-Pay-Done picture x value 'N'.
       01 WS-Pay-Balance picture 9(7)v99 value 0.
       01 WS-Pay-Applied picture 9(7)v99 value 0.
       01 WS-Change-Due picture 9(7)v99 value 0.
       01 WS-Pay-Time picture 9(6) value 0.
       01 Pay-Balance-Out picture $ZZZZZZ9.99.
       01 Change-Due-Out picture $ZZZZZZ9.99.
       01 WS-Cash-Total picture 9(8)v99 value 0.
       01 WS-Card-Total picture 9(8)v99 value 0.
       01 WS-Account-Total picture 9(8)v99 value 0.
       01 WS-Invoiced-Total picture 9(8)v99 value 0.
       01 WS-Tendered-Total picture 9(8)v99 value 0.
       01 WS-Outstanding-Total picture 9(8)v99 value 0.
       01 WS-Invoice-Balance picture 9(7)v99 value 0.
       01 WS-Unpaid-Count picture 999 value 0.

      *Damage found at check-in opens a claim instead of an incidental
      *charge - the flat charge codes do not cover body work. The unit
      *goes to D so it cannot be rented or serviced back onto the lot.
       01 WS-DC-Status picture xx value spaces.
       01 Damage-Answer picture x value 'N'.
       01 Damage-Desc-In picture x(40) value spaces.
       01 Damage-Estimate-In picture 9(6)v99 value 0.
       01 Damage-Liable-In picture x value space.
       01 DamageErrorMsg picture x(45) value spaces.
       01 WS-Damage-Valid picture x value 'N'.

      *Branches. The counter keys in its own branch code when the
      *shift starts; check-outs and reservations default their pickup
      *branch to it and check-ins their return branch. Availability is
      *counted per branch, a unit's current branch follows it to
      *wherever it was returned, and a return to a different branch
      *than the pickup adds the branch-pair drop fee as an itemized
      *incidental. Fleet units, open rentals and reservations on file
      *from before branches existed are taken to be at the counter's
      *branch.
       01 WS-DF-Status picture xx value spaces.
       01 DropFee-More-Records picture xxx value 'Yes'.
       01 WS-Max-Drop-Fees picture 99 value 50.
       01 WS-Drop-Fee-Count picture 99 value 0.
       01 DropFeeTable.
         05 dropFeeArray occurs 1 to 50 times
              depending on WS-Drop-Fee-Count
              indexed by DF.
           10 WS-DF-From picture x(3).
           10 WS-DF-To picture x(3).
           10 WS-DF-Fee picture 999v99.
       01 WS-Counter-Branch picture x(3) value spaces.
       01 WS-Pickup-Branch picture x(3) value spaces.
       01 WS-Return-Branch picture x(3) value spaces.
       01 Pickup-Branch-In picture x(3) value spaces.
       01 Return-Branch-In picture x(3) value spaces.
       01 WS-DF-Found picture x value 'N'.

       01 Drawer-Header.
         05 picture x(8) value spaces.
         05 picture x(33) value 'CASH DRAWER BALANCING - SHIFT OF '.
         05 DW-Date-Out picture 9(8).
         05 picture x(31) value spaces.
       01 Drawer-Total-Line.
         05 picture x(5) value spaces.
         05 DW-Label-Out picture x(30).
         05 DW-Amount-Out picture $$$,$$$,$$9.99.
         05 picture x(31) value spaces.
       01 Drawer-Column-Header.
         05 picture x(3) value spaces.
         05 picture x(9) value 'AGREEMENT'.
         05 picture x(3) value spaces.
         05 picture x(8) value 'CUSTOMER'.
         05 picture x(15) value spaces.
         05 picture x(10) value 'AMOUNT DUE'.
         05 picture x(6) value spaces.
         05 picture x(4) value 'PAID'.
         05 picture x(7) value spaces.
         05 picture x(7) value 'BALANCE'.
         05 picture x(8) value spaces.
       01 Drawer-Detail.
         05 picture x(3) value spaces.
         05 DW-Agreement-Out picture 9(7).
         05 picture x(5) value spaces.
         05 DW-Lname-Out picture x(20).
         05 DW-Initial-Out picture x.
         05 picture x value space.
         05 DW-Due-Out picture $ZZZZZZ9.99.
         05 picture x value space.
         05 DW-Paid-Out picture $ZZZZZZ9.99.
         05 picture x value space.
         05 DW-Balance-Out picture $ZZZZZZ9.99.
         05 picture x value space.
         05 DW-Status-Out picture x(7).

      *Advance reservations carried between shifts. Flag A holds a
      *unit of the car type for the booked pickup date; a matching
      *check-out (or completed rental) flips it to F, and a pickup
           10 WS-Res-CarType picture x.
           10 WS-Res-Pickup picture 9(8).
           10 WS-Res-Flag picture x.
           10 WS-Res-Branch picture x(3).
       01 WS-Res-Index picture 999 value 0.
       01 WS-Res-Valid picture x value 'N'.
       01 WS-Res-Has-Checkout picture x value 'N'.
       01 ic picture 9 value 0.
       01 WS-CC-Found picture x value 'N'.
       01 WS-Incid-Count picture 9 value 0.
       01 WS-Applied-Desc occurs 6 times picture x(20).
       01 WS-Applied-Amt occurs 6 times picture 999v99.
       01 WS-Incid-Total picture 9(5)v99 value 0.
       01 Incid-Label.
         05 picture x(13) value 'INCIDENTAL - '.
           10 WS-Cust-Lname picture x(20).
           10 WS-Cust-Initial picture x.
           10 WS-Cust-Rentals picture 9(5).
           10 WS-Cust-Licence picture x(15).
           10 WS-Cust-Lic-State picture x(2).
           10 WS-Cust-Lic-Expiry picture 9(8).
           10 WS-Cust-DNR picture x.
           10 WS-Cust-DNR-Reason picture x.
           10 WS-Cust-Acct picture 9(6).
       01 WS-Customer-Found picture x value 'N'.
       01 WS-Customer-Index picture 999 value 0.
       01 WS-Discount-Pct picture 99 value 0.

      *Licence and do-not-rent screening. The counter keys the driver
      *licence on the rental screen and it is kept on the customer
      *master; a licence expired as of today, no licence at all at the
      *counter, or a customer flagged do-not-rent is refused and the
      *refusal logged. Batch lines carry no licence, so batch is
      *screened against what is already on file. Do-not-rent reasons
      *are U unpaid balance, D damage history and F fraud.
       01 WS-RL-Status picture xx value spaces.
       01 Licence-In picture x(15) value spaces.
       01 Licence-State-In picture x(2) value spaces.
       01 Licence-Expiry-In picture 9(8) value 0.
       01 WS-Eligible picture x value 'Y'.
       01 WS-Refusal-Reason picture x(40) value spaces.
       01 WS-Refusal-Source picture x(8) value spaces.
       01 DNR-Action-In picture x value space.
       01 DNR-Reason-In picture x value space.
       01 DNRErrorMsg picture x(45) value spaces.
       01 WS-DNR-Valid picture x value 'N'.

      *Corporate charge accounts. A customer linked to an account on
      *the account ledger's master may tender (A)ccount and the charge
      *is posted to that account; a linked account that is frozen or
      *closed stops the rental at the counter, the same way the
      *ledger's own posting run would bounce the debit.
       01 WS-AM-Status picture xx value spaces.
       01 WS-AT-Status picture xx value spaces.
       01 Account-More-Records picture xxx value 'Yes'.
       01 WS-Max-Accounts picture 999 value 500.
       01 WS-Account-Count picture 999 value 0.
       01 AccountTable.
         05 accountArray occurs 1 to 500 times
              depending on WS-Account-Count
              indexed by AC.
           10 WS-Acct-Number picture 9(6).
           10 WS-Acct-Name picture x(12).
           10 WS-Acct-Status picture x.
       01 WS-Acct-Found picture x value 'N'.
       01 WS-Acct-Index picture 999 value 0.
       01 WS-Acct-Key picture 9(6) value 0.
       01 WS-Acct-Block-Reason picture x(40) value spaces.
       01 Charge-Acct-In picture 9(6) value 0.
       01 WS-Posting-Dollars picture 9(6) value 0.
       01 WS-Posting-Date.
         05 WS-Post-MM picture 99.
         05 WS-Post-DD picture 99.
         05 WS-Post-YYYY picture 9(4).
       01 WS-Discount picture 99999v99 value 0.

      *Clerk sign-on. Each clerk signs on with ID and PIN against the
      *OperatorMaster before the mode menu; three misses end the
      *session. Service completion and completed-rental entry - where
      *the clerk keys miles and days by hand instead of taking them
      *from the agreement - need the S role, or a supervisor's ID and
      *PIN keyed at the counter when the mode is chosen. With no
      *OperatorMaster on file the clerk ID is taken as keyed with the
      *clerk role only - nothing on file can approve an override, so
      *the supervisor-only work stays shut - and the fallback is
      *journalled. A session that never signs on is journalled too
      *and hands back a non-zero return code.
       01 WS-OP-Status picture xx value spaces.
       01 Operator-More-Records picture xxx value 'Yes'.
       01 WS-Operators-Loaded picture x value 'N'.
       01 WS-Max-Operators picture 99 value 50.
       01 WS-Operator-Count picture 99 value 0.
       01 OperatorTable.
         05 operatorArray occurs 1 to 50 times
              depending on WS-Operator-Count
              indexed by OX.
           10 WS-Op-Clerk-Id picture x(6).
           10 WS-Op-Pin picture 9(4).
           10 WS-Op-Role picture x.
           10 WS-Op-Name picture x(20).
       01 WS-Op-Key picture x(6) value spaces.
       01 WS-Op-Found picture x value 'N'.
       01 WS-Op-Index picture 99 value 0.
       01 Clerk-Id-In picture x(6) value spaces.
       01 Pin-In picture 9(4) value 0.
       01 SignOnErrorMsg picture x(45) value spaces.
       01 WS-Sign-On-Tries picture 9 value 0.
       01 WS-Signed-On picture x value 'N'.
       01 WS-Sign-On-Fallback picture x value 'N'.
       01 WS-Clerk-Id picture x(6) value spaces.
       01 WS-Clerk-Name picture x(20) value spaces.
       01 WS-Clerk-Role picture x value space.
       01 Super-Id-In picture x(6) value spaces.
       01 Super-Pin-In picture 9(4) value 0.
       01 OverrideReasonMsg picture x(45) value spaces.
       01 OverrideErrorMsg picture x(45) value spaces.
       01 WS-Override-Tries picture 9 value 0.
       01 WS-Override-OK picture x value 'N'.
       01 WS-Override-Id picture x(6) value spaces.

      *Clerk activity journal and the end-of-shift activity report by
      *clerk. The report takes in every clerk journalled at this branch
      *today, so the last clerk off shift leaves the whole day on it.
       01 WS-CA-Status picture xx value spaces.
       01 Activity-More-Records picture xxx value 'Yes'.
       01 WS-Activity-Type picture x(8) value spaces.
       01 WS-Activity-Agreement picture 9(7) value 0.
       01 WS-Activity-Unit picture 9(4) value 0.
       01 WS-Activity-Lname picture x(20) value spaces.
       01 WS-Activity-Initial picture x value space.
       01 WS-Activity-Amount picture 9(7)v99 value 0.
       01 WS-Activity-Time picture 9(6) value 0.
       01 WS-Max-Shift-Clerks picture 99 value 50.
       01 WS-Shift-Clerk-Count picture 99 value 0.
       01 ShiftClerkTable.
         05 shiftClerkArray occurs 1 to 50 times
              depending on WS-Shift-Clerk-Count
              indexed by SC.
           10 WS-SC-Clerk-Id picture x(6).
           10 WS-SC-Trans picture 9(4).
           10 WS-SC-Revenue picture 9(8)v99.
       01 WS-SC-Found picture x value 'N'.
       01 WS-SC-Tally picture 9 value 0.
       01 WS-Shift-Trans picture 9(5) value 0.
       01 WS-Shift-Revenue picture 9(9)v99 value 0.

       01 ClerkRpt-Header.
         05 picture x(8) value spaces.
         05 picture x(30) value 'CLERK SHIFT ACTIVITY - BRANCH '.
         05 CR-Branch-Out picture x(3).
         05 picture x(10) value ' SHIFT OF '.
         05 CR-Date-Out picture 9(8).
         05 picture x(21) value spaces.
       01 ClerkRpt-Clerk-Line.
         05 picture x(3) value spaces.
         05 picture x(6) value 'CLERK '.
         05 CR-Clerk-Out picture x(6).
         05 picture x(2) value spaces.
         05 CR-Name-Out picture x(20).
         05 picture x(43) value spaces.
       01 ClerkRpt-Column-Header.
         05 picture x(5) value spaces.
         05 picture x(4) value 'TIME'.
         05 picture x(4) value spaces.
         05 picture x(8) value 'ACTIVITY'.
         05 picture x(2) value spaces.
         05 picture x(7) value 'AGMT NO'.
         05 picture x(2) value spaces.
         05 picture x(4) value 'UNIT'.
         05 picture x(2) value spaces.
         05 picture x(8) value 'CUSTOMER'.
         05 picture x(19) value spaces.
         05 picture x(6) value 'AMOUNT'.
         05 picture x value space.
         05 picture x(5) value 'SUPVR'.
         05 picture x(3) value spaces.
       01 ClerkRpt-Detail.
         05 picture x(5) value spaces.
         05 CR-Time-Out picture 9(6).
         05 picture x(2) value spaces.
         05 CR-Activity-Out picture x(8).
         05 picture x(2) value spaces.
         05 CR-Agreement-Out picture Z(7).
         05 picture x(2) value spaces.
         05 CR-Unit-Out picture Z(4).
         05 picture x(2) value spaces.
         05 CR-Lname-Out picture x(20).
         05 CR-Initial-Out picture x.
         05 picture x value space.
         05 CR-Amount-Out picture $ZZZZZZ9.99.
         05 picture x value space.
         05 CR-Super-Out picture x(6).
         05 picture x(2) value spaces.
       01 ClerkRpt-Total-Line.
         05 picture x(5) value spaces.
         05 CR-Total-Label picture x(20).
         05 picture x(13) value 'TRANSACTIONS '.
         05 CR-Trans-Out picture ZZZZ9.
         05 picture x(3) value spaces.
         05 picture x(8) value 'REVENUE '.
         05 CR-Revenue-Out picture $$$,$$$,$$9.99.
         05 picture x(12) value spaces.

      *Customer invoice support. The sales tax percent and the
      *airport/location surcharge come from the TaxParm parameter file
      *so rate changes are a data change, not a recompile; both default
         05 picture x(6) value 'UNIT: '.
         05 Inv-Unit-Out picture 9(4).
         05 picture x(37) value spaces.
       01 Inv-Agreement-Line.
         05 picture x(10) value spaces.
         05 picture x(18) value 'RENTAL AGREEMENT: '.
         05 Inv-Agreement-Out picture 9(7).
         05 picture x(45) value spaces.
       01 Inv-Detail-Line.
         05 picture x(10) value spaces.
         05 Inv-Label picture x(32).
         05 column 14 picture x(20) to Client_LName.
         05 line 11 column 3 value 'Car Number Type: '.
         05 column 20 picture 9 to CarType.
         05 line 12 column 3 value 'Licence No: '.
         05 column 15 picture x(15) to Licence-In.
         05 column 32 value 'State: '.
         05 column 39 picture x(2) to Licence-State-In.
         05 column 43 value 'Expiry (YYYYMMDD): '.
         05 column 62 picture 9(8) to Licence-Expiry-In.
         05 line 13 column 3 from CarTypeErrorMsg.
         05 line 15 column 3 value 'Blank last name and Enter to cancel'.
         05 line 17 column 3 value 'Press Enter once Finished'.
         05 line 5 column 1 from field1.
         05 line 6 column 1 from field2.
         05 line 8 column 1 from PrintOut.
         05 line 10 column 3 value 'Rental Agreement: '.
         05 line 10 column 21 from WS-Agreement-No.
         05 line 20 column 3 value 'Is there more records to enter? (Enter Y or N)'.
         05 line 21 column 3 value 'Enter answer :'.
         05 column 20 to Continue-Input.
         05 column 14 picture x(20) to Client_LName.
         05 line 11 column 3 value 'Car Number Type: '.
         05 column 20 picture 9 to CarType.
         05 line 12 column 3 value 'Licence No: '.
         05 column 15 picture x(15) to Licence-In.
         05 column 32 value 'State: '.
         05 column 39 picture x(2) to Licence-State-In.
         05 column 43 value 'Expiry (YYYYMMDD): '.
         05 column 62 picture 9(8) to Licence-Expiry-In.
         05 line 13 column 3 value 'Date Out (YYYYMMDD): '.
         05 column 24 picture 9(8) to DateOut-In.
         05 line 15 column 3 value 'Odometer Out: '.
         05 column 17 picture 9(6) to OdometerOut-In.
         05 line 16 column 3 value 'Pickup Branch: '.
         05 column 18 picture x(3) to Pickup-Branch-In.
         05 line 17 column 3 from CarTypeErrorMsg.
         05 line 18 column 3 value 'Blank last name and Enter to cancel'.
         05 line 19 column 3 value 'Press Enter once Finished'.
         05 line 1 column 5 from HEADER.
         05 line 4 column 3 value 'Check-IN - enter the rental coming back: '.
         05 line 5 column 5 value '*Press tab to change of field*'.
         05 line 7 column 3 value 'Rental Agreement Number: '.
         05 column 28 picture 9(7) to Agreement-In.
         05 line 9 column 3 value 'Return Branch: '.
         05 column 18 picture x(3) to Return-Branch-In.
         05 line 11 column 3 value 'Return Date (YYYYMMDD): '.
         05 column 27 picture 9(8) to DateIn-In.
         05 line 13 column 3 value 'Odometer In: '.
         05 column 33 picture x(3) to Incid-Code4-In.
         05 column 37 picture x(3) to Incid-Code5-In.
         05 line 16 column 3 from CheckinErrorMsg.
         05 line 18 column 3 value 'Agreement number 0 and Enter to cancel'.
         05 line 19 column 3 value 'Press Enter once Finished'.

       01 Screen-6.
         05 column 20 picture 9 to CarType.
         05 line 13 column 3 value 'Pickup Date (YYYYMMDD): '.
         05 column 27 picture 9(8) to Pickup-Date-In.
         05 line 14 column 3 value 'Pickup Branch: '.
         05 column 18 picture x(3) to Pickup-Branch-In.
         05 line 15 column 3 from ReservationErrorMsg.
         05 line 17 column 3 value 'Blank last name and Enter to cancel'.
         05 line 19 column 3 value 'Press Enter once Finished'.
         05 line 13 column 3 value 'Unit number 0 and Enter to cancel'.
         05 line 15 column 3 value 'Press Enter once Finished'.

       01 Screen-8.
         05 blank screen beep foreground-color 2 background-color 0 highlight.
         05 line 1 column 5 from HEADER.
         05 line 4 column 3 value 'Payment - record the tender for this rental: '.
         05 line 5 column 5 value '*Press tab to change of field*'.
         05 line 7 column 3 value 'Rental Agreement: '.
         05 line 7 column 21 from WS-Agreement-No.
         05 line 8 column 3 value 'Balance Due: '.
         05 line 8 column 16 from Pay-Balance-Out.
         05 line 10 column 3 value 'Tender - (C)ash, card (K) or (A)ccount: '.
         05 column 44 picture x to Tender-In.
         05 line 12 column 3 value 'Amount Tendered: '.
         05 column 20 picture 9(7)v99 to Tender-Amount-In.
         05 line 14 column 3 value 'Card Reference: '.
         05 column 19 picture x(20) to Tender-Ref-In.
         05 line 16 column 3 from PaymentErrorMsg.
         05 line 18 column 3 value 'Blank tender and Enter to leave the balance unpaid'.
         05 line 19 column 3 value 'Press Enter once Finished'.

       01 Screen-9.
         05 blank screen beep foreground-color 2 background-color 0 highlight.
         05 line 1 column 5 from HEADER.
         05 line 4 column 3 value 'Damage Claim - record the damage found on return: '.
         05 line 5 column 5 value '*Press tab to change of field*'.
         05 line 7 column 3 value 'Rental Agreement: '.
         05 line 7 column 21 from WS-Agreement-No.
         05 line 8 column 3 value 'Unit Number: '.
         05 line 8 column 16 from WS-Assigned-Unit.
         05 line 10 column 3 value 'Damage Description: '.
         05 column 23 picture x(40) to Damage-Desc-In.
         05 line 12 column 3 value 'Repair Estimate: '.
         05 column 20 picture 9(6)v99 to Damage-Estimate-In.
         05 line 14 column 3 value 'Liable - (R)enter or (I)nsurer: '.
         05 column 36 picture x to Damage-Liable-In.
         05 line 16 column 3 from DamageErrorMsg.
         05 line 18 column 3 value 'Blank description and Enter to cancel'.
         05 line 19 column 3 value 'Press Enter once Finished'.

       01 Screen-10.
         05 blank screen beep foreground-color 2 background-color 0 highlight.
         05 line 1 column 5 from HEADER.
         05 line 4 column 3 value 'Customer - do-not-rent, licence and charge account: '.
         05 line 5 column 5 value '*Press tab to change of field*'.
         05 line 7 column 3 value 'First Initial: '.
         05 column 19 picture x to firstInitial.
         05 line 9 column 3 value 'Last Name: '.
         05 column 14 picture x(20) to Client_LName.
         05 line 11 column 3 value 'Action - (F)lag, (L)ift, (U)nlink account or blank: '.
         05 column 56 picture x to DNR-Action-In.
         05 line 12 column 3 value 'Reason - (U)npaid, (D)amage or (F)raud: '.
         05 column 43 picture x to DNR-Reason-In.
         05 line 14 column 3 value 'Licence No: '.
         05 column 15 picture x(15) to Licence-In.
         05 column 32 value 'State: '.
         05 column 39 picture x(2) to Licence-State-In.
         05 column 43 value 'Expiry (YYYYMMDD): '.
         05 column 62 picture 9(8) to Licence-Expiry-In.
         05 line 15 column 3 value 'Charge Account No: '.
         05 column 22 picture 9(6) to Charge-Acct-In.
         05 line 17 column 5 value '*Licence and account are optional - keyed only to update the file*'.
         05 line 18 column 3 from DNRErrorMsg.
         05 line 20 column 3 value 'Blank last name and Enter to cancel'.
         05 line 21 column 3 value 'Press Enter once Finished'.

       01 Screen-11.
         05 blank screen beep foreground-color 2 background-color 0 highlight.
         05 line 1 column 5 from HEADER.
         05 line 4 column 3 value 'Clerk Sign-On - key your clerk ID and PIN: '.
         05 line 5 column 5 value '*Press tab to change of field*'.
         05 line 7 column 3 value 'Clerk ID: '.
         05 column 13 picture x(6) to Clerk-Id-In.
         05 line 9 column 3 value 'PIN: '.
         05 column 8 picture 9(4) to Pin-In secure.
         05 line 11 column 3 from SignOnErrorMsg.
         05 line 13 column 3 value 'Blank clerk ID and Enter to cancel'.
         05 line 15 column 3 value 'Press Enter once Finished'.

       01 Screen-12.
         05 blank screen beep foreground-color 2 background-color 0 highlight.
         05 line 1 column 5 from HEADER.
         05 line 4 column 3 value 'Supervisor Override: '.
         05 line 4 column 24 from OverrideReasonMsg.
         05 line 5 column 5 value '*Press tab to change of field*'.
         05 line 7 column 3 value 'Supervisor ID: '.
         05 column 18 picture x(6) to Super-Id-In.
         05 line 9 column 3 value 'PIN: '.
         05 column 8 picture 9(4) to Super-Pin-In secure.
         05 line 11 column 3 from OverrideErrorMsg.
         05 line 13 column 3 value 'Blank supervisor ID and Enter to cancel'.
         05 line 15 column 3 value 'Press Enter once Finished'.


       procedure division.
       100-Initial-Module.
           display 'Enter counter branch code: '
           accept WS-Counter-Branch
           move WS-Counter-Branch to WS-Pickup-Branch
           move WS-Counter-Branch to WS-Return-Branch
           perform 102-Load-Operator-Table
           perform 104-Clerk-Sign-On
           if WS-Signed-On = 'N'
               display 'Clerk not signed on - session ended'
               perform 106-Journal-Sign-On-Failure
               move 8 to return-code
               goback
           end-if
           perform 110-Load-Fleet-Table
           perform 112-Read-Agreement-Control
           perform 115-Load-Open-Rentals
           perform 117-Load-Reservations
           perform 120-Load-Customer-Table
           perform 123-Load-Account-Table
           perform 125-Read-Tax-Parm
           perform 127-Read-Service-Parm
           perform 128-Load-Charge-Codes
           perform 129-Load-Rate-Card
           perform 131-Load-Drop-Fees
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Rental-Date =
               WS-CURRENT-YEAR * 10000 +
           if WS-ML-Status = '35'
               open output MonthlyLedger
           end-if
           open extend PaymentsJournal
           if WS-PJ-Status = '35'
               open output PaymentsJournal
           end-if
           open extend RefusalLog
           if WS-RL-Status = '35'
               open output RefusalLog
           end-if
           open extend AccountPostings
           if WS-AT-Status = '35'
               open output AccountPostings
           end-if
           open extend ClerkActivity
           if WS-CA-Status = '35'
               open output ClerkActivity
           end-if
           if WS-Sign-On-Fallback = 'Y'
               display 'No operator file - supervisor functions unavailable'
               move 'NOOPFILE' to WS-Activity-Type
               move 0 to WS-Activity-Agreement
               move 0 to WS-Activity-Unit
               move spaces to WS-Activity-Lname
               move space to WS-Activity-Initial
               move 0 to WS-Activity-Amount
               perform 625-Write-Clerk-Activity
           end-if
           display 'Enter mode - (I)nteractive completed rental, (O) check-out,'
           display ' (C) check-in, (R)eservation, (S)ervice, (D) customer and'
           display ' do-not-rent maintenance or (B)atch file: '
           accept Mode-Input

           if Mode-Input = 'B' or Mode-Input = 'b'
                           end-perform
                       else
                           if Mode-Input = 'S' or Mode-Input = 's'
                               move 'Service completion' to OverrideReasonMsg
                               perform 620-Supervisor-Override
                               if WS-Override-OK = 'Y'
                                   perform until Continue-Input = 'n' or 'N'
                                       perform 580-Service-Module
                                       display 'More services? (Y/N): '
                                       accept Continue-Input
                                   end-perform
                               else
                                   display 'No supervisor approval - service mode not started'
                               end-if
                           else
                               if Mode-Input = 'D' or Mode-Input = 'd'
                                   perform until Continue-Input = 'n' or 'N'
                                       perform 600-DNR-Module
                                       display 'More do-not-rent changes? (Y/N): '
                                       accept Continue-Input
                                   end-perform
                               else
                                   move 'Manual pricing of miles and days' to OverrideReasonMsg
                                   perform 620-Supervisor-Override
                                   if WS-Override-OK = 'Y'
                                       perform until Continue-Input = 'n' or 'N'
                                           perform 150-Display-Screen
                                           if WS-Unit-Found = 'Y'
                                               perform 200-calc-module
                                               perform 560-Return-Unit
                                               perform 590-Payment-Module
                                               move 'RENTAL' to WS-Activity-Type
                                               move WS-Amount-Due to WS-Activity-Amount
                                               perform 622-Journal-Rental
                                               perform 300-Display-Output
                                           end-if
                                       end-perform
                                   else
                                       display 'No supervisor approval - manual pricing not started'
                                   end-if
                               end-if
                           end-if
                       end-if
                   end-if
             perform 377-Write-No-Show-List
             perform 378-Rewrite-Reservations
             perform 380-Rewrite-Customer-File
             perform 385-Rewrite-Agreement-Control
             perform 390-Write-Drawer-Report
             perform 900-Write-Run-Audit
             close RentalsOfDay
                   InvoiceFile
                   MonthlyLedger
                   PaymentsJournal
                   RefusalLog
                   AccountPostings
                   ClerkActivity
             perform 395-Write-Clerk-Report
             goback.

       102-Load-Operator-Table.
           open input OperatorMaster
           if WS-OP-Status = '00'
               move 'Y' to WS-Operators-Loaded
               perform until Operator-More-Records = 'No'
                   read OperatorMaster
                       at end
                           move 'No' to Operator-More-Records
                       not at end
                           if WS-Operator-Count < WS-Max-Operators
                               add 1 to WS-Operator-Count
                               move OP-Clerk-Id to WS-Op-Clerk-Id(WS-Operator-Count)
                               move OP-Pin to WS-Op-Pin(WS-Operator-Count)
                               move OP-Role to WS-Op-Role(WS-Operator-Count)
                               move OP-Name to WS-Op-Name(WS-Operator-Count)
                           end-if
                   end-read
               end-perform
               close OperatorMaster
           end-if.

       103-Find-Operator.
           move 'N' to WS-Op-Found
           move 0 to WS-Op-Index
           if WS-Operator-Count > 0
               Set OX to 1
               SEARCH operatorArray
                   at end
                       continue
                   WHEN WS-Op-Clerk-Id(OX) = WS-Op-Key
                       move 'Y' to WS-Op-Found
                       Set WS-Op-Index to OX
               end-search
           end-if.

       104-Clerk-Sign-On.
           move spaces to SignOnErrorMsg
           move 0 to WS-Sign-On-Tries
           move 'N' to WS-Signed-On
           perform with test after
               until WS-Signed-On = 'Y' or WS-Sign-On-Tries = 3
                  or Clerk-Id-In = spaces
               move 0 to Pin-In
               Display Screen-11
               accept Screen-11
               if Clerk-Id-In = spaces
                   continue
               else
                   add 1 to WS-Sign-On-Tries
                   if WS-Operators-Loaded = 'N'
                       move 'Y' to WS-Signed-On
                       move 'Y' to WS-Sign-On-Fallback
                       move Clerk-Id-In to WS-Clerk-Id
                       move spaces to WS-Clerk-Name
                       move 'C' to WS-Clerk-Role
                   else
                       move Clerk-Id-In to WS-Op-Key
                       perform 103-Find-Operator
                       if WS-Op-Found = 'Y'
                           if WS-Op-Pin(WS-Op-Index) = Pin-In
                               move 'Y' to WS-Signed-On
                               move Clerk-Id-In to WS-Clerk-Id
                               move WS-Op-Name(WS-Op-Index) to WS-Clerk-Name
                               move WS-Op-Role(WS-Op-Index) to WS-Clerk-Role
                           else
                               move 'Clerk ID or PIN not recognised' to SignOnErrorMsg
                           end-if
                       else
                           move 'Clerk ID or PIN not recognised' to SignOnErrorMsg
                       end-if
                   end-if
               end-if
           end-perform.

      *The journal is not open yet when sign-on fails - it is opened
      *for the one entry, under the last clerk ID keyed (blank when
      *the clerk cancelled without keying one).
       106-Journal-Sign-On-Failure.
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Rental-Date =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           move Clerk-Id-In to WS-Clerk-Id
           move 'SIGNFAIL' to WS-Activity-Type
           move 0 to WS-Activity-Agreement
           move 0 to WS-Activity-Unit
           move spaces to WS-Activity-Lname
           move space to WS-Activity-Initial
           move 0 to WS-Activity-Amount
           open extend ClerkActivity
           if WS-CA-Status = '35'
               open output ClerkActivity
           end-if
           perform 625-Write-Clerk-Activity
           close ClerkActivity.

       110-Load-Fleet-Table.
           open input FleetMaster
           if WS-FM-Status = '00'
                               else
                                   move 0 to WS-UnitMiles(WS-Unit-Count)
                               end-if
                               if FM-Home-Branch = spaces
                                   move WS-Counter-Branch to WS-UnitHomeBranch(WS-Unit-Count)
                               else
                                   move FM-Home-Branch to WS-UnitHomeBranch(WS-Unit-Count)
                               end-if
                               if FM-Current-Branch = spaces
                                   move WS-UnitHomeBranch(WS-Unit-Count)
                                     to WS-UnitCurBranch(WS-Unit-Count)
                               else
                                   move FM-Current-Branch to WS-UnitCurBranch(WS-Unit-Count)
                               end-if
                           end-if
                   end-read
               end-perform
               close FleetMaster
           end-if.

       112-Read-Agreement-Control.
           open input AgreementControl
           if WS-AC-Status = '00'
               read AgreementControl
                   at end
                       continue
                   not at end
                       if AC-Last-Agreement numeric
                           move AC-Last-Agreement to WS-Last-Agreement
                       end-if
               end-read
               close AgreementControl
           end-if.

       115-Load-Open-Rentals.
           open input OpenRentals
           if WS-OR-Status = '00'
                               move OR-DateOut to WS-OR-DateOut(WS-Open-Count)
                               move OR-OdometerOut to WS-OR-OdometerOut(WS-Open-Count)
                               move 'O' to WS-OR-Open-Flag(WS-Open-Count)
                               if OR-Agreement-No numeric
                                and OR-Agreement-No > 0
                                   move OR-Agreement-No to WS-OR-Agreement(WS-Open-Count)
                                   if OR-Agreement-No > WS-Last-Agreement
                                       move OR-Agreement-No to WS-Last-Agreement
                                   end-if
                               else
                                   perform 145-Next-Agreement-Number
                                   move WS-Agreement-No to WS-OR-Agreement(WS-Open-Count)
                               end-if
                               if OR-Pickup-Branch = spaces
                                   move WS-Counter-Branch to WS-OR-Branch(WS-Open-Count)
                               else
                                   move OR-Pickup-Branch to WS-OR-Branch(WS-Open-Count)
                               end-if
                           end-if
                   end-read
               end-perform
                               move RS-CarType to WS-Res-CarType(WS-Res-Count)
                               move RS-PickupDate to WS-Res-Pickup(WS-Res-Count)
                               move 'A' to WS-Res-Flag(WS-Res-Count)
                               if RS-Pickup-Branch = spaces
                                   move WS-Counter-Branch to WS-Res-Branch(WS-Res-Count)
                               else
                                   move RS-Pickup-Branch to WS-Res-Branch(WS-Res-Count)
                               end-if
                           end-if
                   end-read
               end-perform
                               move CM-Client-Lname to WS-Cust-Lname(WS-Customer-Count)
                               move CM-Client-Initial to WS-Cust-Initial(WS-Customer-Count)
                               move CM-Rental-Count to WS-Cust-Rentals(WS-Customer-Count)
                               move CM-Licence-No to WS-Cust-Licence(WS-Customer-Count)
                               move CM-Licence-State to WS-Cust-Lic-State(WS-Customer-Count)
                               if CM-Licence-Expiry numeric
                                   move CM-Licence-Expiry to WS-Cust-Lic-Expiry(WS-Customer-Count)
                               else
                                   move 0 to WS-Cust-Lic-Expiry(WS-Customer-Count)
                               end-if
                               if CM-DNR-Flag = 'Y'
                                   move 'Y' to WS-Cust-DNR(WS-Customer-Count)
                                   move CM-DNR-Reason to WS-Cust-DNR-Reason(WS-Customer-Count)
                               else
                                   move 'N' to WS-Cust-DNR(WS-Customer-Count)
                                   move space to WS-Cust-DNR-Reason(WS-Customer-Count)
                               end-if
                               if CM-Charge-Acct numeric
                                   move CM-Charge-Acct to WS-Cust-Acct(WS-Customer-Count)
                               else
                                   move 0 to WS-Cust-Acct(WS-Customer-Count)
                               end-if
                           end-if
                   end-read
               end-perform
               close CustomerMaster
           end-if.

       123-Load-Account-Table.
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
                               move AM-Status to WS-Acct-Status(WS-Account-Count)
                           end-if
                   end-read
               end-perform
               close AccountMaster
           end-if.

       125-Read-Tax-Parm.
           open input TaxParm
           if WS-TP-Status = '00'
                               continue
                           WHEN WS-UnitCarType(F) = CarType
                            and WS-UnitStatus(F) = 'A'
                            and WS-UnitCurBranch(F) = WS-Pickup-Branch
                               move 'Y' to WS-Unit-Found
                               Set WS-Unit-Index to F
                       end-search
               end-if
           end-if.

       131-Load-Drop-Fees.
           open input DropFeeMaster
           if WS-DF-Status = '00'
               perform until DropFee-More-Records = 'No'
                   read DropFeeMaster
                       at end
                           move 'No' to DropFee-More-Records
                       not at end
                           if WS-Drop-Fee-Count < WS-Max-Drop-Fees
                               add 1 to WS-Drop-Fee-Count
                               move DF-From-Branch to WS-DF-From(WS-Drop-Fee-Count)
                               move DF-To-Branch to WS-DF-To(WS-Drop-Fee-Count)
                               move DF-Fee to WS-DF-Fee(WS-Drop-Fee-Count)
                           end-if
                   end-read
               end-perform
               close DropFeeMaster
           end-if.

       132-Find-Customer-Reservation.
           move 0 to WS-Res-Index
           perform varying RS from 1 by 1 until RS > WS-Res-Count
                and WS-Res-Initial(RS) = firstInitial
                and WS-Res-CarType(RS) = CarType
                and WS-Res-Flag(RS) = 'A'
                and WS-Res-Branch(RS) = WS-Pickup-Branch
                   Set WS-Res-Index to RS
               end-if
           end-perform.
           perform varying F from 1 by 1 until F > WS-Unit-Count
               if WS-UnitCarType(F) = CarType
                and WS-UnitStatus(F) = 'A'
                and WS-UnitCurBranch(F) = WS-Pickup-Branch
                   add 1 to WS-Free-Units
               end-if
           end-perform
               if WS-Res-CarType(RS) = CarType
                and WS-Res-Flag(RS) = 'A'
                and WS-Res-Pickup(RS) >= WS-Rental-Date
                and WS-Res-Branch(RS) = WS-Pickup-Branch
                   add 1 to WS-Reserved-Units
               end-if
           end-perform.
               move 0 to WS-Assigned-Unit
           end-if.

       145-Next-Agreement-Number.
           add 1 to WS-Last-Agreement
           move WS-Last-Agreement to WS-Agreement-No.

       150-Display-Screen.
           move spaces to CarTypeErrorMsg
           move spaces to Licence-In
           move spaces to Licence-State-In
           move 0 to Licence-Expiry-In
           move 'N' to WS-Unit-Found
           perform with test after
               until WS-Unit-Found = 'Y' or Client_Lname = spaces
                   continue
               else
                   if CarType = 1 or CarType = 2 or CarType = 3
                       move 'RENTAL' to WS-Refusal-Source
                       perform 215-Check-Eligibility
                       if WS-Eligible = 'Y'
                           perform 130-Find-Available-Unit
                           if WS-Unit-Found = 'Y'
                               move spaces to CarTypeErrorMsg
                           else
                               move 'No units available for that car type' to CarTypeErrorMsg
                           end-if
                       else
                           move 'N' to WS-Unit-Found
                           move WS-Refusal-Reason to CarTypeErrorMsg
                       end-if
                   else
                       move 'N' to WS-Unit-Found
               move 'N' to Continue-Input
           else
               perform 140-Assign-Unit
               perform 145-Next-Agreement-Number
               Display Screen-1b
               accept Screen-1b
               add 1 to WS-Audit-Read
                   move Client_Lname to WS-Cust-Lname(WS-Customer-Count)
                   move firstInitial to WS-Cust-Initial(WS-Customer-Count)
                   move 0 to WS-Cust-Rentals(WS-Customer-Count)
                   move spaces to WS-Cust-Licence(WS-Customer-Count)
                   move spaces to WS-Cust-Lic-State(WS-Customer-Count)
                   move 0 to WS-Cust-Lic-Expiry(WS-Customer-Count)
                   move 'N' to WS-Cust-DNR(WS-Customer-Count)
                   move space to WS-Cust-DNR-Reason(WS-Customer-Count)
                   move 0 to WS-Cust-Acct(WS-Customer-Count)
                   move WS-Customer-Count to WS-Customer-Index
               else
                   move 0 to WS-Customer-Index
               add 1 to WS-Cust-Rentals(WS-Customer-Index)
           end-if.

      *Screen the renter before a unit is found. A licence keyed at the
      *counter must not be expired and is saved to the customer master
      *(adding the customer at zero rentals if new); with none keyed
      *the one on file is checked, and the counter may not rent with no
      *licence at all. A do-not-rent flag refuses whatever the licence.
       215-Check-Eligibility.
           move 'Y' to WS-Eligible
           move spaces to WS-Refusal-Reason
           move 'N' to WS-Customer-Found
           move 0 to WS-Customer-Index
           if WS-Customer-Count > 0
               Set Q to 1
               SEARCH customerArray
                   at end
                       continue
                   WHEN WS-Cust-Lname(Q) = Client_Lname
                    and WS-Cust-Initial(Q) = firstInitial
                       move 'Y' to WS-Customer-Found
                       Set WS-Customer-Index to Q
               end-search
           end-if
           if WS-Customer-Found = 'Y'
               if WS-Cust-DNR(WS-Customer-Index) = 'Y'
                   move 'N' to WS-Eligible
                   perform 217-DNR-Reason-Text
               end-if
           end-if
           if WS-Eligible = 'Y'
               if Licence-In not = spaces
                   if Licence-Expiry-In < WS-Rental-Date
                       move 'N' to WS-Eligible
                       move 'DRIVER LICENCE EXPIRED' to WS-Refusal-Reason
                   else
                       perform 218-Save-Licence
                   end-if
               else
                   if WS-Customer-Found = 'Y'
                    and WS-Cust-Licence(WS-Customer-Index) not = spaces
                       if WS-Cust-Lic-Expiry(WS-Customer-Index) < WS-Rental-Date
                           move 'N' to WS-Eligible
                           move 'DRIVER LICENCE ON FILE EXPIRED' to WS-Refusal-Reason
                       end-if
                   else
                       if WS-Refusal-Source not = 'BATCH'
                           move 'N' to WS-Eligible
                           move 'NO DRIVER LICENCE KEYED OR ON FILE' to WS-Refusal-Reason
                       end-if
                   end-if
               end-if
           end-if
           if WS-Eligible = 'Y' and WS-Customer-Index > 0
            and WS-Refusal-Source not = 'BATCH'
               if WS-Cust-Acct(WS-Customer-Index) > 0
                   move WS-Cust-Acct(WS-Customer-Index) to WS-Acct-Key
                   perform 224-Check-Charge-Account
                   if WS-Acct-Block-Reason not = spaces
                       move 'N' to WS-Eligible
                       move WS-Acct-Block-Reason to WS-Refusal-Reason
                   end-if
               end-if
           end-if
           if WS-Eligible = 'N'
               perform 219-Write-Refusal
           end-if.

       217-DNR-Reason-Text.
           if WS-Cust-DNR-Reason(WS-Customer-Index) = 'U'
               move 'DO NOT RENT - UNPAID BALANCE' to WS-Refusal-Reason
           else
               if WS-Cust-DNR-Reason(WS-Customer-Index) = 'D'
                   move 'DO NOT RENT - DAMAGE HISTORY' to WS-Refusal-Reason
               else
                   if WS-Cust-DNR-Reason(WS-Customer-Index) = 'F'
                       move 'DO NOT RENT - FRAUD' to WS-Refusal-Reason
                   else
                       move 'DO NOT RENT' to WS-Refusal-Reason
                   end-if
               end-if
           end-if.

       218-Save-Licence.
           if WS-Customer-Found = 'N'
               if WS-Customer-Count < WS-Max-Customers
                   add 1 to WS-Customer-Count
                   move Client_Lname to WS-Cust-Lname(WS-Customer-Count)
                   move firstInitial to WS-Cust-Initial(WS-Customer-Count)
                   move 0 to WS-Cust-Rentals(WS-Customer-Count)
                   move 'N' to WS-Cust-DNR(WS-Customer-Count)
                   move space to WS-Cust-DNR-Reason(WS-Customer-Count)
                   move 0 to WS-Cust-Acct(WS-Customer-Count)
                   move WS-Customer-Count to WS-Customer-Index
               end-if
           end-if
           if WS-Customer-Index > 0
               move Licence-In to WS-Cust-Licence(WS-Customer-Index)
               move Licence-State-In to WS-Cust-Lic-State(WS-Customer-Index)
               move Licence-Expiry-In to WS-Cust-Lic-Expiry(WS-Customer-Index)
           end-if.

       219-Write-Refusal.
           move spaces to Refusal-Rec
           move WS-Rental-Date to RL-Date
           Move FUNCTION CURRENT-DATE (9:6) to RL-Time
           move WS-Counter-Branch to RL-Branch
           move WS-Refusal-Source to RL-Source
           move Client_Lname to RL-Client-Lname
           move firstInitial to RL-Client-Initial
           if Licence-In not = spaces
               move Licence-In to RL-Licence-No
           else
               if WS-Customer-Index > 0
                   move WS-Cust-Licence(WS-Customer-Index) to RL-Licence-No
               end-if
           end-if
           move WS-Refusal-Reason to RL-Reason
           write Refusal-Rec.

      *Same test the account ledger applies before it posts a debit:
      *no such account, closed, or frozen all stop the charge.
       224-Check-Charge-Account.
           move spaces to WS-Acct-Block-Reason
           move 'N' to WS-Acct-Found
           move 0 to WS-Acct-Index
           if WS-Account-Count > 0
               Set AC to 1
               SEARCH accountArray
                   at end
                       continue
                   WHEN WS-Acct-Number(AC) = WS-Acct-Key
                       move 'Y' to WS-Acct-Found
                       Set WS-Acct-Index to AC
               end-search
           end-if
           if WS-Acct-Found = 'N'
               move 'CHARGE ACCOUNT NOT ON MASTER' to WS-Acct-Block-Reason
           else
               if WS-Acct-Status(WS-Acct-Index) = 'C'
                   move 'CHARGE ACCOUNT CLOSED' to WS-Acct-Block-Reason
               else
                   if WS-Acct-Status(WS-Acct-Index) = 'F'
                       move 'CHARGE ACCOUNT FROZEN' to WS-Acct-Block-Reason
                   end-if
               end-if
           end-if.

       250-Write-Daily-Record.
           move Client_LnameOut to DR-Client-Lname
           move ClientInitial to DR-Client-Initial
           move WS-Discount to DR-Discount
           move TotalAmount to DR-TotalAmount
           move WS-Incid-Total to DR-Incidentals
           move WS-Agreement-No to DR-Agreement-No
           write DailyRentalRec
           add 1 to WS-Audit-Written
           perform 255-Write-Ledger-Record.
           move WS-Discount to LG-Discount
           move WS-TotalAmount to LG-TotalAmount
           move WS-Incid-Total to LG-Incidentals
           move WS-Agreement-No to LG-Agreement-No
           write Ledger-Rec.

       260-Accumulate-Totals.
           move firstInitial to Inv-Initial-Out
           move Inv-Name-Line to Invoice-Line
           write Invoice-Line
           move WS-Agreement-No to Inv-Agreement-Out
           move Inv-Agreement-Line to Invoice-Line
           write Invoice-Line
           move CarTypeOut to Inv-CarType-Out
           move WS-Assigned-Unit to Inv-Unit-Out
           move Inv-Car-Line to Invoice-Line
           move WS-Amount-Due to Inv-Amount
           move Inv-Detail-Line to Invoice-Line
           write Invoice-Line
           add WS-Amount-Due to WS-Invoiced-Total
           if WS-Invoice-Count < WS-Max-Invoices
               add 1 to WS-Invoice-Count
               move WS-Agreement-No to WS-IV-Agreement(WS-Invoice-Count)
               move Client_Lname to WS-IV-Lname(WS-Invoice-Count)
               move firstInitial to WS-IV-Initial(WS-Invoice-Count)
               move WS-Amount-Due to WS-IV-Amount-Due(WS-Invoice-Count)
               move 0 to WS-IV-Paid(WS-Invoice-Count)
               move WS-Invoice-Count to WS-IV-Current
           else
               move 0 to WS-IV-Current
           end-if
      *    The incidental charges are spent once invoiced - the next
      *    rental through here starts from a clean slate.
           move 0 to WS-Incid-Count
                   move WS-UnitCarType(F) to FM-CarType
                   move WS-UnitStatus(F) to FM-Status
                   move WS-UnitMiles(F) to FM-Miles-Since-Svc
                   move WS-UnitHomeBranch(F) to FM-Home-Branch
                   move WS-UnitCurBranch(F) to FM-Current-Branch
                   write Fleet-Rec
               end-perform
               close FleetMaster
                   move WS-OR-Unit(R) to OR-UnitNumber
                   move WS-OR-DateOut(R) to OR-DateOut
                   move WS-OR-OdometerOut(R) to OR-OdometerOut
                   move WS-OR-Agreement(R) to OR-Agreement-No
                   move WS-OR-Branch(R) to OR-Pickup-Branch
                   write Open-Rental-Rec
               end-if
           end-perform
                   move WS-Res-Initial(RS) to RS-Client-Initial
                   move WS-Res-CarType(RS) to RS-CarType
                   move WS-Res-Pickup(RS) to RS-PickupDate
                   move WS-Res-Branch(RS) to RS-Pickup-Branch
                   write Reservation-Rec
               end-if
           end-perform
                   move WS-Cust-Lname(Q) to CM-Client-Lname
                   move WS-Cust-Initial(Q) to CM-Client-Initial
                   move WS-Cust-Rentals(Q) to CM-Rental-Count
                   move WS-Cust-Licence(Q) to CM-Licence-No
                   move WS-Cust-Lic-State(Q) to CM-Licence-State
                   move WS-Cust-Lic-Expiry(Q) to CM-Licence-Expiry
                   move WS-Cust-DNR(Q) to CM-DNR-Flag
                   move WS-Cust-DNR-Reason(Q) to CM-DNR-Reason
                   move WS-Cust-Acct(Q) to CM-Charge-Acct
                   write Customer-Rec
               end-perform
               close CustomerMaster
           end-if.

       385-Rewrite-Agreement-Control.
           open output AgreementControl
           move WS-Last-Agreement to AC-Last-Agreement
           write Agreement-Control-Rec
           close AgreementControl.

       390-Write-Drawer-Report.
           open output DrawerReport
           move WS-Rental-Date to DW-Date-Out
           move Drawer-Header to Drawer-Line
           write Drawer-Line
           move spaces to Drawer-Line
           write Drawer-Line
           compute WS-Tendered-Total =
               WS-Cash-Total + WS-Card-Total + WS-Account-Total
           if WS-Invoiced-Total > WS-Tendered-Total
               compute WS-Outstanding-Total =
                   WS-Invoiced-Total - WS-Tendered-Total
           else
               move 0 to WS-Outstanding-Total
           end-if
           move 'INVOICED AMOUNT DUE' to DW-Label-Out
           move WS-Invoiced-Total to DW-Amount-Out
           move Drawer-Total-Line to Drawer-Line
           write Drawer-Line
           move 'CASH EXPECTED IN DRAWER' to DW-Label-Out
           move WS-Cash-Total to DW-Amount-Out
           move Drawer-Total-Line to Drawer-Line
           write Drawer-Line
           move 'CARD TOTAL EXPECTED' to DW-Label-Out
           move WS-Card-Total to DW-Amount-Out
           move Drawer-Total-Line to Drawer-Line
           write Drawer-Line
           move 'CHARGED TO ACCOUNT' to DW-Label-Out
           move WS-Account-Total to DW-Amount-Out
           move Drawer-Total-Line to Drawer-Line
           write Drawer-Line
           move 'TOTAL TENDERED' to DW-Label-Out
           move WS-Tendered-Total to DW-Amount-Out
           move Drawer-Total-Line to Drawer-Line
           write Drawer-Line
           move 'OUTSTANDING - NOT TENDERED' to DW-Label-Out
           move WS-Outstanding-Total to DW-Amount-Out
           move Drawer-Total-Line to Drawer-Line
           write Drawer-Line
           move spaces to Drawer-Line
           write Drawer-Line
           move Drawer-Column-Header to Drawer-Line
           write Drawer-Line
           move 0 to WS-Unpaid-Count
           perform varying IV from 1 by 1 until IV > WS-Invoice-Count
               if WS-IV-Paid(IV) < WS-IV-Amount-Due(IV)
                   add 1 to WS-Unpaid-Count
                   compute WS-Invoice-Balance =
                       WS-IV-Amount-Due(IV) - WS-IV-Paid(IV)
                   move spaces to Drawer-Line
                   move WS-IV-Agreement(IV) to DW-Agreement-Out
                   move WS-IV-Lname(IV) to DW-Lname-Out
                   move WS-IV-Initial(IV) to DW-Initial-Out
                   move WS-IV-Amount-Due(IV) to DW-Due-Out
                   move WS-IV-Paid(IV) to DW-Paid-Out
                   move WS-Invoice-Balance to DW-Balance-Out
                   if WS-IV-Paid(IV) = 0
                       move 'UNPAID' to DW-Status-Out
                   else
                       move 'PARTIAL' to DW-Status-Out
                   end-if
                   move Drawer-Detail to Drawer-Line
                   write Drawer-Line
               end-if
           end-perform
           if WS-Unpaid-Count = 0
               move spaces to Drawer-Line
               move '   ALL INVOICES PAID IN FULL' to Drawer-Line
               write Drawer-Line
           end-if
           close DrawerReport.

      *Shift activity by clerk, from the journal entries made at this
      *branch today. The first pass finds the clerks and their totals;
      *each clerk's own entries are then listed from a fresh pass.
       395-Write-Clerk-Report.
           move 0 to WS-Shift-Clerk-Count
           move 0 to WS-Shift-Trans
           move 0 to WS-Shift-Revenue
           open input ClerkActivity
           if WS-CA-Status = '00'
               move 'Yes' to Activity-More-Records
               perform until Activity-More-Records = 'No'
                   read ClerkActivity
                       at end
                           move 'No' to Activity-More-Records
                       not at end
                           if CA-Date = WS-Rental-Date
                            and CA-Branch = WS-Counter-Branch
                               perform 397-Tally-Shift-Clerk
                           end-if
                   end-read
               end-perform
               close ClerkActivity
           end-if
           open output ClerkShiftReport
           move WS-Counter-Branch to CR-Branch-Out
           move WS-Rental-Date to CR-Date-Out
           move ClerkRpt-Header to Clerk-Report-Line
           write Clerk-Report-Line
           move spaces to Clerk-Report-Line
           write Clerk-Report-Line
           if WS-Shift-Clerk-Count = 0
               move '   NO CLERK ACTIVITY JOURNALLED THIS SHIFT' to Clerk-Report-Line
               write Clerk-Report-Line
           else
               perform varying SC from 1 by 1 until SC > WS-Shift-Clerk-Count
                   perform 396-Print-Shift-Clerk
               end-perform
               move 'ALL CLERKS' to CR-Total-Label
               move WS-Shift-Trans to CR-Trans-Out
               move WS-Shift-Revenue to CR-Revenue-Out
               move ClerkRpt-Total-Line to Clerk-Report-Line
               write Clerk-Report-Line
           end-if
           close ClerkShiftReport.

       396-Print-Shift-Clerk.
           move WS-SC-Clerk-Id(SC) to CR-Clerk-Out
           move WS-SC-Clerk-Id(SC) to WS-Op-Key
           perform 103-Find-Operator
           if WS-Op-Found = 'Y'
               move WS-Op-Name(WS-Op-Index) to CR-Name-Out
           else
               move spaces to CR-Name-Out
           end-if
           move ClerkRpt-Clerk-Line to Clerk-Report-Line
           write Clerk-Report-Line
           move ClerkRpt-Column-Header to Clerk-Report-Line
           write Clerk-Report-Line
           open input ClerkActivity
           move 'Yes' to Activity-More-Records
           perform until Activity-More-Records = 'No'
               read ClerkActivity
                   at end
                       move 'No' to Activity-More-Records
                   not at end
                       if CA-Date = WS-Rental-Date
                        and CA-Branch = WS-Counter-Branch
                        and CA-Clerk-Id = WS-SC-Clerk-Id(SC)
                           move CA-Time to CR-Time-Out
                           move CA-Activity to CR-Activity-Out
                           move CA-Agreement-No to CR-Agreement-Out
                           move CA-UnitNumber to CR-Unit-Out
                           move CA-Client-Lname to CR-Lname-Out
                           move CA-Client-Initial to CR-Initial-Out
                           move CA-Amount to CR-Amount-Out
                           move CA-Super-Id to CR-Super-Out
                           move ClerkRpt-Detail to Clerk-Report-Line
                           write Clerk-Report-Line
                       end-if
               end-read
           end-perform
           close ClerkActivity
           move 'CLERK TOTAL' to CR-Total-Label
           move WS-SC-Trans(SC) to CR-Trans-Out
           move WS-SC-Revenue(SC) to CR-Revenue-Out
           move ClerkRpt-Total-Line to Clerk-Report-Line
           write Clerk-Report-Line
           move spaces to Clerk-Report-Line
           write Clerk-Report-Line.

      *Sign-on events are listed under the clerk but are not counted as
      *transactions.
       397-Tally-Shift-Clerk.
           if CA-Activity = 'NOOPFILE' or CA-Activity = 'SIGNFAIL'
               move 0 to WS-SC-Tally
           else
               move 1 to WS-SC-Tally
           end-if
           move 'N' to WS-SC-Found
           if WS-Shift-Clerk-Count > 0
               Set SC to 1
               SEARCH shiftClerkArray
                   at end
                       continue
                   WHEN WS-SC-Clerk-Id(SC) = CA-Clerk-Id
                       move 'Y' to WS-SC-Found
                       add WS-SC-Tally to WS-SC-Trans(SC)
                       add CA-Amount to WS-SC-Revenue(SC)
               end-search
           end-if
           if WS-SC-Found = 'N'
            and WS-Shift-Clerk-Count < WS-Max-Shift-Clerks
               add 1 to WS-Shift-Clerk-Count
               move CA-Clerk-Id to WS-SC-Clerk-Id(WS-Shift-Clerk-Count)
               move WS-SC-Tally to WS-SC-Trans(WS-Shift-Clerk-Count)
               move CA-Amount to WS-SC-Revenue(WS-Shift-Clerk-Count)
               move 'Y' to WS-SC-Found
           end-if
           if WS-SC-Found = 'Y'
               add WS-SC-Tally to WS-Shift-Trans
               add CA-Amount to WS-Shift-Revenue
           end-if.

       400-Batch-Module.
           open input BatchClientData
             output BatchErrors
                           move Batch-CarType to CarType
                           move Batch-Client_Lname to Client_Lname
                           move Batch-firstInitial to firstInitial
                           move spaces to Licence-In
                           move spaces to Licence-State-In
                           move 0 to Licence-Expiry-In
                           move 'BATCH' to WS-Refusal-Source
                           perform 215-Check-Eligibility
                           if WS-Eligible = 'Y'
                               perform 130-Find-Available-Unit
                               if WS-Unit-Found = 'Y'
                                   perform 140-Assign-Unit
                                   perform 145-Next-Agreement-Number
                                   move Batch-MilesDriven to MilesDriven
                                   move Batch-RentedDays to RentedDays
                                   perform 200-calc-module
                                   perform 560-Return-Unit
                                   move 'BATCH' to WS-Activity-Type
                                   move WS-Amount-Due to WS-Activity-Amount
                                   perform 622-Journal-Rental
                                   display PrintOut
                               else
                                   move 'NO UNITS AVAILABLE FOR THAT CAR TYPE'
                                     to WS-Batch-Error-Reason
                                   perform 420-Write-Batch-Error
                               end-if
                           else
                               move WS-Refusal-Reason to WS-Batch-Error-Reason
                               perform 420-Write-Batch-Error
                           end-if
                       else

       500-Checkout-Module.
           move spaces to CarTypeErrorMsg
           move spaces to Licence-In
           move spaces to Licence-State-In
           move 0 to Licence-Expiry-In
           move 'N' to WS-Unit-Found
           move WS-Counter-Branch to Pickup-Branch-In
           perform with test after
               until WS-Unit-Found = 'Y' or Client_Lname = spaces
               Display Screen-4
               accept Screen-4
               if Pickup-Branch-In = spaces
                   move WS-Counter-Branch to Pickup-Branch-In
               end-if
               move Pickup-Branch-In to WS-Pickup-Branch
               if Client_Lname = spaces
                   continue
               else
                   if CarType = 1 or CarType = 2 or CarType = 3
                       move 'CHECKOUT' to WS-Refusal-Source
                       perform 215-Check-Eligibility
                       if WS-Eligible = 'Y'
                           perform 130-Find-Available-Unit
                           if WS-Unit-Found = 'Y'
                               move spaces to CarTypeErrorMsg
                           else
                               move 'No units available for that car type' to CarTypeErrorMsg
                           end-if
                       else
                           move 'N' to WS-Unit-Found
                           move WS-Refusal-Reason to CarTypeErrorMsg
                       end-if
                   else
                       move 'N' to WS-Unit-Found
               move 'N' to WS-Unit-Found
           else
               perform 510-Record-Checkout
           end-if
           move WS-Counter-Branch to WS-Pickup-Branch.

       510-Record-Checkout.
           perform 140-Assign-Unit
           if WS-Open-Count < WS-Max-Open-Rentals
               perform 145-Next-Agreement-Number
               add 1 to WS-Open-Count
               move Client_Lname to WS-OR-Lname(WS-Open-Count)
               move firstInitial to WS-OR-Initial(WS-Open-Count)
               move DateOut-In to WS-OR-DateOut(WS-Open-Count)
               move OdometerOut-In to WS-OR-OdometerOut(WS-Open-Count)
               move 'O' to WS-OR-Open-Flag(WS-Open-Count)
               move WS-Agreement-No to WS-OR-Agreement(WS-Open-Count)
               move WS-Pickup-Branch to WS-OR-Branch(WS-Open-Count)
               add 1 to WS-Audit-Read
               display 'Rental agreement number: ' WS-Agreement-No
               move 'CHECKOUT' to WS-Activity-Type
               move 0 to WS-Activity-Amount
               perform 622-Journal-Rental
           else
               display 'Open rental table full - check-out not recorded'
           end-if.
       550-Checkin-Module.
           move spaces to CheckinErrorMsg
           move spaces to Incidental-Codes-In
           move 0 to Agreement-In
           move WS-Counter-Branch to Return-Branch-In
           move 'N' to WS-Open-Found
           perform with test after
               until WS-Open-Found = 'Y' or Agreement-In = 0
               Display Screen-5
               accept Screen-5
               if Return-Branch-In = spaces
                   move WS-Counter-Branch to Return-Branch-In
               end-if
               if Agreement-In not = 0
                   perform 555-Find-Open-Rental
                   if WS-Open-Found = 'N'
                       move 'No open rental found for that agreement' to CheckinErrorMsg
                   end-if
               end-if
           end-perform
           if WS-Open-Found = 'Y'
               move WS-OR-Lname(WS-Open-Index) to Client_Lname
               move WS-OR-Initial(WS-Open-Index) to firstInitial
               move WS-OR-Agreement(WS-Open-Index) to WS-Agreement-No
               move WS-OR-CarType(WS-Open-Index) to CarType
               move WS-OR-DateOut(WS-Open-Index) to WS-Rate-Date
               compute WS-Days-Out =
               move WS-OR-Unit(WS-Open-Index) to WS-Assigned-Unit
               move 'C' to WS-OR-Open-Flag(WS-Open-Index)
               add 1 to WS-Audit-Read
               move Return-Branch-In to WS-Return-Branch
               perform 560-Return-Unit
               display 'Damage found on return? (Y/N): '
               accept Damage-Answer
               if Damage-Answer = 'Y' or Damage-Answer = 'y'
                   perform 557-Open-Damage-Claim
               end-if
               perform 565-Price-Incidentals
               if WS-Return-Branch not = WS-OR-Branch(WS-Open-Index)
                   perform 567-Add-Drop-Fee
               end-if
               perform 200-calc-module
               perform 590-Payment-Module
               move 'CHECKIN' to WS-Activity-Type
               move WS-Amount-Due to WS-Activity-Amount
               perform 622-Journal-Rental
               perform 300-Display-Output
               move WS-Counter-Branch to WS-Return-Branch
           else
               move 'N' to Continue-Input
           end-if.
               SEARCH openRentalArray
                   at end
                       continue
                   WHEN WS-OR-Agreement(R) = Agreement-In
                    and WS-OR-Open-Flag(R) = 'O'
                       move 'Y' to WS-Open-Found
                       Set WS-Open-Index to R
               end-search
           end-if.

       557-Open-Damage-Claim.
           move spaces to DamageErrorMsg
           move spaces to Damage-Desc-In
           move 0 to Damage-Estimate-In
           move space to Damage-Liable-In
           move 'N' to WS-Damage-Valid
           perform with test after
               until WS-Damage-Valid = 'Y' or Damage-Desc-In = spaces
               Display Screen-9
               accept Screen-9
               if Damage-Desc-In = spaces
                   continue
               else
                   if Damage-Liable-In = 'r'
                       move 'R' to Damage-Liable-In
                   end-if
                   if Damage-Liable-In = 'i'
                       move 'I' to Damage-Liable-In
                   end-if
                   if Damage-Liable-In not = 'R'
                    and Damage-Liable-In not = 'I'
                       move 'Liable party must be R or I' to DamageErrorMsg
                   else
                       if Damage-Estimate-In = 0
                           move 'Enter the repair estimate' to DamageErrorMsg
                       else
                           move 'Y' to WS-Damage-Valid
                       end-if
                   end-if
               end-if
           end-perform
           if WS-Damage-Valid = 'Y'
               perform 558-Write-Damage-Claim
           end-if.

       558-Write-Damage-Claim.
           open extend DamageClaims
           if WS-DC-Status = '35'
               open output DamageClaims
           end-if
           move spaces to Damage-Claim-Rec
           move WS-Agreement-No to DC-Agreement-No
           move WS-Assigned-Unit to DC-UnitNumber
           move DateIn-In to DC-Open-Date
           move Client_Lname to DC-Client-Lname
           move firstInitial to DC-Client-Initial
           move Damage-Desc-In to DC-Description
           move Damage-Estimate-In to DC-Estimate
           move Damage-Liable-In to DC-Liable
           move 'E' to DC-Status
           move DateIn-In to DC-Status-Date
           move 0 to DC-Repair-Cost
           move 0 to DC-Billed-Amt
           move 0 to DC-Recovered-Amt
           write Damage-Claim-Rec
           close DamageClaims
           if WS-Fleet-Loaded = 'Y' and WS-Assigned-Unit > 0
            and WS-Unit-Count > 0
               Set F to 1
               SEARCH fleetArray
                   at end
                       continue
                   WHEN WS-UnitNumber(F) = WS-Assigned-Unit
                       move 'D' to WS-UnitStatus(F)
               end-search
           end-if.

       565-Price-Incidentals.
           move 0 to WS-Incid-Count
           move 0 to WS-Incid-Total
               end-if
           end-perform.

      *The drop fee rides along as one more itemized incidental so the
      *invoice, the daily record and the ledger all carry it without a
      *column of its own. A branch pair with no fee on file is let go
      *at no charge and reported.
       567-Add-Drop-Fee.
           move 'N' to WS-DF-Found
           if WS-Drop-Fee-Count > 0
               Set DF to 1
               SEARCH dropFeeArray
                   at end
                       continue
                   WHEN WS-DF-From(DF) = WS-OR-Branch(WS-Open-Index)
                    and WS-DF-To(DF) = WS-Return-Branch
                       move 'Y' to WS-DF-Found
                       add 1 to WS-Incid-Count
                       move 'ONE-WAY DROP FEE' to WS-Applied-Desc(WS-Incid-Count)
                       move WS-DF-Fee(DF) to WS-Applied-Amt(WS-Incid-Count)
                       add WS-DF-Fee(DF) to WS-Incid-Total
               end-search
           end-if
           if WS-DF-Found = 'N'
               display 'No drop fee on file for branch pair '
                   WS-OR-Branch(WS-Open-Index) ' to ' WS-Return-Branch
           end-if.

       570-Reservation-Module.
           move spaces to ReservationErrorMsg
           move 'N' to WS-Res-Valid
           move WS-Counter-Branch to Pickup-Branch-In
           perform with test after
               until WS-Res-Valid = 'Y' or Client_Lname = spaces
               Display Screen-6
               accept Screen-6
               if Pickup-Branch-In = spaces
                   move WS-Counter-Branch to Pickup-Branch-In
               end-if
               if Client_Lname = spaces
                   continue
               else
               move CarType to WS-Res-CarType(WS-Res-Count)
               move Pickup-Date-In to WS-Res-Pickup(WS-Res-Count)
               move 'A' to WS-Res-Flag(WS-Res-Count)
               move Pickup-Branch-In to WS-Res-Branch(WS-Res-Count)
               add 1 to WS-Audit-Read
               move 'RESERVE' to WS-Activity-Type
               move 0 to WS-Activity-Agreement
               move 0 to WS-Activity-Unit
               move Client_Lname to WS-Activity-Lname
               move firstInitial to WS-Activity-Initial
               move 0 to WS-Activity-Amount
               perform 625-Write-Clerk-Activity
           else
               display 'Reservation table full - booking not recorded'
           end-if.
                       continue
                   WHEN WS-UnitNumber(F) = WS-Assigned-Unit
                       add MilesDriven to WS-UnitMiles(F)
                       move WS-Return-Branch to WS-UnitCurBranch(F)
                       if WS-Service-Interval > 0
                        and WS-UnitMiles(F) >= WS-Service-Interval
                           move 'M' to WS-UnitStatus(F)
                       continue
                   WHEN WS-UnitNumber(F) = Service-Unit-In
                       move 'Y' to WS-Service-Found
                       if WS-UnitStatus(F) = 'D'
                           display 'Unit is held under a damage claim - not returned to service'
                       else
                           perform 587-Write-Service-History
                           move 0 to WS-UnitMiles(F)
                           move 'A' to WS-UnitStatus(F)
                           add 1 to WS-Audit-Read
                           move 'SERVICE' to WS-Activity-Type
                           move 0 to WS-Activity-Agreement
                           move Service-Unit-In to WS-Activity-Unit
                           move spaces to WS-Activity-Lname
                           move space to WS-Activity-Initial
                           move 0 to WS-Activity-Amount
                           perform 625-Write-Clerk-Activity
                       end-if
               end-search
           end-if.

           write Service-History-Rec
           close ServiceHistory.

      *One tender per pass of the payment screen until the balance is
      *settled or the clerk leaves it open with a blank tender.
       590-Payment-Module.
           move WS-Amount-Due to WS-Pay-Balance
           move spaces to PaymentErrorMsg
           move 'N' to WS-Pay-Done
           perform until WS-Pay-Done = 'Y'
               move WS-Pay-Balance to Pay-Balance-Out
               move space to Tender-In
               move 0 to Tender-Amount-In
               move spaces to Tender-Ref-In
               Display Screen-8
               accept Screen-8
               if Tender-In = space
                   move 'Y' to WS-Pay-Done
               else
                   perform 592-Validate-Tender
                   if PaymentErrorMsg = spaces
                       perform 595-Write-Payment-Record
                       if WS-Pay-Balance = 0
                           move 'Y' to WS-Pay-Done
                       end-if
                   end-if
               end-if
           end-perform.

       592-Validate-Tender.
           move spaces to PaymentErrorMsg
           move 0 to WS-Change-Due
           if Tender-In = 'c'
               move 'C' to Tender-In
           else
               if Tender-In = 'k'
                   move 'K' to Tender-In
               else
                   if Tender-In = 'a'
                       move 'A' to Tender-In
                   end-if
               end-if
           end-if
           if Tender-In not = 'C' and Tender-In not = 'K'
            and Tender-In not = 'A'
               move 'Tender must be C, K or A' to PaymentErrorMsg
           else
               if Tender-Amount-In = 0
                   move 'Enter the amount tendered' to PaymentErrorMsg
               else
                   if Tender-In = 'A'
                       perform 593-Validate-Account-Tender
                   end-if
                   if Tender-In = 'K' and Tender-Ref-In = spaces
                       move 'Card tender needs a reference' to PaymentErrorMsg
                   end-if
                   if PaymentErrorMsg not = spaces
                       continue
                   else
                       if Tender-Amount-In > WS-Pay-Balance
                           if Tender-In = 'C'
                               compute WS-Change-Due =
                                   Tender-Amount-In - WS-Pay-Balance
                               move WS-Pay-Balance to WS-Pay-Applied
                           else
                               move 'Amount is more than the balance due' to PaymentErrorMsg
                           end-if
                       else
                           move Tender-Amount-In to WS-Pay-Applied
                       end-if
                   end-if
               end-if
           end-if.

      *An account tender always goes to the customer's own linked
      *charge account - its number becomes the payment reference.
       593-Validate-Account-Tender.
           if WS-Customer-Index = 0
               move 'No charge account on file for customer' to PaymentErrorMsg
           else
               if WS-Cust-Acct(WS-Customer-Index) = 0
                   move 'No charge account on file for customer' to PaymentErrorMsg
               else
                   move WS-Cust-Acct(WS-Customer-Index) to WS-Acct-Key
                   perform 224-Check-Charge-Account
                   if WS-Acct-Block-Reason not = spaces
                       move WS-Acct-Block-Reason to PaymentErrorMsg
                   else
                       move spaces to Tender-Ref-In
                       move WS-Acct-Key to Tender-Ref-In
                   end-if
               end-if
           end-if.

       595-Write-Payment-Record.
           Move FUNCTION CURRENT-DATE (9:6) to WS-Pay-Time
           move spaces to Payment-Rec
           move WS-Rental-Date to PJ-Date
           move WS-Pay-Time to PJ-Time
           move WS-Agreement-No to PJ-Agreement-No
           move Client_Lname to PJ-Client-Lname
           move firstInitial to PJ-Client-Initial
           move Tender-In to PJ-Tender
           move WS-Pay-Applied to PJ-Amount
           move Tender-Ref-In to PJ-Reference
           write Payment-Rec
           if Tender-In = 'C'
               add WS-Pay-Applied to WS-Cash-Total
           else
               if Tender-In = 'K'
                   add WS-Pay-Applied to WS-Card-Total
               else
                   add WS-Pay-Applied to WS-Account-Total
                   perform 597-Write-Account-Posting
               end-if
           end-if
           subtract WS-Pay-Applied from WS-Pay-Balance
           if WS-IV-Current > 0
               add WS-Pay-Applied to WS-IV-Paid(WS-IV-Current)
           end-if
           if WS-Change-Due > 0
               move WS-Change-Due to Change-Due-Out
               display 'Change due to customer: ' Change-Due-Out
           end-if.

       597-Write-Account-Posting.
           compute WS-Posting-Dollars rounded = WS-Pay-Applied
           if WS-Posting-Dollars > 0
               move spaces to Account-Posting-Rec
               move WS-Acct-Name(WS-Acct-Index) to AT-Name
               move WS-CURRENT-MONTH to WS-Post-MM
               move WS-CURRENT-DAY to WS-Post-DD
               move WS-CURRENT-YEAR to WS-Post-YYYY
               move WS-Posting-Date to AT-Date
               move WS-Posting-Dollars to AT-Amount
               move 'W' to AT-Trans-Type
               move 0 to AT-Counterparty
               move WS-Acct-Number(WS-Acct-Index) to AT-Acct-Number
               write Account-Posting-Rec
           end-if.

      *Customer maintenance for the branch manager. Flag needs a
      *reason code, lift clears it and unlink drops the charge account;
      *a blank action leaves the flag alone. A licence or charge
      *account keyed here replaces the one on file. A customer not yet
      *on file is added at zero rentals so a flag or account can be
      *placed before their first rental.
       600-DNR-Module.
           move spaces to DNRErrorMsg
           move 'N' to WS-DNR-Valid
           perform with test after
               until WS-DNR-Valid = 'Y' or Client_Lname = spaces
               move space to DNR-Action-In
               move space to DNR-Reason-In
               move spaces to Licence-In
               move spaces to Licence-State-In
               move 0 to Licence-Expiry-In
               move 0 to Charge-Acct-In
               Display Screen-10
               accept Screen-10
               if Client_Lname = spaces
                   continue
               else
                   perform 605-Validate-DNR
               end-if
           end-perform
           if Client_Lname = spaces
               move 'N' to Continue-Input
           else
               perform 610-Apply-DNR
           end-if.

       605-Validate-DNR.
           move spaces to DNRErrorMsg
           if DNR-Action-In = 'f'
               move 'F' to DNR-Action-In
           else
               if DNR-Action-In = 'l'
                   move 'L' to DNR-Action-In
               else
                   if DNR-Action-In = 'u'
                       move 'U' to DNR-Action-In
                   end-if
               end-if
           end-if
           if DNR-Reason-In = 'u'
               move 'U' to DNR-Reason-In
           else
               if DNR-Reason-In = 'd'
                   move 'D' to DNR-Reason-In
               else
                   if DNR-Reason-In = 'f'
                       move 'F' to DNR-Reason-In
                   end-if
               end-if
           end-if
           if DNR-Action-In not = 'F' and DNR-Action-In not = 'L'
            and DNR-Action-In not = 'U' and DNR-Action-In not = space
               move 'Action must be F, L, U or blank' to DNRErrorMsg
           else
               if DNR-Action-In = 'F'
                and DNR-Reason-In not = 'U' and DNR-Reason-In not = 'D'
                and DNR-Reason-In not = 'F'
                   move 'Flag needs a reason of U, D or F' to DNRErrorMsg
               else
                   if Licence-In not = spaces and Licence-Expiry-In = 0
                       move 'Enter the licence expiry date' to DNRErrorMsg
                   else
                       if DNR-Action-In = space and Licence-In = spaces
                        and Charge-Acct-In = 0
                           move 'Nothing keyed to change' to DNRErrorMsg
                       else
                           move 'Y' to WS-DNR-Valid
                       end-if
                   end-if
               end-if
           end-if
           if WS-DNR-Valid = 'Y' and Charge-Acct-In > 0
               move Charge-Acct-In to WS-Acct-Key
               perform 224-Check-Charge-Account
               if WS-Acct-Found = 'N'
                or WS-Acct-Status(WS-Acct-Index) = 'C'
                   move 'N' to WS-DNR-Valid
                   move WS-Acct-Block-Reason to DNRErrorMsg
               end-if
           end-if.

       610-Apply-DNR.
           move 'N' to WS-Customer-Found
           move 0 to WS-Customer-Index
           if WS-Customer-Count > 0
               Set Q to 1
               SEARCH customerArray
                   at end
                       continue
                   WHEN WS-Cust-Lname(Q) = Client_Lname
                    and WS-Cust-Initial(Q) = firstInitial
                       move 'Y' to WS-Customer-Found
                       Set WS-Customer-Index to Q
               end-search
           end-if
           if WS-Customer-Found = 'N'
               if WS-Customer-Count < WS-Max-Customers
                   add 1 to WS-Customer-Count
                   move Client_Lname to WS-Cust-Lname(WS-Customer-Count)
                   move firstInitial to WS-Cust-Initial(WS-Customer-Count)
                   move 0 to WS-Cust-Rentals(WS-Customer-Count)
                   move spaces to WS-Cust-Licence(WS-Customer-Count)
                   move spaces to WS-Cust-Lic-State(WS-Customer-Count)
                   move 0 to WS-Cust-Lic-Expiry(WS-Customer-Count)
                   move 'N' to WS-Cust-DNR(WS-Customer-Count)
                   move space to WS-Cust-DNR-Reason(WS-Customer-Count)
                   move 0 to WS-Cust-Acct(WS-Customer-Count)
                   move WS-Customer-Count to WS-Customer-Index
               end-if
           end-if
           if WS-Customer-Index > 0
               if DNR-Action-In = 'F'
                   move 'Y' to WS-Cust-DNR(WS-Customer-Index)
                   move DNR-Reason-In to WS-Cust-DNR-Reason(WS-Customer-Index)
                   display 'Customer flagged do-not-rent'
               else
                   if DNR-Action-In = 'L'
                       move 'N' to WS-Cust-DNR(WS-Customer-Index)
                       move space to WS-Cust-DNR-Reason(WS-Customer-Index)
                       display 'Do-not-rent flag lifted'
                   else
                       if DNR-Action-In = 'U'
                           move 0 to WS-Cust-Acct(WS-Customer-Index)
                           display 'Charge account unlinked'
                       end-if
                   end-if
               end-if
               if Charge-Acct-In > 0
                   move Charge-Acct-In to WS-Cust-Acct(WS-Customer-Index)
                   display 'Charge account linked'
               end-if
               if Licence-In not = spaces
                   move Licence-In to WS-Cust-Licence(WS-Customer-Index)
                   move Licence-State-In to WS-Cust-Lic-State(WS-Customer-Index)
                   move Licence-Expiry-In to WS-Cust-Lic-Expiry(WS-Customer-Index)
               end-if
               add 1 to WS-Audit-Read
               move 'CUSTOMER' to WS-Activity-Type
               move 0 to WS-Activity-Agreement
               move 0 to WS-Activity-Unit
               move Client_Lname to WS-Activity-Lname
               move firstInitial to WS-Activity-Initial
               move 0 to WS-Activity-Amount
               perform 625-Write-Clerk-Activity
           else
               display 'Customer table full - change not recorded'
           end-if.

      *A clerk holding the S role approves their own work; anyone else
      *needs a supervisor to key their ID and PIN. The approving
      *supervisor rides on every journal entry made under the mode.
       620-Supervisor-Override.
           move 'N' to WS-Override-OK
           move spaces to WS-Override-Id
           if WS-Clerk-Role = 'S'
               move 'Y' to WS-Override-OK
           else
               move spaces to OverrideErrorMsg
               move 0 to WS-Override-Tries
               perform with test after
                   until WS-Override-OK = 'Y' or WS-Override-Tries = 3
                      or Super-Id-In = spaces
                   move spaces to Super-Id-In
                   move 0 to Super-Pin-In
                   Display Screen-12
                   accept Screen-12
                   if Super-Id-In = spaces
                       continue
                   else
                       add 1 to WS-Override-Tries
                       move Super-Id-In to WS-Op-Key
                       perform 103-Find-Operator
                       if WS-Op-Found = 'N'
                           move 'Supervisor ID or PIN not recognised' to OverrideErrorMsg
                       else
                           if WS-Op-Pin(WS-Op-Index) not = Super-Pin-In
                               move 'Supervisor ID or PIN not recognised' to OverrideErrorMsg
                           else
                               if WS-Op-Role(WS-Op-Index) not = 'S'
                                   move 'That ID does not hold the supervisor role' to OverrideErrorMsg
                               else
                                   move 'Y' to WS-Override-OK
                                   move Super-Id-In to WS-Override-Id
                               end-if
                           end-if
                       end-if
                   end-if
               end-perform
           end-if.

       622-Journal-Rental.
           move WS-Agreement-No to WS-Activity-Agreement
           move WS-Assigned-Unit to WS-Activity-Unit
           move Client_Lname to WS-Activity-Lname
           move firstInitial to WS-Activity-Initial
           perform 625-Write-Clerk-Activity.

       625-Write-Clerk-Activity.
           Move FUNCTION CURRENT-DATE (9:6) to WS-Activity-Time
           move spaces to Clerk-Activity-Rec
           move WS-Rental-Date to CA-Date
           move WS-Activity-Time to CA-Time
           move WS-Counter-Branch to CA-Branch
           move WS-Clerk-Id to CA-Clerk-Id
           move WS-Override-Id to CA-Super-Id
           move WS-Activity-Type to CA-Activity
           move WS-Activity-Agreement to CA-Agreement-No
           move WS-Activity-Unit to CA-UnitNumber
           move WS-Activity-Lname to CA-Client-Lname
           move WS-Activity-Initial to CA-Client-Initial
           move WS-Activity-Amount to CA-Amount
           write Clerk-Activity-Rec.

       900-Write-Run-Audit.
           perform 905-Read-Audit-Parm
           perform 910-Scan-Prior-Audit
