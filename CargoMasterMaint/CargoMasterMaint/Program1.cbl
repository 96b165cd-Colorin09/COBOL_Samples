       Identification division.
       program-id. Program1 as "CargoMasterMaint.Program1".

       Environment division.
       Input-Output section.
       File-control.    Select MaintTrans assign to 'E:\COBOL Stuff\CargoMasterMaint\CargoMasterMaint\MasterMaintTrans.txt'
                        organization is line sequential
                        file status is WS-MT-Status.
                        Select PriceMaster assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\PriceMaster.txt'
                        organization is line sequential
                        file status is WS-PM-Status.
                        Select TariffMaster assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\TariffMaster.txt'
                        organization is line sequential
                        file status is WS-TM-Status.
                        Select VesselMaster assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\VesselMaster.txt'
                        organization is line sequential
                        file status is WS-VM-Status.
                        Select VoyageSchedule assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\VoyageSchedule.txt'
                        organization is line sequential
                        file status is WS-VS-Status.
                        Select ConsigneeMaster assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\ConsigneeMaster.txt'
                        organization is line sequential
                        file status is WS-CN-Status.
                        Select FxRateMaster assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\FxRateMaster.txt'
                        organization is line sequential
                        file status is WS-FX-Status.
                        Select ChangeLog assign to 'E:\COBOL Stuff\CargoMasterMaint\CargoMasterMaint\MasterChangeLog.txt'
                        organization is line sequential
                        file status is WS-CL-Status.
                        Select RejectListing assign to 'E:\COBOL Stuff\CargoMasterMaint\CargoMasterMaint\MaintRejects.txt'
                        organization is line sequential.
                        Select RunAuditFile assign to 'E:\COBOL Stuff\RunAudit.txt'
                        organization is line sequential
                        file status is WS-AUD-Status.
                        Select AuditParm assign to 'E:\COBOL Stuff\AuditParm.txt'
                        organization is line sequential
                        file status is WS-AP-Status.

       Data division.

       File section.
      *Master maintenance transactions. The master code says which
      *file the transaction is for - PR price, TA tariff, VE vessel,
      *VO voyage, CN consignee, FX exchange rate - and the action is
      *A add, C change or D delete. Every transaction names who keyed
      *it. The data area is laid out the way the master itself is,
      *except that the money and count fields carry a sign so a
      *negative keyed in error can be caught rather than dropped.
       Fd MaintTrans.
       01 Maint-Trans-Rec.
         05 MT-Master picture xx.
         05 MT-Action picture x.
         05 MT-User picture x(8).
         05 MT-Data picture x(60).
         05 MT-Price-Data redefines MT-Data.
           10 MT-PR-Product picture x(10).
           10 MT-PR-Cost picture s99v99 sign is leading separate.
           10 picture x(45).
         05 MT-Tariff-Data redefines MT-Data.
           10 MT-TA-Product picture x(10).
           10 MT-TA-Country picture x(14).
           10 MT-TA-Duty-Pct picture s999v99 sign is leading separate.
           10 picture x(30).
         05 MT-Vessel-Data redefines MT-Data.
           10 MT-VE-ShipName picture x(20).
           10 MT-VE-Registry picture x(14).
           10 MT-VE-Capacity picture s9(7) sign is leading separate.
           10 picture x(18).
         05 MT-Voyage-Data redefines MT-Data.
           10 MT-VO-ShipName picture x(20).
           10 MT-VO-Voyage picture x(6).
           10 MT-VO-SailDate picture 9(8).
           10 MT-VO-Route picture x(14).
           10 picture x(12).
         05 MT-Consignee-Data redefines MT-Data.
           10 MT-CN-Code picture x(5).
           10 MT-CN-Name picture x(20).
           10 MT-CN-Country picture x(14).
           10 MT-CN-Terms picture x(10).
           10 picture x(11).
         05 MT-Fx-Data redefines MT-Data.
           10 MT-FX-Country picture x(14).
           10 MT-FX-CurrencyCode picture x(3).
           10 MT-FX-Rate picture s9(3)v9999 sign is leading separate.
           10 MT-FX-EffDate picture 9(8).
           10 picture x(27).

       Fd PriceMaster.
       01 PriceMasterRec picture x(14).

       Fd TariffMaster.
       01 Tariff-Rec picture x(28).

       Fd VesselMaster.
       01 Vessel-Rec picture x(41).

       Fd VoyageSchedule.
       01 Voyage-Rec picture x(48).

       Fd ConsigneeMaster.
       01 Consignee-Rec picture x(50).

       Fd FxRateMaster.
       01 FxRateRec picture x(32).

      *Before/after change log, appended run after run - one record
      *per accepted transaction with who keyed it, when it was
      *applied, the master and key, and the record as it stood before
      *and after. An add has no before; a delete has no after.
       Fd ChangeLog.
       01 Change-Log-Rec.
         05 CL-Date picture 9(8).
         05 CL-Time picture 9(6).
         05 CL-User picture x(8).
         05 CL-Master picture xx.
         05 CL-Action picture x.
         05 CL-Key picture x(40).
         05 CL-Before picture x(60).
         05 CL-After picture x(60).

       Fd RejectListing.
       01 Reject-Line picture x(80).

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

       01 Trans-More-Records picture xxx value 'Yes'.
       01 Master-More-Records picture xxx value 'Yes'.
       01 VoidLine picture x(80) value spaces.
       01 WS-MT-Status picture xx value spaces.
       01 WS-PM-Status picture xx value spaces.
       01 WS-TM-Status picture xx value spaces.
       01 WS-VM-Status picture xx value spaces.
       01 WS-VS-Status picture xx value spaces.
       01 WS-CN-Status picture xx value spaces.
       01 WS-FX-Status picture xx value spaces.
       01 WS-CL-Status picture xx value spaces.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR picture 9(4).
           10 WS-CURRENT-MONTH picture 9(2).
           10 WS-CURRENT-DAY picture 9(2).
       01 WS-Run-Date picture 9(8) value 0.
       01 WS-Run-Time picture 9(6) value 0.

      *Each master is held whole in its own table, entry by entry in
      *the master's own record layout, so the before and after images
      *for the change log are the table entry itself. Deletes are
      *only marked, and the master is written back without them. The
      *active limit on each is the size of the table the cargo run
      *loads the master into - an add past it would be silently
      *dropped there, so it is refused here. A master with more
      *records on file than this program's table takes no
      *maintenance at all and is left untouched.
       01 WS-Max-Prices picture 999 value 20.
       01 WS-Price-Count picture 999 value 0.
       01 WS-Price-Active picture 999 value 0.
       01 WS-Price-Overflow picture x value 'N'.
       01 WS-Price-Changed picture x value 'N'.
       01 PriceTable.
         05 priceArray occurs 1 to 40 times
              depending on WS-Price-Count.
           10 WS-PR-Image.
             15 WS-PR-Product picture x(10).
             15 WS-PR-Cost picture 99v99.
           10 WS-PR-Deleted picture x.

       01 WS-Max-Tariffs picture 999 value 50.
       01 WS-Tariff-Count picture 999 value 0.
       01 WS-Tariff-Active picture 999 value 0.
       01 WS-Tariff-Overflow picture x value 'N'.
       01 WS-Tariff-Changed picture x value 'N'.
       01 TariffTable.
         05 tariffArray occurs 1 to 100 times
              depending on WS-Tariff-Count.
           10 WS-TA-Image.
             15 WS-TA-Product picture x(10).
             15 WS-TA-Country picture x(14).
             15 WS-TA-Duty-Pct picture 99v99.
           10 WS-TA-Deleted picture x.

       01 WS-Max-Vessels picture 999 value 50.
       01 WS-Vessel-Count picture 999 value 0.
       01 WS-Vessel-Active picture 999 value 0.
       01 WS-Vessel-Overflow picture x value 'N'.
       01 WS-Vessel-Changed picture x value 'N'.
       01 VesselTable.
         05 vesselArray occurs 1 to 100 times
              depending on WS-Vessel-Count.
           10 WS-VE-Image.
             15 WS-VE-ShipName picture x(20).
             15 WS-VE-Registry picture x(14).
             15 WS-VE-Capacity picture 9(7).
           10 WS-VE-Deleted picture x.

       01 WS-Max-Voyages picture 999 value 50.
       01 WS-Voyage-Count picture 999 value 0.
       01 WS-Voyage-Active picture 999 value 0.
       01 WS-Voyage-Overflow picture x value 'N'.
       01 WS-Voyage-Changed picture x value 'N'.
       01 VoyageTable.
         05 voyageArray occurs 1 to 100 times
              depending on WS-Voyage-Count.
           10 WS-VO-Image.
             15 WS-VO-ShipName picture x(20).
             15 WS-VO-Voyage picture x(6).
             15 WS-VO-SailDate picture 9(8).
             15 WS-VO-Route picture x(14).
           10 WS-VO-Deleted picture x.

       01 WS-Max-Consignees picture 999 value 30.
       01 WS-Consignee-Count picture 999 value 0.
       01 WS-Consignee-Active picture 999 value 0.
       01 WS-Consignee-Overflow picture x value 'N'.
       01 WS-Consignee-Changed picture x value 'N'.
       01 ConsigneeTable.
         05 consigneeArray occurs 1 to 60 times
              depending on WS-Consignee-Count.
           10 WS-CN-Image.
             15 WS-CN-Code picture x(5).
             15 WS-CN-Name picture x(20).
             15 WS-CN-Country picture x(14).
             15 WS-CN-Terms picture x(10).
             15 WS-CN-Credit-Hold picture x.
           10 WS-CN-Deleted picture x.

       01 WS-Max-Fx-Rates picture 999 value 50.
       01 WS-Fx-Count picture 999 value 0.
       01 WS-Fx-Active picture 999 value 0.
       01 WS-Fx-Overflow picture x value 'N'.
       01 WS-Fx-Changed picture x value 'N'.
       01 FxTable.
         05 fxArray occurs 1 to 100 times
              depending on WS-Fx-Count.
           10 WS-FX-Image.
             15 WS-FX-Country picture x(14).
             15 WS-FX-CurrencyCode picture x(3).
             15 WS-FX-Rate picture 9(3)v9999.
             15 WS-FX-EffDate picture 9(8).
           10 WS-FX-Deleted picture x.

       01 mx picture 999 value 0.
       01 WS-Found-Index picture 999 value 0.
       01 WS-Ref-Count picture 999 value 0.
       01 WS-Reject-Reason picture x(40) value spaces.
       01 WS-Before-Image picture x(60) value spaces.
       01 WS-After-Image picture x(60) value spaces.
       01 WS-Log-Key.
         05 WS-Key-Part1 picture x(20).
         05 WS-Key-Part2 picture x(20).

      *Calendar check for the dates keyed on voyages and rates.
       01 WS-Check-Date picture 9(8) value 0.
       01 WS-Check-Date-Parts redefines WS-Check-Date.
         05 WS-Check-Year picture 9(4).
         05 WS-Check-Month picture 99.
         05 WS-Check-Day picture 99.
       01 WS-Date-Valid picture x value 'N'.
       01 WS-Leap-Quotient picture 9(4) value 0.
       01 WS-Leap-Rem4 picture 999 value 0.
       01 WS-Leap-Rem100 picture 999 value 0.
       01 WS-Leap-Rem400 picture 999 value 0.

       01 WS-Trans-Read picture 9(7) value 0.
       01 WS-Trans-Applied picture 9(7) value 0.
       01 WS-Trans-Rejected picture 9(7) value 0.

       01 Reject-Header.
         05 picture x(20) value spaces.
         05 picture x(36) value 'CARGO MASTER MAINTENANCE REJECTS -  '.
         05 RH-Date-Out picture 9(8).
         05 picture x(16) value spaces.

       01 Reject-Column-Header.
         05 picture x(2) value spaces.
         05 picture x(11) value 'TRANS NO   '.
         05 picture x(4) value 'MSTR'.
         05 picture x value space.
         05 picture x(3) value 'ACT'.
         05 picture x value space.
         05 picture x(8) value 'KEYED BY'.
         05 picture x(2) value spaces.
         05 picture x(6) value 'REASON'.
         05 picture x(42) value spaces.

       01 Reject-Detail-Line.
         05 picture x(2) value spaces.
         05 RD-Seq-Out picture ZZZZZZ9.
         05 picture x(4) value spaces.
         05 RD-Master-Out picture xx.
         05 picture x(3) value spaces.
         05 RD-Action-Out picture x.
         05 picture x(2) value spaces.
         05 RD-User-Out picture x(8).
         05 picture x(2) value spaces.
         05 RD-Reason-Out picture x(40).
         05 picture x(9) value spaces.

       01 Reject-Data-Line.
         05 picture x(13) value spaces.
         05 RD-Data-Out picture x(60).
         05 picture x(7) value spaces.

       01 Reject-Total-Line.
         05 picture x(2) value spaces.
         05 picture x(20) value 'TRANSACTIONS READ:  '.
         05 RT-Read-Out picture ZZZZZZ9.
         05 picture x(3) value spaces.
         05 picture x(9) value 'APPLIED: '.
         05 RT-Applied-Out picture ZZZZZZ9.
         05 picture x(3) value spaces.
         05 picture x(10) value 'REJECTED: '.
         05 RT-Rejected-Out picture ZZZZZZ9.
         05 picture x(12) value spaces.

      *Run-audit bookkeeping - swing tolerance from AuditParm, counts
      *compared to this program's previous audit record. Read counts
      *the maintenance transactions, written the ones applied,
      *rejected the ones sent back.
       01 WS-AUD-Status picture xx value spaces.
       01 WS-AP-Status picture xx value spaces.
       01 Audit-More-Records picture xxx value 'Yes'.
       01 WS-Swing-Pct picture 999 value 25.
       01 WS-Prev-Audit-Found picture x value 'N'.
       01 WS-Prev-Read picture 9(7) value 0.
       01 WS-Prev-Written picture 9(7) value 0.
       01 WS-Audit-Diff picture 9(8) value 0.
       01 WS-Audit-Flag picture x(12) value spaces.
       01 WS-Audit-Program picture x(20) value 'CARGOMASTERMAINT'.

       Procedure division.
       100-Main-Module.
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Run-Date =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           Move FUNCTION CURRENT-DATE (9:6) to WS-Run-Time
           perform 110-Load-Prices
           perform 115-Load-Tariffs
           perform 120-Load-Vessels
           perform 125-Load-Voyages
           perform 130-Load-Consignees
           perform 135-Load-Fx-Rates

           open output RejectListing
           perform 200-Print-Reject-Header
           open extend ChangeLog
           if WS-CL-Status = '35'
               open output ChangeLog
           end-if

           open input MaintTrans
           if WS-MT-Status = '00'
               perform until Trans-More-Records = 'No'
                   read MaintTrans
                       at end
                           move 'No' to Trans-More-Records
                       not at end
                           perform 210-Process-Transaction
                   end-read
               end-perform
               close MaintTrans
           end-if
           close ChangeLog

           move spaces to Reject-Line
           move WS-Trans-Read to RT-Read-Out
           move WS-Trans-Applied to RT-Applied-Out
           move WS-Trans-Rejected to RT-Rejected-Out
           move Reject-Total-Line to Reject-Line
           write Reject-Line
             after advancing 2 lines
           close RejectListing

           perform 500-Rewrite-Masters
           if WS-MT-Status = '00'
               open output MaintTrans
               close MaintTrans
           end-if
           perform 900-Write-Run-Audit
           display 'MAINTENANCE TRANSACTIONS READ:     ' WS-Trans-Read
           display 'MAINTENANCE TRANSACTIONS APPLIED:  ' WS-Trans-Applied
           display 'MAINTENANCE TRANSACTIONS REJECTED: ' WS-Trans-Rejected
           goback.

       110-Load-Prices.
           move 'Yes' to Master-More-Records
           open input PriceMaster
           if WS-PM-Status = '00'
               perform until Master-More-Records = 'No'
                   read PriceMaster
                       at end
                           move 'No' to Master-More-Records
                       not at end
                           if WS-Price-Count < WS-Max-Prices * 2
                               add 1 to WS-Price-Count
                               add 1 to WS-Price-Active
                               move PriceMasterRec to WS-PR-Image(WS-Price-Count)
                               move 'N' to WS-PR-Deleted(WS-Price-Count)
                           else
                               move 'Y' to WS-Price-Overflow
                           end-if
                   end-read
               end-perform
               close PriceMaster
           end-if.

       115-Load-Tariffs.
           move 'Yes' to Master-More-Records
           open input TariffMaster
           if WS-TM-Status = '00'
               perform until Master-More-Records = 'No'
                   read TariffMaster
                       at end
                           move 'No' to Master-More-Records
                       not at end
                           if WS-Tariff-Count < WS-Max-Tariffs * 2
                               add 1 to WS-Tariff-Count
                               add 1 to WS-Tariff-Active
                               move Tariff-Rec to WS-TA-Image(WS-Tariff-Count)
                               move 'N' to WS-TA-Deleted(WS-Tariff-Count)
                           else
                               move 'Y' to WS-Tariff-Overflow
                           end-if
                   end-read
               end-perform
               close TariffMaster
           end-if.

       120-Load-Vessels.
           move 'Yes' to Master-More-Records
           open input VesselMaster
           if WS-VM-Status = '00'
               perform until Master-More-Records = 'No'
                   read VesselMaster
                       at end
                           move 'No' to Master-More-Records
                       not at end
                           if WS-Vessel-Count < WS-Max-Vessels * 2
                               add 1 to WS-Vessel-Count
                               add 1 to WS-Vessel-Active
                               move Vessel-Rec to WS-VE-Image(WS-Vessel-Count)
                               move 'N' to WS-VE-Deleted(WS-Vessel-Count)
                           else
                               move 'Y' to WS-Vessel-Overflow
                           end-if
                   end-read
               end-perform
               close VesselMaster
           end-if.

       125-Load-Voyages.
           move 'Yes' to Master-More-Records
           open input VoyageSchedule
           if WS-VS-Status = '00'
               perform until Master-More-Records = 'No'
                   read VoyageSchedule
                       at end
                           move 'No' to Master-More-Records
                       not at end
                           if WS-Voyage-Count < WS-Max-Voyages * 2
                               add 1 to WS-Voyage-Count
                               add 1 to WS-Voyage-Active
                               move Voyage-Rec to WS-VO-Image(WS-Voyage-Count)
                               move 'N' to WS-VO-Deleted(WS-Voyage-Count)
                           else
                               move 'Y' to WS-Voyage-Overflow
                           end-if
                   end-read
               end-perform
               close VoyageSchedule
           end-if.

      *Consignee records written before the credit hold byte existed
      *come in with it blank and are carried as not held.
       130-Load-Consignees.
           move 'Yes' to Master-More-Records
           open input ConsigneeMaster
           if WS-CN-Status = '00'
               perform until Master-More-Records = 'No'
                   read ConsigneeMaster
                       at end
                           move 'No' to Master-More-Records
                       not at end
                           if WS-Consignee-Count < WS-Max-Consignees * 2
                               add 1 to WS-Consignee-Count
                               add 1 to WS-Consignee-Active
                               move Consignee-Rec to WS-CN-Image(WS-Consignee-Count)
                               if WS-CN-Credit-Hold(WS-Consignee-Count) not = 'Y'
                                   move 'N' to WS-CN-Credit-Hold(WS-Consignee-Count)
                               end-if
                               move 'N' to WS-CN-Deleted(WS-Consignee-Count)
                           else
                               move 'Y' to WS-Consignee-Overflow
                           end-if
                   end-read
               end-perform
               close ConsigneeMaster
           end-if.

       135-Load-Fx-Rates.
           move 'Yes' to Master-More-Records
           open input FxRateMaster
           if WS-FX-Status = '00'
               perform until Master-More-Records = 'No'
                   read FxRateMaster
                       at end
                           move 'No' to Master-More-Records
                       not at end
                           if WS-Fx-Count < WS-Max-Fx-Rates * 2
                               add 1 to WS-Fx-Count
                               add 1 to WS-Fx-Active
                               move FxRateRec to WS-FX-Image(WS-Fx-Count)
                               move 'N' to WS-FX-Deleted(WS-Fx-Count)
                           else
                               move 'Y' to WS-Fx-Overflow
                           end-if
                   end-read
               end-perform
               close FxRateMaster
           end-if.

       200-Print-Reject-Header.
           move spaces to Reject-Line
           move WS-Run-Date to RH-Date-Out
           move Reject-Header to Reject-Line
           write Reject-Line
             after advancing 2 lines
           move Reject-Column-Header to Reject-Line
           write Reject-Line
             after advancing 2 lines
           move VoidLine to Reject-Line
           write Reject-Line.

      *Each transaction is validated and applied against the tables
      *in file order, so a later transaction sees the earlier ones -
      *an FX rate added first lets a consignee for that country be
      *added after it in the same run.
       210-Process-Transaction.
           add 1 to WS-Trans-Read
           move spaces to WS-Reject-Reason
           move spaces to WS-Before-Image
           move spaces to WS-After-Image
           move spaces to WS-Log-Key
           if MT-User = spaces
               move 'TRANSACTION DOES NOT NAME WHO KEYED IT'
                 to WS-Reject-Reason
           else
               if MT-Action not = 'A' and MT-Action not = 'C'
                and MT-Action not = 'D'
                   move 'ACTION MUST BE A, C OR D' to WS-Reject-Reason
               else
                   if MT-Master not = 'PR' and MT-Master not = 'TA'
                    and MT-Master not = 'VE' and MT-Master not = 'VO'
                    and MT-Master not = 'CN' and MT-Master not = 'FX'
                       move 'UNKNOWN MASTER CODE' to WS-Reject-Reason
                   end-if
                   if MT-Master = 'PR'
                       perform 300-Maintain-Price
                   end-if
                   if MT-Master = 'TA'
                       perform 320-Maintain-Tariff
                   end-if
                   if MT-Master = 'VE'
                       perform 340-Maintain-Vessel
                   end-if
                   if MT-Master = 'VO'
                       perform 360-Maintain-Voyage
                   end-if
                   if MT-Master = 'CN'
                       perform 380-Maintain-Consignee
                   end-if
                   if MT-Master = 'FX'
                       perform 400-Maintain-Fx-Rate
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces
               add 1 to WS-Trans-Applied
               perform 460-Write-Change-Log
           else
               add 1 to WS-Trans-Rejected
               perform 470-Write-Reject
           end-if.

      *Price master - keyed on product; the price must be above zero.
       300-Maintain-Price.
           move MT-PR-Product to WS-Key-Part1
           move 0 to WS-Found-Index
           perform varying mx from 1 by 1 until mx > WS-Price-Count
               if WS-PR-Deleted(mx) = 'N'
                and WS-PR-Product(mx) = MT-PR-Product
                   move mx to WS-Found-Index
               end-if
           end-perform
           if WS-Price-Overflow = 'Y'
               move 'PRICE MASTER LARGER THAN TABLE' to WS-Reject-Reason
           else
               if MT-PR-Product = spaces
                   move 'PRODUCT NAME MISSING' to WS-Reject-Reason
               end-if
           end-if
           if WS-Reject-Reason = spaces and MT-Action not = 'D'
               if MT-PR-Cost not numeric
                   move 'PRICE NOT NUMERIC' to WS-Reject-Reason
               else
                   if MT-PR-Cost <= 0
                       move 'PRICE MUST BE GREATER THAN ZERO'
                         to WS-Reject-Reason
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces
               perform 440-Check-Key-Presence
           end-if
           if WS-Reject-Reason = spaces
               if MT-Action = 'A'
                   if WS-Price-Active >= WS-Max-Prices
                       move 'PRICE MASTER FULL FOR THE CARGO RUN'
                         to WS-Reject-Reason
                   else
                       add 1 to WS-Price-Count
                       add 1 to WS-Price-Active
                       move WS-Price-Count to WS-Found-Index
                       move 'N' to WS-PR-Deleted(WS-Found-Index)
                       move MT-PR-Product to WS-PR-Product(WS-Found-Index)
                       move MT-PR-Cost to WS-PR-Cost(WS-Found-Index)
                       move WS-PR-Image(WS-Found-Index) to WS-After-Image
                   end-if
               else
                   if MT-Action = 'C'
                       move WS-PR-Image(WS-Found-Index) to WS-Before-Image
                       move MT-PR-Cost to WS-PR-Cost(WS-Found-Index)
                       move WS-PR-Image(WS-Found-Index) to WS-After-Image
                   else
                       if MT-Action = 'D'
                           move WS-PR-Image(WS-Found-Index) to WS-Before-Image
                           move 'Y' to WS-PR-Deleted(WS-Found-Index)
                           subtract 1 from WS-Price-Active
                       end-if
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces
               move 'Y' to WS-Price-Changed
           end-if.

      *Tariff master - keyed on product and country; the product must
      *be priced and the duty percent must lie between 0 and 99.99.
       320-Maintain-Tariff.
           move MT-TA-Product to WS-Key-Part1
           move MT-TA-Country to WS-Key-Part2
           move 0 to WS-Found-Index
           perform varying mx from 1 by 1 until mx > WS-Tariff-Count
               if WS-TA-Deleted(mx) = 'N'
                and WS-TA-Product(mx) = MT-TA-Product
                and WS-TA-Country(mx) = MT-TA-Country
                   move mx to WS-Found-Index
               end-if
           end-perform
           if WS-Tariff-Overflow = 'Y'
               move 'TARIFF MASTER LARGER THAN TABLE' to WS-Reject-Reason
           else
               if MT-TA-Product = spaces or MT-TA-Country = spaces
                   move 'PRODUCT OR COUNTRY MISSING' to WS-Reject-Reason
               end-if
           end-if
           if WS-Reject-Reason = spaces and MT-Action not = 'D'
               if MT-TA-Duty-Pct not numeric
                   move 'DUTY PERCENT NOT NUMERIC' to WS-Reject-Reason
               else
                   if MT-TA-Duty-Pct < 0 or MT-TA-Duty-Pct > 99.99
                       move 'DUTY PERCENT OUT OF RANGE 0 TO 99.99'
                         to WS-Reject-Reason
                   else
                       move 0 to WS-Ref-Count
                       perform varying mx from 1 by 1
                         until mx > WS-Price-Count
                           if WS-PR-Deleted(mx) = 'N'
                            and WS-PR-Product(mx) = MT-TA-Product
                               add 1 to WS-Ref-Count
                           end-if
                       end-perform
                       if WS-Ref-Count = 0
                           move 'PRODUCT NOT ON PRICE MASTER'
                             to WS-Reject-Reason
                       end-if
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces
               perform 440-Check-Key-Presence
           end-if
           if WS-Reject-Reason = spaces
               if MT-Action = 'A'
                   if WS-Tariff-Active >= WS-Max-Tariffs
                       move 'TARIFF MASTER FULL FOR THE CARGO RUN'
                         to WS-Reject-Reason
                   else
                       add 1 to WS-Tariff-Count
                       add 1 to WS-Tariff-Active
                       move WS-Tariff-Count to WS-Found-Index
                       move 'N' to WS-TA-Deleted(WS-Found-Index)
                       move MT-TA-Product to WS-TA-Product(WS-Found-Index)
                       move MT-TA-Country to WS-TA-Country(WS-Found-Index)
                       move MT-TA-Duty-Pct to WS-TA-Duty-Pct(WS-Found-Index)
                       move WS-TA-Image(WS-Found-Index) to WS-After-Image
                   end-if
               else
                   if MT-Action = 'C'
                       move WS-TA-Image(WS-Found-Index) to WS-Before-Image
                       move MT-TA-Duty-Pct to WS-TA-Duty-Pct(WS-Found-Index)
                       move WS-TA-Image(WS-Found-Index) to WS-After-Image
                   else
                       if MT-Action = 'D'
                           move WS-TA-Image(WS-Found-Index) to WS-Before-Image
                           move 'Y' to WS-TA-Deleted(WS-Found-Index)
                           subtract 1 from WS-Tariff-Active
                       end-if
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces
               move 'Y' to WS-Tariff-Changed
           end-if.

      *Vessel master - keyed on ship name; capacity must be above
      *zero, and a ship with voyages still scheduled cannot be deleted.
       340-Maintain-Vessel.
           move MT-VE-ShipName to WS-Key-Part1
           move 0 to WS-Found-Index
           perform varying mx from 1 by 1 until mx > WS-Vessel-Count
               if WS-VE-Deleted(mx) = 'N'
                and WS-VE-ShipName(mx) = MT-VE-ShipName
                   move mx to WS-Found-Index
               end-if
           end-perform
           if WS-Vessel-Overflow = 'Y'
               move 'VESSEL MASTER LARGER THAN TABLE' to WS-Reject-Reason
           else
               if MT-VE-ShipName = spaces
                   move 'SHIP NAME MISSING' to WS-Reject-Reason
               end-if
           end-if
           if WS-Reject-Reason = spaces and MT-Action not = 'D'
               if MT-VE-Capacity not numeric
                   move 'CAPACITY NOT NUMERIC' to WS-Reject-Reason
               else
                   if MT-VE-Capacity <= 0
                       move 'CAPACITY MUST BE GREATER THAN ZERO'
                         to WS-Reject-Reason
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces and MT-Action = 'D'
               move 0 to WS-Ref-Count
               perform varying mx from 1 by 1 until mx > WS-Voyage-Count
                   if WS-VO-Deleted(mx) = 'N'
                    and WS-VO-ShipName(mx) = MT-VE-ShipName
                       add 1 to WS-Ref-Count
                   end-if
               end-perform
               if WS-Ref-Count > 0
                   move 'SHIP STILL HAS VOYAGES SCHEDULED'
                     to WS-Reject-Reason
               end-if
           end-if
           if WS-Reject-Reason = spaces
               perform 440-Check-Key-Presence
           end-if
           if WS-Reject-Reason = spaces
               if MT-Action = 'A'
                   if WS-Vessel-Active >= WS-Max-Vessels
                       move 'VESSEL MASTER FULL FOR THE CARGO RUN'
                         to WS-Reject-Reason
                   else
                       add 1 to WS-Vessel-Count
                       add 1 to WS-Vessel-Active
                       move WS-Vessel-Count to WS-Found-Index
                       move 'N' to WS-VE-Deleted(WS-Found-Index)
                       move MT-VE-ShipName to WS-VE-ShipName(WS-Found-Index)
                       move MT-VE-Registry to WS-VE-Registry(WS-Found-Index)
                       move MT-VE-Capacity to WS-VE-Capacity(WS-Found-Index)
                       move WS-VE-Image(WS-Found-Index) to WS-After-Image
                   end-if
               else
                   if MT-Action = 'C'
                       move WS-VE-Image(WS-Found-Index) to WS-Before-Image
                       move MT-VE-Registry to WS-VE-Registry(WS-Found-Index)
                       move MT-VE-Capacity to WS-VE-Capacity(WS-Found-Index)
                       move WS-VE-Image(WS-Found-Index) to WS-After-Image
                   else
                       if MT-Action = 'D'
                           move WS-VE-Image(WS-Found-Index) to WS-Before-Image
                           move 'Y' to WS-VE-Deleted(WS-Found-Index)
                           subtract 1 from WS-Vessel-Active
                       end-if
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces
               move 'Y' to WS-Vessel-Changed
           end-if.

      *Voyage schedule - keyed on ship and voyage number. The ship
      *must be on the vessel master, the sail date must be a real
      *date, and no ship may have two voyages sailing the same day -
      *the cargo run finds a line's voyage by ship and sail date.
       360-Maintain-Voyage.
           move MT-VO-ShipName to WS-Key-Part1
           move MT-VO-Voyage to WS-Key-Part2
           move 0 to WS-Found-Index
           perform varying mx from 1 by 1 until mx > WS-Voyage-Count
               if WS-VO-Deleted(mx) = 'N'
                and WS-VO-ShipName(mx) = MT-VO-ShipName
                and WS-VO-Voyage(mx) = MT-VO-Voyage
                   move mx to WS-Found-Index
               end-if
           end-perform
           if WS-Voyage-Overflow = 'Y'
               move 'VOYAGE SCHEDULE LARGER THAN TABLE'
                 to WS-Reject-Reason
           else
               if MT-VO-ShipName = spaces or MT-VO-Voyage = spaces
                   move 'SHIP NAME OR VOYAGE MISSING' to WS-Reject-Reason
               end-if
           end-if
           if WS-Reject-Reason = spaces and MT-Action not = 'D'
               move 0 to WS-Ref-Count
               perform varying mx from 1 by 1 until mx > WS-Vessel-Count
                   if WS-VE-Deleted(mx) = 'N'
                    and WS-VE-ShipName(mx) = MT-VO-ShipName
                       add 1 to WS-Ref-Count
                   end-if
               end-perform
               if WS-Ref-Count = 0
                   move 'SHIP NOT ON VESSEL MASTER' to WS-Reject-Reason
               else
                   move 'N' to WS-Date-Valid
                   if MT-VO-SailDate numeric
                       move MT-VO-SailDate to WS-Check-Date
                       perform 450-Check-Date
                   end-if
                   if WS-Date-Valid = 'N'
                       move 'SAIL DATE NOT A VALID DATE' to WS-Reject-Reason
                   else
                       move 0 to WS-Ref-Count
                       perform varying mx from 1 by 1
                         until mx > WS-Voyage-Count
                           if WS-VO-Deleted(mx) = 'N'
                            and mx not = WS-Found-Index
                            and WS-VO-ShipName(mx) = MT-VO-ShipName
                            and WS-VO-SailDate(mx) = MT-VO-SailDate
                               add 1 to WS-Ref-Count
                           end-if
                       end-perform
                       if WS-Ref-Count > 0
                           move 'SHIP ALREADY SAILS ON THAT DATE'
                             to WS-Reject-Reason
                       end-if
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces
               perform 440-Check-Key-Presence
           end-if
           if WS-Reject-Reason = spaces
               if MT-Action = 'A'
                   if WS-Voyage-Active >= WS-Max-Voyages
                       move 'VOYAGE SCHEDULE FULL FOR THE CARGO RUN'
                         to WS-Reject-Reason
                   else
                       add 1 to WS-Voyage-Count
                       add 1 to WS-Voyage-Active
                       move WS-Voyage-Count to WS-Found-Index
                       move 'N' to WS-VO-Deleted(WS-Found-Index)
                       move MT-VO-ShipName to WS-VO-ShipName(WS-Found-Index)
                       move MT-VO-Voyage to WS-VO-Voyage(WS-Found-Index)
                       move MT-VO-SailDate to WS-VO-SailDate(WS-Found-Index)
                       move MT-VO-Route to WS-VO-Route(WS-Found-Index)
                       move WS-VO-Image(WS-Found-Index) to WS-After-Image
                   end-if
               else
                   if MT-Action = 'C'
                       move WS-VO-Image(WS-Found-Index) to WS-Before-Image
                       move MT-VO-SailDate to WS-VO-SailDate(WS-Found-Index)
                       move MT-VO-Route to WS-VO-Route(WS-Found-Index)
                       move WS-VO-Image(WS-Found-Index) to WS-After-Image
                   else
                       if MT-Action = 'D'
                           move WS-VO-Image(WS-Found-Index) to WS-Before-Image
                           move 'Y' to WS-VO-Deleted(WS-Found-Index)
                           subtract 1 from WS-Voyage-Active
                       end-if
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces
               move 'Y' to WS-Voyage-Changed
           end-if.

      *Consignee master - keyed on consignee code. The country must
      *have an exchange rate on file or the consignee's cargo could
      *never be converted. The credit hold byte belongs to the
      *cash-receipts run; maintenance carries it through a change and
      *adds new consignees not held.
       380-Maintain-Consignee.
           move MT-CN-Code to WS-Key-Part1
           move 0 to WS-Found-Index
           perform varying mx from 1 by 1 until mx > WS-Consignee-Count
               if WS-CN-Deleted(mx) = 'N'
                and WS-CN-Code(mx) = MT-CN-Code
                   move mx to WS-Found-Index
               end-if
           end-perform
           if WS-Consignee-Overflow = 'Y'
               move 'CONSIGNEE MASTER LARGER THAN TABLE'
                 to WS-Reject-Reason
           else
               if MT-CN-Code = spaces
                   move 'CONSIGNEE CODE MISSING' to WS-Reject-Reason
               end-if
           end-if
           if WS-Reject-Reason = spaces and MT-Action not = 'D'
               if MT-CN-Name = spaces
                   move 'CONSIGNEE NAME MISSING' to WS-Reject-Reason
               else
                   move 0 to WS-Ref-Count
                   perform varying mx from 1 by 1 until mx > WS-Fx-Count
                       if WS-FX-Deleted(mx) = 'N'
                        and WS-FX-Country(mx) = MT-CN-Country
                           add 1 to WS-Ref-Count
                       end-if
                   end-perform
                   if WS-Ref-Count = 0
                       move 'NO FX RATE ON FILE FOR COUNTRY'
                         to WS-Reject-Reason
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces
               perform 440-Check-Key-Presence
           end-if
           if WS-Reject-Reason = spaces
               if MT-Action = 'A'
                   if WS-Consignee-Active >= WS-Max-Consignees
                       move 'CONSIGNEE MASTER FULL FOR THE CARGO RUN'
                         to WS-Reject-Reason
                   else
                       add 1 to WS-Consignee-Count
                       add 1 to WS-Consignee-Active
                       move WS-Consignee-Count to WS-Found-Index
                       move 'N' to WS-CN-Deleted(WS-Found-Index)
                       move MT-CN-Code to WS-CN-Code(WS-Found-Index)
                       move MT-CN-Name to WS-CN-Name(WS-Found-Index)
                       move MT-CN-Country to WS-CN-Country(WS-Found-Index)
                       move MT-CN-Terms to WS-CN-Terms(WS-Found-Index)
                       move 'N' to WS-CN-Credit-Hold(WS-Found-Index)
                       move WS-CN-Image(WS-Found-Index) to WS-After-Image
                   end-if
               else
                   if MT-Action = 'C'
                       move WS-CN-Image(WS-Found-Index) to WS-Before-Image
                       move MT-CN-Name to WS-CN-Name(WS-Found-Index)
                       move MT-CN-Country to WS-CN-Country(WS-Found-Index)
                       move MT-CN-Terms to WS-CN-Terms(WS-Found-Index)
                       move WS-CN-Image(WS-Found-Index) to WS-After-Image
                   else
                       if MT-Action = 'D'
                           move WS-CN-Image(WS-Found-Index) to WS-Before-Image
                           move 'Y' to WS-CN-Deleted(WS-Found-Index)
                           subtract 1 from WS-Consignee-Active
                       end-if
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces
               move 'Y' to WS-Consignee-Changed
           end-if.

      *Exchange rate history - keyed on country and effective date;
      *the rate must be above zero and the currency code present. The
      *last rate for a country cannot be deleted while a consignee
      *still ships there.
       400-Maintain-Fx-Rate.
           move MT-FX-Country to WS-Key-Part1
           move MT-FX-EffDate to WS-Key-Part2
           move 0 to WS-Found-Index
           perform varying mx from 1 by 1 until mx > WS-Fx-Count
               if WS-FX-Deleted(mx) = 'N'
                and WS-FX-Country(mx) = MT-FX-Country
                and WS-FX-EffDate(mx) = MT-FX-EffDate
                   move mx to WS-Found-Index
               end-if
           end-perform
           if WS-Fx-Overflow = 'Y'
               move 'FX RATE MASTER LARGER THAN TABLE' to WS-Reject-Reason
           else
               if MT-FX-Country = spaces
                   move 'COUNTRY MISSING' to WS-Reject-Reason
               else
                   move 'N' to WS-Date-Valid
                   if MT-FX-EffDate numeric
                       move MT-FX-EffDate to WS-Check-Date
                       perform 450-Check-Date
                   end-if
                   if WS-Date-Valid = 'N'
                       move 'EFFECTIVE DATE NOT A VALID DATE'
                         to WS-Reject-Reason
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces and MT-Action not = 'D'
               if MT-FX-CurrencyCode = spaces
                   move 'CURRENCY CODE MISSING' to WS-Reject-Reason
               else
                   if MT-FX-Rate not numeric
                       move 'RATE NOT NUMERIC' to WS-Reject-Reason
                   else
                       if MT-FX-Rate <= 0
                           move 'RATE MUST BE GREATER THAN ZERO'
                             to WS-Reject-Reason
                       end-if
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces and MT-Action = 'D'
               move 0 to WS-Ref-Count
               perform varying mx from 1 by 1 until mx > WS-Fx-Count
                   if WS-FX-Deleted(mx) = 'N'
                    and WS-FX-Country(mx) = MT-FX-Country
                       add 1 to WS-Ref-Count
                   end-if
               end-perform
               if WS-Ref-Count = 1
                   perform varying mx from 1 by 1
                     until mx > WS-Consignee-Count
                       if WS-CN-Deleted(mx) = 'N'
                        and WS-CN-Country(mx) = MT-FX-Country
                           move 'LAST RATE FOR A CONSIGNEE COUNTRY'
                             to WS-Reject-Reason
                       end-if
                   end-perform
               end-if
           end-if
           if WS-Reject-Reason = spaces
               perform 440-Check-Key-Presence
           end-if
           if WS-Reject-Reason = spaces
               if MT-Action = 'A'
                   if WS-Fx-Active >= WS-Max-Fx-Rates
                       move 'FX RATE MASTER FULL FOR THE CARGO RUN'
                         to WS-Reject-Reason
                   else
                       add 1 to WS-Fx-Count
                       add 1 to WS-Fx-Active
                       move WS-Fx-Count to WS-Found-Index
                       move 'N' to WS-FX-Deleted(WS-Found-Index)
                       move MT-FX-Country to WS-FX-Country(WS-Found-Index)
                       move MT-FX-CurrencyCode
                         to WS-FX-CurrencyCode(WS-Found-Index)
                       move MT-FX-Rate to WS-FX-Rate(WS-Found-Index)
                       move MT-FX-EffDate to WS-FX-EffDate(WS-Found-Index)
                       move WS-FX-Image(WS-Found-Index) to WS-After-Image
                   end-if
               else
                   if MT-Action = 'C'
                       move WS-FX-Image(WS-Found-Index) to WS-Before-Image
                       move MT-FX-CurrencyCode
                         to WS-FX-CurrencyCode(WS-Found-Index)
                       move MT-FX-Rate to WS-FX-Rate(WS-Found-Index)
                       move WS-FX-Image(WS-Found-Index) to WS-After-Image
                   else
                       if MT-Action = 'D'
                           move WS-FX-Image(WS-Found-Index) to WS-Before-Image
                           move 'Y' to WS-FX-Deleted(WS-Found-Index)
                           subtract 1 from WS-Fx-Active
                       end-if
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces
               move 'Y' to WS-Fx-Changed
           end-if.

      *An add may not duplicate a key already on the master; a change
      *or delete must find the key it names.
       440-Check-Key-Presence.
           if MT-Action = 'A'
               if WS-Found-Index > 0
                   move 'DUPLICATE KEY - ALREADY ON MASTER'
                     to WS-Reject-Reason
               end-if
           else
               if WS-Found-Index = 0
                   move 'KEY NOT ON MASTER' to WS-Reject-Reason
               end-if
           end-if.

       450-Check-Date.
           move 'Y' to WS-Date-Valid
           if WS-Check-Year < 1900
            or WS-Check-Month < 1 or WS-Check-Month > 12
            or WS-Check-Day < 1 or WS-Check-Day > 31
               move 'N' to WS-Date-Valid
           else
               if (WS-Check-Month = 4 or WS-Check-Month = 6
                   or WS-Check-Month = 9 or WS-Check-Month = 11)
                and WS-Check-Day > 30
                   move 'N' to WS-Date-Valid
               end-if
               if WS-Check-Month = 2 and WS-Check-Day > 29
                   move 'N' to WS-Date-Valid
               end-if
               if WS-Check-Month = 2 and WS-Check-Day = 29
                   divide WS-Check-Year by 4 giving WS-Leap-Quotient
                       remainder WS-Leap-Rem4
                   divide WS-Check-Year by 100 giving WS-Leap-Quotient
                       remainder WS-Leap-Rem100
                   divide WS-Check-Year by 400 giving WS-Leap-Quotient
                       remainder WS-Leap-Rem400
                   if WS-Leap-Rem4 not = 0
                    or (WS-Leap-Rem100 = 0 and WS-Leap-Rem400 not = 0)
                       move 'N' to WS-Date-Valid
                   end-if
               end-if
           end-if.

       460-Write-Change-Log.
           move spaces to Change-Log-Rec
           move WS-Run-Date to CL-Date
           move WS-Run-Time to CL-Time
           move MT-User to CL-User
           move MT-Master to CL-Master
           move MT-Action to CL-Action
           move WS-Log-Key to CL-Key
           move WS-Before-Image to CL-Before
           move WS-After-Image to CL-After
           write Change-Log-Rec.

       470-Write-Reject.
           move spaces to Reject-Line
           move WS-Trans-Read to RD-Seq-Out
           move MT-Master to RD-Master-Out
           move MT-Action to RD-Action-Out
           move MT-User to RD-User-Out
           move WS-Reject-Reason to RD-Reason-Out
           move Reject-Detail-Line to Reject-Line
           write Reject-Line
             after advancing 1 line
           move spaces to Reject-Line
           move MT-Data to RD-Data-Out
           move Reject-Data-Line to Reject-Line
           write Reject-Line
             after advancing 1 line.

      *Only the masters something was applied to are written back.
       500-Rewrite-Masters.
           if WS-Price-Changed = 'Y'
               open output PriceMaster
               perform varying mx from 1 by 1 until mx > WS-Price-Count
                   if WS-PR-Deleted(mx) = 'N'
                       move WS-PR-Image(mx) to PriceMasterRec
                       write PriceMasterRec
                   end-if
               end-perform
               close PriceMaster
           end-if
           if WS-Tariff-Changed = 'Y'
               open output TariffMaster
               perform varying mx from 1 by 1 until mx > WS-Tariff-Count
                   if WS-TA-Deleted(mx) = 'N'
                       move WS-TA-Image(mx) to Tariff-Rec
                       write Tariff-Rec
                   end-if
               end-perform
               close TariffMaster
           end-if
           if WS-Vessel-Changed = 'Y'
               open output VesselMaster
               perform varying mx from 1 by 1 until mx > WS-Vessel-Count
                   if WS-VE-Deleted(mx) = 'N'
                       move WS-VE-Image(mx) to Vessel-Rec
                       write Vessel-Rec
                   end-if
               end-perform
               close VesselMaster
           end-if
           if WS-Voyage-Changed = 'Y'
               open output VoyageSchedule
               perform varying mx from 1 by 1 until mx > WS-Voyage-Count
                   if WS-VO-Deleted(mx) = 'N'
                       move WS-VO-Image(mx) to Voyage-Rec
                       write Voyage-Rec
                   end-if
               end-perform
               close VoyageSchedule
           end-if
           if WS-Consignee-Changed = 'Y'
               open output ConsigneeMaster
               perform varying mx from 1 by 1
                 until mx > WS-Consignee-Count
                   if WS-CN-Deleted(mx) = 'N'
                       move WS-CN-Image(mx) to Consignee-Rec
                       write Consignee-Rec
                   end-if
               end-perform
               close ConsigneeMaster
           end-if
           if WS-Fx-Changed = 'Y'
               open output FxRateMaster
               perform varying mx from 1 by 1 until mx > WS-Fx-Count
                   if WS-FX-Deleted(mx) = 'N'
                       move WS-FX-Image(mx) to FxRateRec
                       write FxRateRec
                   end-if
               end-perform
               close FxRateMaster
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
           move WS-Trans-Read to AUD-Records-Read
           move WS-Trans-Applied to AUD-Records-Written
           move WS-Trans-Rejected to AUD-Records-Rejected
           move 0 to AUD-Money-Total
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
               if WS-Trans-Read > WS-Prev-Read
                   compute WS-Audit-Diff = WS-Trans-Read - WS-Prev-Read
               else
                   compute WS-Audit-Diff = WS-Prev-Read - WS-Trans-Read
               end-if
               if WS-Audit-Diff * 100 > WS-Swing-Pct * WS-Prev-Read
                   move 'NEEDS REVIEW' to WS-Audit-Flag
               end-if
           end-if
           if WS-Prev-Written > 0
               if WS-Trans-Applied > WS-Prev-Written
                   compute WS-Audit-Diff =
                       WS-Trans-Applied - WS-Prev-Written
               else
                   compute WS-Audit-Diff =
                       WS-Prev-Written - WS-Trans-Applied
               end-if
               if WS-Audit-Diff * 100 > WS-Swing-Pct * WS-Prev-Written
                   move 'NEEDS REVIEW' to WS-Audit-Flag
               end-if
           end-if.

       end program Program1.
