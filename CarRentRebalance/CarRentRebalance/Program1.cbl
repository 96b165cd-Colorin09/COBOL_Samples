       identification division.
       program-id. Program1 as "CarRentRebalance.Program1".

       environment division.
       input-output section.
       file-control.     Select FleetMaster assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\FleetMaster.txt'
                            organization is line sequential
                            file status is WS-FM-Status.
                         Select ReservationsFile assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\Reservations.txt'
                            organization is line sequential
                            file status is WS-RS-Status.
                         Select RebalanceParm assign to 'E:\COBOL Stuff\CarRentRebalance\CarRentRebalance\RebalanceParm.txt'
                            organization is line sequential
                            file status is WS-RP-Status.
                         Select RebalanceReport assign to 'E:\COBOL Stuff\CarRentRebalance\CarRentRebalance\FleetRebalance.txt'
                            organization is line sequential.
                         Select RunAuditFile assign to 'E:\COBOL Stuff\RunAudit.txt'
                            organization is line sequential
                            file status is WS-AUD-Status.
                         Select AuditParm assign to 'E:\COBOL Stuff\AuditParm.txt'
                            organization is line sequential
                            file status is WS-AP-Status.

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

       Fd ReservationsFile.
       01 Reservation-Rec.
         05 RS-Client-Lname picture x(20).
         05 RS-Client-Initial picture x.
         05 RS-CarType picture x.
         05 RS-PickupDate picture 9(8).
         05 RS-Pickup-Branch picture x(3).

      *How many days ahead of tonight the reservations are counted.
       Fd RebalanceParm.
       01 Rebalance-Parm-Rec.
         05 RP-Days-Ahead picture 99.

       Fd RebalanceReport.
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

       working-storage section.

       01 Fleet-More-Records picture xxx value 'Yes'.
       01 Reservation-More-Records picture xxx value 'Yes'.
       01 WS-FM-Status picture xx value spaces.
       01 WS-RS-Status picture xx value spaces.
       01 WS-RP-Status picture xx value spaces.
       01 VoidLine picture x(80) value spaces.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR picture 9(4).
           10 WS-CURRENT-MONTH picture 9(2).
           10 WS-CURRENT-DAY picture 9(2).
       01 WS-Run-Date picture 9(8) value 0.
       01 WS-Run-Time picture 9(6) value 0.
       01 WS-Days-Ahead picture 99 value 3.
       01 WS-Days-To-Pickup picture s9(5) value 0.

      *One row per branch, three car types across. On hand counts the
      *units sitting available on the branch lot tonight; away counts
      *the ones on that lot whose home is another branch (one-way
      *drops waiting to go back); reserved counts the active bookings
      *picking up at the branch inside the look-ahead window.
       01 WS-Max-Branches picture 99 value 20.
       01 WS-Branch-Count picture 99 value 0.
       01 BranchTable.
         05 branchArray occurs 1 to 20 times
              depending on WS-Branch-Count
              indexed by B.
           10 WS-BR-Code picture x(3).
           10 WS-BR-Type occurs 3 times.
             15 WS-BR-OnHand picture 999.
             15 WS-BR-Away picture 999.
             15 WS-BR-Reserved picture 999.
       01 WS-Branch-Key picture x(3) value spaces.
       01 WS-Branch-Index picture 99 value 0.
       01 ct picture 9 value 0.
       01 WS-Net picture s9(4) value 0.
       01 WS-Short-Count picture 999 value 0.
       01 WS-Over-Count picture 999 value 0.

       01 HEADER.
         05 picture x(17) value spaces.
         05 picture x(37) value 'FLEET REBALANCING BY BRANCH -        '.
         05 Header-Date-Out picture 9(8).
         05 picture x(18) value spaces.

       01 Window-Line.
         05 picture x(8) value spaces.
         05 picture x(36) value 'RESERVATIONS PICKING UP IN THE NEXT '.
         05 WL-Days-Out picture Z9.
         05 picture x(5) value ' DAYS'.
         05 picture x(29) value spaces.

       01 Column-Header.
         05 picture x(3) value spaces.
         05 picture x(6) value 'BRANCH'.
         05 picture x(3) value spaces.
         05 picture x(8) value 'CAR TYPE'.
         05 picture x(6) value spaces.
         05 picture x(7) value 'ON HAND'.
         05 picture x(3) value spaces.
         05 picture x(4) value 'AWAY'.
         05 picture x(3) value spaces.
         05 picture x(8) value 'RESERVED'.
         05 picture x(3) value spaces.
         05 picture x(3) value 'NET'.
         05 picture x(4) value spaces.
         05 picture x(8) value 'POSITION'.
         05 picture x(11) value spaces.

       01 Detail-Line.
         05 picture x(4) value spaces.
         05 DT-Branch-Out picture x(3).
         05 picture x(5) value spaces.
         05 DT-CarType-Out picture x(10).
         05 picture x(6) value spaces.
         05 DT-OnHand-Out picture ZZ9.
         05 picture x(4) value spaces.
         05 DT-Away-Out picture ZZ9.
         05 picture x(6) value spaces.
         05 DT-Reserved-Out picture ZZ9.
         05 picture x(4) value spaces.
         05 DT-Net-Out picture +ZZ9.
         05 picture x(4) value spaces.
         05 DT-Position-Out picture x(5).
         05 picture x(16) value spaces.

       01 Total-Line.
         05 picture x(8) value spaces.
         05 picture x(20) value 'BRANCH/TYPES SHORT: '.
         05 TOT-Short-Out picture ZZ9.
         05 picture x(6) value spaces.
         05 picture x(6) value 'OVER: '.
         05 TOT-Over-Out picture ZZ9.
         05 picture x(34) value spaces.

      *Run-audit bookkeeping - swing tolerance from AuditParm, counts
      *compared to this program's previous audit record. Read counts
      *fleet and reservation records, written the branch/type lines
      *printed; there is no money on this report.
       01 WS-AUD-Status picture xx value spaces.
       01 WS-AP-Status picture xx value spaces.
       01 Audit-More-Records picture xxx value 'Yes'.
       01 WS-Swing-Pct picture 999 value 25.
       01 WS-Prev-Audit-Found picture x value 'N'.
       01 WS-Prev-Read picture 9(7) value 0.
       01 WS-Prev-Written picture 9(7) value 0.
       01 WS-Audit-Diff picture 9(8) value 0.
       01 WS-Audit-Flag picture x(12) value spaces.
       01 WS-Audit-Program picture x(20) value 'CARRENTREBALANCE'.
       01 WS-Records-Read picture 9(7) value 0.
       01 WS-Audit-Written picture 9(7) value 0.

       procedure division.
       100-Main-Module.
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Run-Date =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           Move FUNCTION CURRENT-DATE (9:6) to WS-Run-Time
           perform 110-Read-Rebalance-Parm
           perform 150-Load-Fleet
           perform 200-Load-Reservations
      *    With every unit out on rent the branches come from the
      *    bookings alone and the report is all shortfall - only
      *    nothing on the lot and nothing booked leaves nothing to say.
           if WS-Branch-Count = 0
               display 'NO UNITS AVAILABLE AND NO RESERVATIONS DUE - NO REPORT'
               perform 900-Write-Run-Audit
               goback
           end-if

           open output RebalanceReport
           perform 300-Print-Header
           perform varying B from 1 by 1 until B > WS-Branch-Count
               perform varying ct from 1 by 1 until ct > 3
                   perform 400-Write-Branch-Type
               end-perform
           end-perform
           move spaces to Print-Rec
           move WS-Short-Count to TOT-Short-Out
           move WS-Over-Count to TOT-Over-Out
           move Total-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines
           close RebalanceReport
           perform 900-Write-Run-Audit
           goback.

       110-Read-Rebalance-Parm.
           open input RebalanceParm
           if WS-RP-Status = '00'
               read RebalanceParm
                   at end
                       continue
                   not at end
                       if RP-Days-Ahead numeric and RP-Days-Ahead > 0
                           move RP-Days-Ahead to WS-Days-Ahead
                       end-if
               end-read
               close RebalanceParm
           end-if.

       150-Load-Fleet.
           open input FleetMaster
           if WS-FM-Status = '00'
               perform until Fleet-More-Records = 'No'
                   read FleetMaster
                       at end
                           move 'No' to Fleet-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           if FM-Status = 'A'
                            and (FM-CarType = '1' or FM-CarType = '2'
                                 or FM-CarType = '3')
                               move FM-Current-Branch to WS-Branch-Key
                               perform 250-Find-Branch
                               if WS-Branch-Index > 0
                                   move FM-CarType to ct
                                   add 1 to WS-BR-OnHand(WS-Branch-Index ct)
                                   if FM-Home-Branch not = FM-Current-Branch
                                       add 1 to WS-BR-Away(WS-Branch-Index ct)
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close FleetMaster
           end-if.

       200-Load-Reservations.
           open input ReservationsFile
           if WS-RS-Status = '00'
               perform until Reservation-More-Records = 'No'
                   read ReservationsFile
                       at end
                           move 'No' to Reservation-More-Records
                       not at end
                           add 1 to WS-Records-Read
                           perform 210-Count-Reservation
                   end-read
               end-perform
               close ReservationsFile
           end-if.

      *Tonight counts as day zero, so a window of three days takes in
      *tomorrow and the two days after it as well as today's late
      *pickups.
       210-Count-Reservation.
           if RS-PickupDate numeric
            and (RS-CarType = '1' or RS-CarType = '2' or RS-CarType = '3')
               compute WS-Days-To-Pickup =
                   function integer-of-date(RS-PickupDate) -
                   function integer-of-date(WS-Run-Date)
               if WS-Days-To-Pickup >= 0
                and WS-Days-To-Pickup <= WS-Days-Ahead
                   move RS-Pickup-Branch to WS-Branch-Key
                   perform 250-Find-Branch
                   if WS-Branch-Index > 0
                       move RS-CarType to ct
                       add 1 to WS-BR-Reserved(WS-Branch-Index ct)
                   end-if
               end-if
           end-if.

       250-Find-Branch.
           move 0 to WS-Branch-Index
           if WS-Branch-Count > 0
               Set B to 1
               SEARCH branchArray
                   at end
                       continue
                   WHEN WS-BR-Code(B) = WS-Branch-Key
                       Set WS-Branch-Index to B
               end-search
           end-if
           if WS-Branch-Index = 0
            and WS-Branch-Count < WS-Max-Branches
               add 1 to WS-Branch-Count
               move WS-Branch-Key to WS-BR-Code(WS-Branch-Count)
               perform varying ct from 1 by 1 until ct > 3
                   move 0 to WS-BR-OnHand(WS-Branch-Count ct)
                   move 0 to WS-BR-Away(WS-Branch-Count ct)
                   move 0 to WS-BR-Reserved(WS-Branch-Count ct)
               end-perform
               move WS-Branch-Count to WS-Branch-Index
           end-if.

       300-Print-Header.
           move spaces to Print-Rec
           move WS-Run-Date to Header-Date-Out
           move HEADER to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move WS-Days-Ahead to WL-Days-Out
           move Window-Line to Print-Rec
           write Print-Rec
             after advancing 1 line
           move Column-Header to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move VoidLine to Print-Rec
           write Print-Rec.

      *A branch/type with nothing on hand and nothing booked has no
      *story to tell and is left off.
       400-Write-Branch-Type.
           if WS-BR-OnHand(B ct) > 0 or WS-BR-Reserved(B ct) > 0
               compute WS-Net = WS-BR-OnHand(B ct) - WS-BR-Reserved(B ct)
               move spaces to Print-Rec
               move WS-BR-Code(B) to DT-Branch-Out
               if ct = 1
                   move 'Toyota' to DT-CarType-Out
               else
                   if ct = 2
                       move 'Chevrolet' to DT-CarType-Out
                   else
                       move 'Cadillac' to DT-CarType-Out
                   end-if
               end-if
               move WS-BR-OnHand(B ct) to DT-OnHand-Out
               move WS-BR-Away(B ct) to DT-Away-Out
               move WS-BR-Reserved(B ct) to DT-Reserved-Out
               move WS-Net to DT-Net-Out
               if WS-Net < 0
                   move 'SHORT' to DT-Position-Out
                   add 1 to WS-Short-Count
               else
                   if WS-Net > 0
                       move 'OVER' to DT-Position-Out
                       add 1 to WS-Over-Count
                   else
                       move 'EVEN' to DT-Position-Out
                   end-if
               end-if
               move Detail-Line to Print-Rec
               write Print-Rec
                 after advancing 1 line
               add 1 to WS-Audit-Written
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
           move WS-Records-Read to AUD-Records-Read
           move WS-Audit-Written to AUD-Records-Written
           move 0 to AUD-Records-Rejected
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
               if WS-Records-Read > WS-Prev-Read
                   compute WS-Audit-Diff = WS-Records-Read - WS-Prev-Read
               else
                   compute WS-Audit-Diff = WS-Prev-Read - WS-Records-Read
               end-if
               if WS-Audit-Diff * 100 > WS-Swing-Pct * WS-Prev-Read
                   move 'NEEDS REVIEW' to WS-Audit-Flag
               end-if
           end-if
           if WS-Prev-Written > 0
               if WS-Audit-Written > WS-Prev-Written
                   compute WS-Audit-Diff =
                       WS-Audit-Written - WS-Prev-Written
               else
                   compute WS-Audit-Diff =
                       WS-Prev-Written - WS-Audit-Written
               end-if
               if WS-Audit-Diff * 100 > WS-Swing-Pct * WS-Prev-Written
                   move 'NEEDS REVIEW' to WS-Audit-Flag
               end-if
           end-if.

       end program Program1.
