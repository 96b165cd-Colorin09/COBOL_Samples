       identification division.
       program-id. Program1 as "CarRentDamageClaims.Program1".

       environment division.
       input-output section.
       file-control.     Select DamageClaims assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\DamageClaims.txt'
                            organization is line sequential
                            file status is WS-DC-Status.
                         Select ClaimUpdates assign to 'E:\COBOL Stuff\CarRentDamageClaims\CarRentDamageClaims\ClaimUpdates.txt'
                            organization is line sequential
                            file status is WS-CU-Status.
                         Select FleetMaster assign to 'E:\COBOL Stuff\CarRentInteractiveVers\CarRent\FleetMaster.txt'
                            organization is line sequential
                            file status is WS-FM-Status.
                         Select ClaimsReport assign to 'E:\COBOL Stuff\CarRentDamageClaims\CarRentDamageClaims\ClaimsAging.txt'
                            organization is line sequential.

       data division.
       file section.
      *Damage claims as opened by the rental program at check-in and
      *carried on here. Status E estimate, P repaired, B billed, V
      *recovered; liability R renter or I insurer.
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

      *Claim status updates keyed by agreement number. The amount is
      *the actual repair cost on a P, the amount billed on a B and the
      *amount recovered on a V.
       Fd ClaimUpdates.
       01 Claim-Update-Rec.
         05 CU-Agreement-No picture 9(7).
         05 CU-New-Status picture x.
         05 CU-Date picture 9(8).
         05 CU-Amount picture 9(6)v99.

       Fd FleetMaster.
       01 Fleet-Rec.
         05 FM-UnitNumber picture 9(4).
         05 FM-CarType picture x.
         05 FM-Status picture x.
         05 FM-Miles-Since-Svc picture 9(6).
         05 FM-Home-Branch picture x(3).
         05 FM-Current-Branch picture x(3).

       Fd ClaimsReport.
       01 Print-Rec picture x(80).

       working-storage section.

       01 Claim-More-Records picture xxx value 'Yes'.
       01 Update-More-Records picture xxx value 'Yes'.
       01 Fleet-More-Records picture xxx value 'Yes'.
       01 WS-DC-Status picture xx value spaces.
       01 WS-CU-Status picture xx value spaces.
       01 WS-FM-Status picture xx value spaces.
       01 VoidLine picture x(80) value spaces.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR picture 9(4).
           10 WS-CURRENT-MONTH picture 9(2).
           10 WS-CURRENT-DAY picture 9(2).
       01 WS-Run-Date picture 9(8) value 0.

      *Every claim on file, open or closed - the whole file is
      *rewritten after the updates so recovered claims stay on as
      *history.
       01 WS-Max-Claims picture 999 value 200.
       01 WS-Claim-Count picture 999 value 0.
       01 ClaimTable.
         05 claimArray occurs 1 to 200 times
              depending on WS-Claim-Count
              indexed by CL.
           10 WS-CL-Agreement picture 9(7).
           10 WS-CL-Unit picture 9(4).
           10 WS-CL-Open-Date picture 9(8).
           10 WS-CL-Lname picture x(20).
           10 WS-CL-Initial picture x.
           10 WS-CL-Description picture x(40).
           10 WS-CL-Estimate picture 9(6)v99.
           10 WS-CL-Liable picture x.
           10 WS-CL-Status picture x.
           10 WS-CL-Status-Date picture 9(8).
           10 WS-CL-Repair-Cost picture 9(6)v99.
           10 WS-CL-Billed-Amt picture 9(6)v99.
           10 WS-CL-Recovered-Amt picture 9(6)v99.
       01 WS-Claim-Found picture x value 'N'.

      *Fleet units, only rewritten when a repaired claim has put a
      *damaged unit back to available.
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
       01 WS-Fleet-Changed picture x value 'N'.

      *A claim moves one step at a time - estimate, repaired, billed,
      *recovered - so the status rank of an update must be exactly one
      *past the claim's current rank.
       01 WS-Status-Code picture x value space.
       01 WS-Status-Rank picture 9 value 0.
       01 WS-Current-Rank picture 9 value 0.
       01 WS-New-Rank picture 9 value 0.
       01 WS-Reject-Reason picture x(30) value spaces.
       01 WS-Applied-Count picture 999 value 0.
       01 WS-Rejected-Count picture 999 value 0.

      *Open-claim aging - 0-30, 31-60, 61-90 and over 90 days since
      *the claim was opened. The amount outstanding is the estimate
      *until the repair is done, then the repair cost, then what was
      *billed.
       01 WS-Days-Open picture s9(5) value 0.
       01 WS-Outstanding picture 9(6)v99 value 0.
       01 WS-Bucket-Count occurs 4 times picture 999.
       01 WS-Bucket-Amount occurs 4 times picture 9(8)v99.
       01 bk picture 9 value 0.
       01 WS-Open-Claims picture 999 value 0.
       01 WS-Total-Outstanding picture 9(8)v99 value 0.

       01 HEADER.
         05 picture x(17) value spaces.
         05 picture x(37) value 'DAMAGE CLAIMS - OPEN CLAIMS AGING    '.
         05 Header-Date-Out picture 9(8).
         05 picture x(18) value spaces.

       01 Update-Section-Header.
         05 picture x(8) value spaces.
         05 picture x(30) value 'CLAIM UPDATES THIS RUN        '.
         05 picture x(42) value spaces.

       01 Update-Line.
         05 picture x(3) value spaces.
         05 UP-Agreement-Out picture 9(7).
         05 picture x(3) value spaces.
         05 UP-Status-Out picture x(9).
         05 picture x(3) value spaces.
         05 UP-Amount-Out picture $$$$,$$9.99.
         05 picture x(3) value spaces.
         05 UP-Result-Out picture x(30).
         05 picture x(11) value spaces.

       01 Bucket-Section-Header.
         05 picture x(8) value spaces.
         05 picture x(11) value 'DAYS OPEN  '.
         05 picture x(6) value 'CLAIMS'.
         05 picture x(9) value spaces.
         05 picture x(11) value 'OUTSTANDING'.
         05 picture x(35) value spaces.

       01 Bucket-Line.
         05 picture x(8) value spaces.
         05 BK-Label-Out picture x(8).
         05 picture x(3) value spaces.
         05 BK-Count-Out picture ZZZZ9.
         05 picture x(5) value spaces.
         05 BK-Amount-Out picture $$,$$$,$$9.99.
         05 picture x(38) value spaces.

       01 Detail-Column-Header.
         05 picture x(3) value spaces.
         05 picture x(9) value 'AGREEMENT'.
         05 picture x value space.
         05 picture x(4) value 'UNIT'.
         05 picture x(2) value spaces.
         05 picture x(6) value 'OPENED'.
         05 picture x(4) value spaces.
         05 picture x(4) value 'DAYS'.
         05 picture x(3) value spaces.
         05 picture x(6) value 'STATUS'.
         05 picture x(5) value spaces.
         05 picture x(6) value 'LIABLE'.
         05 picture x(5) value spaces.
         05 picture x(11) value 'OUTSTANDING'.
         05 picture x(11) value spaces.

       01 Detail-Line.
         05 picture x(3) value spaces.
         05 DT-Agreement-Out picture 9(7).
         05 picture x(3) value spaces.
         05 DT-Unit-Out picture 9(4).
         05 picture x(2) value spaces.
         05 DT-Opened-Out picture 9(8).
         05 picture x(2) value spaces.
         05 DT-Days-Out picture ZZZZ9.
         05 picture x(2) value spaces.
         05 DT-Status-Out picture x(9).
         05 picture x(2) value spaces.
         05 DT-Liable-Out picture x(7).
         05 picture x(2) value spaces.
         05 DT-Amount-Out picture $$$$,$$9.99.
         05 picture x(13) value spaces.

       01 Total-Line.
         05 picture x(8) value spaces.
         05 picture x(20) value 'TOTAL OPEN CLAIMS:  '.
         05 TOT-Count-Out picture ZZZZ9.
         05 picture x(6) value spaces.
         05 picture x(12) value 'OUTSTANDING '.
         05 TOT-Amount-Out picture $$,$$$,$$9.99.
         05 picture x(16) value spaces.

       procedure division.
       100-Main-Module.
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Run-Date =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           perform varying bk from 1 by 1 until bk > 4
               move 0 to WS-Bucket-Count(bk)
               move 0 to WS-Bucket-Amount(bk)
           end-perform

           perform 150-Load-Claims
           if WS-Claim-Count = 0
               display 'NO DAMAGE CLAIMS ON FILE'
               stop run
           end-if
           perform 160-Load-Fleet-Table

           open output ClaimsReport
           perform 200-Print-Header
           open input ClaimUpdates
           if WS-CU-Status = '00'
               perform 250-Apply-Updates
               close ClaimUpdates
           end-if
           perform 400-Rewrite-Claims
           if WS-Fleet-Changed = 'Y'
               perform 450-Rewrite-Fleet-File
           end-if
           perform 500-Write-Aging-Section
           close ClaimsReport
           stop run.

       150-Load-Claims.
           open input DamageClaims
           if WS-DC-Status = '00'
               perform until Claim-More-Records = 'No'
                   read DamageClaims
                       at end
                           move 'No' to Claim-More-Records
                       not at end
                           if WS-Claim-Count < WS-Max-Claims
                               add 1 to WS-Claim-Count
                               move DC-Agreement-No to WS-CL-Agreement(WS-Claim-Count)
                               move DC-UnitNumber to WS-CL-Unit(WS-Claim-Count)
                               move DC-Open-Date to WS-CL-Open-Date(WS-Claim-Count)
                               move DC-Client-Lname to WS-CL-Lname(WS-Claim-Count)
                               move DC-Client-Initial to WS-CL-Initial(WS-Claim-Count)
                               move DC-Description to WS-CL-Description(WS-Claim-Count)
                               move DC-Estimate to WS-CL-Estimate(WS-Claim-Count)
                               move DC-Liable to WS-CL-Liable(WS-Claim-Count)
                               move DC-Status to WS-CL-Status(WS-Claim-Count)
                               move DC-Status-Date to WS-CL-Status-Date(WS-Claim-Count)
                               move DC-Repair-Cost to WS-CL-Repair-Cost(WS-Claim-Count)
                               move DC-Billed-Amt to WS-CL-Billed-Amt(WS-Claim-Count)
                               move DC-Recovered-Amt to WS-CL-Recovered-Amt(WS-Claim-Count)
                           end-if
                   end-read
               end-perform
               close DamageClaims
           end-if.

       160-Load-Fleet-Table.
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
                               if FM-Miles-Since-Svc numeric
                                   move FM-Miles-Since-Svc to WS-UnitMiles(WS-Unit-Count)
                               else
                                   move 0 to WS-UnitMiles(WS-Unit-Count)
                               end-if
                               move FM-Home-Branch to WS-UnitHomeBranch(WS-Unit-Count)
                               move FM-Current-Branch to WS-UnitCurBranch(WS-Unit-Count)
                           end-if
                   end-read
               end-perform
               close FleetMaster
           end-if.

       200-Print-Header.
           move spaces to Print-Rec
           move WS-Run-Date to Header-Date-Out
           move HEADER to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move VoidLine to Print-Rec
           write Print-Rec
           move Update-Section-Header to Print-Rec
           write Print-Rec
             after advancing 1 line
           move VoidLine to Print-Rec
           write Print-Rec.

       250-Apply-Updates.
           perform until Update-More-Records = 'No'
               read ClaimUpdates
                   at end
                       move 'No' to Update-More-Records
                   not at end
                       perform 260-Apply-One-Update
               end-read
           end-perform.

       260-Apply-One-Update.
           move spaces to WS-Reject-Reason
           move 'N' to WS-Claim-Found
           Set CL to 1
           SEARCH claimArray
               at end
                   continue
               WHEN WS-CL-Agreement(CL) = CU-Agreement-No
                   move 'Y' to WS-Claim-Found
           end-search
           if WS-Claim-Found = 'N'
               move 'REJECTED - NO CLAIM ON FILE' to WS-Reject-Reason
           else
               move WS-CL-Status(CL) to WS-Status-Code
               perform 265-Status-Rank
               move WS-Status-Rank to WS-Current-Rank
               move CU-New-Status to WS-Status-Code
               perform 265-Status-Rank
               move WS-Status-Rank to WS-New-Rank
               if WS-New-Rank = 0 or WS-New-Rank not = WS-Current-Rank + 1
                   move 'REJECTED - STATUS OUT OF ORDER' to WS-Reject-Reason
               else
                   if CU-Amount not numeric
                       move 'REJECTED - AMOUNT NOT NUMERIC' to WS-Reject-Reason
                   end-if
               end-if
           end-if
           if WS-Reject-Reason = spaces
               move CU-New-Status to WS-CL-Status(CL)
               move CU-Date to WS-CL-Status-Date(CL)
               if CU-New-Status = 'P'
                   move CU-Amount to WS-CL-Repair-Cost(CL)
                   perform 270-Release-Unit
               else
                   if CU-New-Status = 'B'
                       move CU-Amount to WS-CL-Billed-Amt(CL)
                   else
                       move CU-Amount to WS-CL-Recovered-Amt(CL)
                   end-if
               end-if
               move 'APPLIED' to UP-Result-Out
               add 1 to WS-Applied-Count
           else
               move WS-Reject-Reason to UP-Result-Out
               add 1 to WS-Rejected-Count
           end-if
           move CU-Agreement-No to UP-Agreement-Out
           move CU-New-Status to WS-Status-Code
           perform 280-Status-Text
           move DT-Status-Out to UP-Status-Out
           if CU-Amount numeric
               move CU-Amount to UP-Amount-Out
           else
               move 0 to UP-Amount-Out
           end-if
           move spaces to Print-Rec
           move Update-Line to Print-Rec
           write Print-Rec
             after advancing 1 line.

       265-Status-Rank.
           if WS-Status-Code = 'E'
               move 1 to WS-Status-Rank
           else
               if WS-Status-Code = 'P'
                   move 2 to WS-Status-Rank
               else
                   if WS-Status-Code = 'B'
                       move 3 to WS-Status-Rank
                   else
                       if WS-Status-Code = 'V'
                           move 4 to WS-Status-Rank
                       else
                           move 0 to WS-Status-Rank
                       end-if
                   end-if
               end-if
           end-if.

      *A repaired unit goes straight back on the lot - only a unit
      *still parked as D is touched, so one that has since been
      *rented or sent for service is left alone.
       270-Release-Unit.
           if WS-Unit-Count > 0
               Set F to 1
               SEARCH fleetArray
                   at end
                       continue
                   WHEN WS-UnitNumber(F) = WS-CL-Unit(CL)
                       if WS-UnitStatus(F) = 'D'
                           move 'A' to WS-UnitStatus(F)
                           move 'Y' to WS-Fleet-Changed
                       end-if
               end-search
           end-if.

       280-Status-Text.
           if WS-Status-Code = 'E'
               move 'ESTIMATE' to DT-Status-Out
           else
               if WS-Status-Code = 'P'
                   move 'REPAIRED' to DT-Status-Out
               else
                   if WS-Status-Code = 'B'
                       move 'BILLED' to DT-Status-Out
                   else
                       if WS-Status-Code = 'V'
                           move 'RECOVERED' to DT-Status-Out
                       else
                           move 'UNKNOWN' to DT-Status-Out
                       end-if
                   end-if
               end-if
           end-if.

       400-Rewrite-Claims.
           open output DamageClaims
           perform varying CL from 1 by 1 until CL > WS-Claim-Count
               move spaces to Damage-Claim-Rec
               move WS-CL-Agreement(CL) to DC-Agreement-No
               move WS-CL-Unit(CL) to DC-UnitNumber
               move WS-CL-Open-Date(CL) to DC-Open-Date
               move WS-CL-Lname(CL) to DC-Client-Lname
               move WS-CL-Initial(CL) to DC-Client-Initial
               move WS-CL-Description(CL) to DC-Description
               move WS-CL-Estimate(CL) to DC-Estimate
               move WS-CL-Liable(CL) to DC-Liable
               move WS-CL-Status(CL) to DC-Status
               move WS-CL-Status-Date(CL) to DC-Status-Date
               move WS-CL-Repair-Cost(CL) to DC-Repair-Cost
               move WS-CL-Billed-Amt(CL) to DC-Billed-Amt
               move WS-CL-Recovered-Amt(CL) to DC-Recovered-Amt
               write Damage-Claim-Rec
           end-perform
           close DamageClaims.

       450-Rewrite-Fleet-File.
           open output FleetMaster
           perform varying F from 1 by 1 until F > WS-Unit-Count
               move WS-UnitNumber(F) to FM-UnitNumber
               move WS-UnitCarType(F) to FM-CarType
               move WS-UnitStatus(F) to FM-Status
               move WS-UnitMiles(F) to FM-Miles-Since-Svc
               move WS-UnitHomeBranch(F) to FM-Home-Branch
               move WS-UnitCurBranch(F) to FM-Current-Branch
               write Fleet-Rec
           end-perform
           close FleetMaster.

       500-Write-Aging-Section.
           move spaces to Print-Rec
           move Detail-Column-Header to Print-Rec
           write Print-Rec
             after advancing 3 lines
           move VoidLine to Print-Rec
           write Print-Rec
           perform varying CL from 1 by 1 until CL > WS-Claim-Count
               if WS-CL-Status(CL) not = 'V'
                   perform 510-Age-One-Claim
               end-if
           end-perform

           move spaces to Print-Rec
           move Bucket-Section-Header to Print-Rec
           write Print-Rec
             after advancing 3 lines
           move VoidLine to Print-Rec
           write Print-Rec
           perform varying bk from 1 by 1 until bk > 4
               move spaces to Print-Rec
               if bk = 1
                   move '0 - 30' to BK-Label-Out
               else
                   if bk = 2
                       move '31 - 60' to BK-Label-Out
                   else
                       if bk = 3
                           move '61 - 90' to BK-Label-Out
                       else
                           move 'OVER 90' to BK-Label-Out
                       end-if
                   end-if
               end-if
               move WS-Bucket-Count(bk) to BK-Count-Out
               move WS-Bucket-Amount(bk) to BK-Amount-Out
               move Bucket-Line to Print-Rec
               write Print-Rec
                 after advancing 1 line
           end-perform
           move spaces to Print-Rec
           move WS-Open-Claims to TOT-Count-Out
           move WS-Total-Outstanding to TOT-Amount-Out
           move Total-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines.

       510-Age-One-Claim.
           compute WS-Days-Open =
               function integer-of-date(WS-Run-Date) -
               function integer-of-date(WS-CL-Open-Date(CL))
           if WS-Days-Open < 0
               move 0 to WS-Days-Open
           end-if
           if WS-CL-Status(CL) = 'B'
               move WS-CL-Billed-Amt(CL) to WS-Outstanding
           else
               if WS-CL-Status(CL) = 'P'
                   move WS-CL-Repair-Cost(CL) to WS-Outstanding
               else
                   move WS-CL-Estimate(CL) to WS-Outstanding
               end-if
           end-if
           if WS-Days-Open <= 30
               move 1 to bk
           else
               if WS-Days-Open <= 60
                   move 2 to bk
               else
                   if WS-Days-Open <= 90
                       move 3 to bk
                   else
                       move 4 to bk
                   end-if
               end-if
           end-if
           add 1 to WS-Bucket-Count(bk)
           add WS-Outstanding to WS-Bucket-Amount(bk)
           add 1 to WS-Open-Claims
           add WS-Outstanding to WS-Total-Outstanding

           move spaces to Print-Rec
           move WS-CL-Agreement(CL) to DT-Agreement-Out
           move WS-CL-Unit(CL) to DT-Unit-Out
           move WS-CL-Open-Date(CL) to DT-Opened-Out
           move WS-Days-Open to DT-Days-Out
           move WS-CL-Status(CL) to WS-Status-Code
           perform 280-Status-Text
           if WS-CL-Liable(CL) = 'R'
               move 'RENTER' to DT-Liable-Out
           else
               move 'INSURER' to DT-Liable-Out
           end-if
           move WS-Outstanding to DT-Amount-Out
           move Detail-Line to Print-Rec
           write Print-Rec
             after advancing 1 line.

       end program Program1.
