       Identification division.
       program-id. Program1 as "CargoOfficeScorecard.Program1".

       Environment division.
       Input-Output section.
       File-control.    Select OfficeStats assign to 'E:\COBOL Stuff\CargoFileUsingSearch\CargoFileUsingSearch\OfficeStats.txt'
                        organization is line sequential
                        file status is WS-OS-Status.
                        Select ScorecardParm assign to 'E:\COBOL Stuff\CargoOfficeScorecard\CargoOfficeScorecard\ScorecardParm.txt'
                        organization is line sequential
                        file status is WS-SP-Status.
                        Select ScorecardReport assign to 'E:\COBOL Stuff\CargoOfficeScorecard\CargoOfficeScorecard\OfficeScorecard.txt'
                        organization is line sequential.
                        Select RunAuditFile assign to 'E:\COBOL Stuff\RunAudit.txt'
                        organization is line sequential
                        file status is WS-AUD-Status.
                        Select AuditParm assign to 'E:\COBOL Stuff\AuditParm.txt'
                        organization is line sequential
                        file status is WS-AP-Status.

       Data division.

       File section.
      *Shipping office statistics history - the manifest run appends
      *a source M record per office per run with what the office sent
      *and what went wrong with it, and the exception reprocess run a
      *source R record per office with the exceptions it repaired.
       Fd OfficeStats.
       01 Office-Stats-Rec.
         05 OS-Run-Date picture 9(8).
         05 OS-Source picture x.
         05 OS-Office picture x(3).
         05 OS-Manifests picture 9(5).
         05 OS-Out-Of-Balance picture 9(5).
         05 OS-Lines picture 9(7).
         05 OS-Exc-Ship picture 9(7).
         05 OS-Exc-Voyage picture 9(7).
         05 OS-Exc-Product picture 9(7).
         05 OS-Exc-Hold picture 9(7).
         05 OS-Exc-Stale picture 9(7).
         05 OS-Repaired picture 9(7).

      *Month to score, as YYYYMM. With no parm the current month is
      *scored.
       Fd ScorecardParm.
       01 Scorecard-Parm-Rec.
         05 SP-Month picture 9(6).

       Fd ScorecardReport.
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

       01 Stats-More-Records picture xxx value 'Yes'.
       01 VoidLine picture x(80) value spaces.
       01 WS-OS-Status picture xx value spaces.
       01 WS-SP-Status picture xx value spaces.

       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR picture 9(4).
           10 WS-CURRENT-MONTH picture 9(2).
           10 WS-CURRENT-DAY picture 9(2).
       01 WS-Run-Date picture 9(8) value 0.
       01 WS-Run-Time picture 9(6) value 0.

      *Months are compared as a running month number, year times
      *twelve plus month, so the three months before January reach
      *back into the prior year without any special casing.
       01 WS-Score-Month picture 9(6) value 0.
       01 WS-Score-Month-Parts redefines WS-Score-Month.
         05 WS-Score-Year picture 9(4).
         05 WS-Score-Mon picture 99.
       01 WS-Score-Month-No picture 9(6) value 0.
       01 WS-Stat-Date picture 9(8) value 0.
       01 WS-Stat-Date-Parts redefines WS-Stat-Date.
         05 WS-Stat-Year picture 9(4).
         05 WS-Stat-Mon picture 99.
         05 WS-Stat-Day picture 99.
       01 WS-Stat-Month-No picture 9(6) value 0.
       01 WS-Month-Back picture s9(6) value 0.
       01 WS-Bucket picture 9 value 0.
       01 WS-Prior-Month-No picture 9(6) value 0.
       01 WS-Prior-Month picture 9(6) value 0.
       01 WS-Prior-Month-Parts redefines WS-Prior-Month.
         05 WS-Prior-Year picture 9(4).
         05 WS-Prior-Mon picture 99.

      *One entry per shipping office seen in the four months. Bucket
      *1 is the month being scored, 2 to 4 the three months before it,
      *most recent first. The error count is the lines the office got
      *wrong - ship not registered, voyage not scheduled, product not
      *priced and stale FX for the sailing date. Lines held for a
      *consignee's credit are shown but are not the office's error.
       01 WS-Max-Offices picture 99 value 50.
       01 WS-Office-Count picture 99 value 0.
       01 OfficeTable.
         05 officeArray occurs 1 to 50 times
              depending on WS-Office-Count.
           10 WS-SC-Office picture x(3).
           10 WS-SC-Bucket occurs 4 times.
             15 WS-SC-Lines picture 9(7).
             15 WS-SC-Errors picture 9(7).
             15 WS-SC-Manifests picture 9(5).
             15 WS-SC-Out-Of-Balance picture 9(5).
             15 WS-SC-Repaired picture 9(7).
           10 WS-SC-Exc-Ship picture 9(7).
           10 WS-SC-Exc-Voyage picture 9(7).
           10 WS-SC-Exc-Product picture 9(7).
           10 WS-SC-Exc-Stale picture 9(7).
           10 WS-SC-Exc-Hold picture 9(7).
           10 WS-SC-Rate picture 9(3)v9.
           10 WS-SC-Prior-Rate picture 9(3)v9.
           10 WS-SC-Prior-Lines picture 9(7).
       01 ofx picture 99 value 0.
       01 bk picture 9 value 0.
       01 WS-Office-Index picture 99 value 0.
       01 WS-Prior-Errors picture 9(7) value 0.
       01 WS-Rate-Work picture 9(3)v9 value 0.
       01 WS-Rate-Edit picture ZZ9.9.

      *Offices are ranked worst error rate first, the same way the
      *salesperson report ranks its top performers.
       01 WS-Ranked-Count picture 99 value 0.
       01 ScoreOrder occurs 1 to 50 times
           depending on WS-Office-Count
           picture 99.
       01 rnk picture 99 value 0.
       01 chk picture 99 value 0.
       01 WS-Rank-Best-Pos picture 99 value 0.
       01 WS-Rank-Best-Val picture 9(3)v9 value 0.
       01 WS-Rank-Temp picture 99 value 0.

       01 WS-Stats-Read picture 9(7) value 0.
       01 WS-Total-Lines picture 9(9) value 0.
       01 WS-Total-Errors picture 9(9) value 0.
       01 WS-Total-Repaired picture 9(9) value 0.

       01 SC-Header.
         05 picture x(16) value spaces.
         05 picture x(37) value 'SHIPPING OFFICE QUALITY SCORECARD -  '.
         05 SH-Year-Out picture 9(4).
         05 picture x value '/'.
         05 SH-Month-Out picture 99.
         05 picture x(20) value spaces.

       01 SC-Prior-Months-Line.
         05 picture x(16) value spaces.
         05 picture x(14) value 'PRIOR MONTHS: '.
         05 SP-Month1-Out picture 9(6).
         05 picture x(2) value spaces.
         05 SP-Month2-Out picture 9(6).
         05 picture x(2) value spaces.
         05 SP-Month3-Out picture 9(6).
         05 picture x(28) value spaces.

       01 SC-Column-Header.
         05 picture x(2) value spaces.
         05 picture x(4) value 'RANK'.
         05 picture x(2) value spaces.
         05 picture x(6) value 'OFFICE'.
         05 picture x(3) value spaces.
         05 picture x(5) value 'LINES'.
         05 picture x(3) value spaces.
         05 picture x(6) value 'ERRORS'.
         05 picture x(3) value spaces.
         05 picture x(4) value 'RATE'.
         05 picture x(2) value spaces.
         05 picture x(5) value 'MTH-1'.
         05 picture x(2) value spaces.
         05 picture x(5) value 'MTH-2'.
         05 picture x(2) value spaces.
         05 picture x(5) value 'MTH-3'.
         05 picture x(2) value spaces.
         05 picture x(5) value 'PRIOR'.
         05 picture x(2) value spaces.
         05 picture x(5) value 'TREND'.
         05 picture x(7) value spaces.

       01 SC-Detail-Line.
         05 picture x(3) value spaces.
         05 SD-Rank-Out picture ZZ9.
         05 picture x(3) value spaces.
         05 SD-Office-Out picture x(3).
         05 picture x(3) value spaces.
         05 SD-Lines-Out picture ZZZZZZ9.
         05 picture x(2) value spaces.
         05 SD-Errors-Out picture ZZZZZZ9.
         05 picture x(2) value spaces.
         05 SD-Rate-Out picture ZZ9.9.
         05 picture x(2) value spaces.
         05 SD-Month1-Out picture x(5).
         05 picture x(2) value spaces.
         05 SD-Month2-Out picture x(5).
         05 picture x(2) value spaces.
         05 SD-Month3-Out picture x(5).
         05 picture x(2) value spaces.
         05 SD-Prior-Out picture x(5).
         05 picture x(2) value spaces.
         05 SD-Trend-Out picture x(6).
         05 picture x(6) value spaces.

       01 SC-Reason-Line.
         05 picture x(12) value spaces.
         05 picture x(5) value 'SHIP '.
         05 SR-Ship-Out picture ZZZZ9.
         05 picture x(8) value '  VOYAGE'.
         05 picture x value space.
         05 SR-Voyage-Out picture ZZZZ9.
         05 picture x(9) value '  PRODUCT'.
         05 picture x value space.
         05 SR-Product-Out picture ZZZZ9.
         05 picture x(10) value '  STALE FX'.
         05 picture x value space.
         05 SR-Stale-Out picture ZZZZ9.
         05 picture x(7) value '  HOLD '.
         05 SR-Hold-Out picture ZZZZ9.
         05 picture x value space.

       01 SC-Manifest-Line.
         05 picture x(12) value spaces.
         05 picture x(10) value 'MANIFESTS '.
         05 SM-Manifests-Out picture ZZZZ9.
         05 picture x(17) value '  OUT OF BALANCE '.
         05 SM-Oob-Out picture ZZZZ9.
         05 picture x(11) value '  REPAIRED '.
         05 SM-Repaired-Out picture ZZZZZZ9.
         05 picture x(13) value spaces.

       01 SC-Total-Line.
         05 picture x(2) value spaces.
         05 picture x(12) value 'ALL OFFICES '.
         05 ST-Lines-Out picture ZZZZZZZZ9.
         05 picture x(2) value spaces.
         05 ST-Errors-Out picture ZZZZZZZZ9.
         05 picture x(2) value spaces.
         05 ST-Rate-Out picture ZZ9.9.
         05 picture x(12) value '  REPAIRED: '.
         05 ST-Repaired-Out picture ZZZZZZZZ9.
         05 picture x(18) value spaces.

       01 SC-Note-Line.
         05 picture x(2) value spaces.
         05 picture x(40) value 'RATE = SHIP, VOYAGE, PRODUCT AND STALE '.
         05 picture x(38) value 'FX EXCEPTIONS PER 100 LINES RECEIVED  '.

       01 SC-None-Line.
         05 picture x(2) value spaces.
         05 picture x(40) value 'NO MANIFESTS RECEIVED IN THE MONTH     '.
         05 picture x(38) value spaces.

      *Run-audit bookkeeping - swing tolerance from AuditParm, counts
      *compared to this program's previous audit record. Read counts
      *the statistics records, written the offices ranked.
       01 WS-AUD-Status picture xx value spaces.
       01 WS-AP-Status picture xx value spaces.
       01 Audit-More-Records picture xxx value 'Yes'.
       01 WS-Swing-Pct picture 999 value 25.
       01 WS-Prev-Audit-Found picture x value 'N'.
       01 WS-Prev-Read picture 9(7) value 0.
       01 WS-Prev-Written picture 9(7) value 0.
       01 WS-Audit-Diff picture 9(8) value 0.
       01 WS-Audit-Flag picture x(12) value spaces.
       01 WS-Audit-Program picture x(20) value 'CARGOOFFICESCORE'.
       01 WS-Audit-Written picture 9(7) value 0.

       Procedure division.
       100-Main-Module.
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Run-Date =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           Move FUNCTION CURRENT-DATE (9:6) to WS-Run-Time
           perform 110-Read-Scorecard-Parm
           perform 150-Load-Office-Stats
           perform 300-Compute-Rates
           open output ScorecardReport
           perform 200-Print-Header
           perform 400-Rank-Offices
           perform 500-Print-Totals
           close ScorecardReport
           perform 900-Write-Run-Audit
           display 'OFFICE STATISTICS RECORDS READ: ' WS-Stats-Read
           display 'OFFICES RANKED:                 ' WS-Ranked-Count
           goback.

       110-Read-Scorecard-Parm.
           compute WS-Score-Month =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           open input ScorecardParm
           if WS-SP-Status = '00'
               read ScorecardParm
                   at end
                       continue
                   not at end
                       if SP-Month numeric and SP-Month > 0
                           move SP-Month to WS-Score-Month
                       end-if
               end-read
               close ScorecardParm
           end-if
           if WS-Score-Mon < 1 or WS-Score-Mon > 12
               compute WS-Score-Month =
                   WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           end-if
           compute WS-Score-Month-No = WS-Score-Year * 12 + WS-Score-Mon.

      *Every statistics record dated in the scored month or the three
      *before it lands in its office's bucket for that month.
       150-Load-Office-Stats.
           open input OfficeStats
           if WS-OS-Status = '00'
               perform until Stats-More-Records = 'No'
                   read OfficeStats
                       at end
                           move 'No' to Stats-More-Records
                       not at end
                           add 1 to WS-Stats-Read
                           if OS-Run-Date numeric
                               move OS-Run-Date to WS-Stat-Date
                               compute WS-Stat-Month-No =
                                   WS-Stat-Year * 12 + WS-Stat-Mon
                               compute WS-Month-Back =
                                   WS-Score-Month-No - WS-Stat-Month-No
                               if WS-Month-Back >= 0 and WS-Month-Back <= 3
                                   compute WS-Bucket = WS-Month-Back + 1
                                   perform 160-Find-Office
                                   if WS-Office-Index > 0
                                       perform 170-Add-Stats
                                   end-if
                               end-if
                           end-if
                   end-read
               end-perform
               close OfficeStats
           end-if.

       160-Find-Office.
           move 0 to WS-Office-Index
           perform varying ofx from 1 by 1
             until ofx > WS-Office-Count
               if WS-SC-Office(ofx) = OS-Office
                   move ofx to WS-Office-Index
               end-if
           end-perform
           if WS-Office-Index = 0
               if WS-Office-Count < WS-Max-Offices
                   add 1 to WS-Office-Count
                   move WS-Office-Count to WS-Office-Index
                   move OS-Office to WS-SC-Office(WS-Office-Index)
                   perform varying bk from 1 by 1 until bk > 4
                       move 0 to WS-SC-Lines(WS-Office-Index bk)
                       move 0 to WS-SC-Errors(WS-Office-Index bk)
                       move 0 to WS-SC-Manifests(WS-Office-Index bk)
                       move 0 to WS-SC-Out-Of-Balance(WS-Office-Index bk)
                       move 0 to WS-SC-Repaired(WS-Office-Index bk)
                   end-perform
                   move 0 to WS-SC-Exc-Ship(WS-Office-Index)
                   move 0 to WS-SC-Exc-Voyage(WS-Office-Index)
                   move 0 to WS-SC-Exc-Product(WS-Office-Index)
                   move 0 to WS-SC-Exc-Stale(WS-Office-Index)
                   move 0 to WS-SC-Exc-Hold(WS-Office-Index)
               else
                   display 'OFFICE TABLE FULL - OFFICE ' OS-Office
                       ' LEFT OFF THE SCORECARD'
               end-if
           end-if.

       170-Add-Stats.
           add OS-Lines to WS-SC-Lines(WS-Office-Index WS-Bucket)
           add OS-Exc-Ship OS-Exc-Voyage OS-Exc-Product OS-Exc-Stale
             to WS-SC-Errors(WS-Office-Index WS-Bucket)
           add OS-Manifests to WS-SC-Manifests(WS-Office-Index WS-Bucket)
           add OS-Out-Of-Balance
             to WS-SC-Out-Of-Balance(WS-Office-Index WS-Bucket)
           add OS-Repaired to WS-SC-Repaired(WS-Office-Index WS-Bucket)
           if WS-Bucket = 1
               add OS-Exc-Ship to WS-SC-Exc-Ship(WS-Office-Index)
               add OS-Exc-Voyage to WS-SC-Exc-Voyage(WS-Office-Index)
               add OS-Exc-Product to WS-SC-Exc-Product(WS-Office-Index)
               add OS-Exc-Stale to WS-SC-Exc-Stale(WS-Office-Index)
               add OS-Exc-Hold to WS-SC-Exc-Hold(WS-Office-Index)
           end-if.

       200-Print-Header.
           move spaces to Print-Rec
           move WS-Score-Year to SH-Year-Out
           move WS-Score-Mon to SH-Month-Out
           move SC-Header to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move spaces to Print-Rec
           compute WS-Prior-Month-No = WS-Score-Month-No - 1
           perform 210-Month-From-Number
           move WS-Prior-Month to SP-Month1-Out
           compute WS-Prior-Month-No = WS-Score-Month-No - 2
           perform 210-Month-From-Number
           move WS-Prior-Month to SP-Month2-Out
           compute WS-Prior-Month-No = WS-Score-Month-No - 3
           perform 210-Month-From-Number
           move WS-Prior-Month to SP-Month3-Out
           move SC-Prior-Months-Line to Print-Rec
           write Print-Rec
             after advancing 1 line
           move SC-Column-Header to Print-Rec
           write Print-Rec
             after advancing 2 lines
           move VoidLine to Print-Rec
           write Print-Rec.

       210-Month-From-Number.
           compute WS-Prior-Year = (WS-Prior-Month-No - 1) / 12
           compute WS-Prior-Mon =
               WS-Prior-Month-No - WS-Prior-Year * 12.

      *The scored month's rate against the rate over the three months
      *before it taken together. An office with nothing in the prior
      *months is new to the scorecard.
       300-Compute-Rates.
           perform varying ofx from 1 by 1
             until ofx > WS-Office-Count
               move 0 to WS-SC-Rate(ofx)
               if WS-SC-Lines(ofx 1) > 0
                   compute WS-SC-Rate(ofx) rounded =
                       WS-SC-Errors(ofx 1) * 100 / WS-SC-Lines(ofx 1)
               end-if
               move 0 to WS-SC-Prior-Lines(ofx)
               move 0 to WS-Prior-Errors
               perform varying bk from 2 by 1 until bk > 4
                   add WS-SC-Lines(ofx bk) to WS-SC-Prior-Lines(ofx)
                   add WS-SC-Errors(ofx bk) to WS-Prior-Errors
               end-perform
               move 0 to WS-SC-Prior-Rate(ofx)
               if WS-SC-Prior-Lines(ofx) > 0
                   compute WS-SC-Prior-Rate(ofx) rounded =
                       WS-Prior-Errors * 100 / WS-SC-Prior-Lines(ofx)
               end-if
               move ofx to ScoreOrder(ofx)
           end-perform.

      *Only offices that sent lines in the scored month are ranked.
       400-Rank-Offices.
           move 0 to WS-Ranked-Count
           perform varying rnk from 1 by 1
             until rnk > WS-Office-Count
               move rnk to WS-Rank-Best-Pos
               move WS-SC-Rate(ScoreOrder(rnk)) to WS-Rank-Best-Val
               compute chk = rnk + 1
               perform varying chk from chk by 1
                 until chk > WS-Office-Count
                   if WS-SC-Rate(ScoreOrder(chk)) > WS-Rank-Best-Val
                       move chk to WS-Rank-Best-Pos
                       move WS-SC-Rate(ScoreOrder(chk)) to WS-Rank-Best-Val
                   end-if
               end-perform
               move ScoreOrder(rnk) to WS-Rank-Temp
               move ScoreOrder(WS-Rank-Best-Pos) to ScoreOrder(rnk)
               move WS-Rank-Temp to ScoreOrder(WS-Rank-Best-Pos)
               move ScoreOrder(rnk) to ofx
               if WS-SC-Lines(ofx 1) > 0
                   add 1 to WS-Ranked-Count
                   perform 410-Print-Office
               end-if
           end-perform
           if WS-Ranked-Count = 0
               move spaces to Print-Rec
               move SC-None-Line to Print-Rec
               write Print-Rec
                 after advancing 1 line
           end-if.

       410-Print-Office.
           move spaces to Print-Rec
           move WS-Ranked-Count to SD-Rank-Out
           move WS-SC-Office(ofx) to SD-Office-Out
           move WS-SC-Lines(ofx 1) to SD-Lines-Out
           move WS-SC-Errors(ofx 1) to SD-Errors-Out
           move WS-SC-Rate(ofx) to SD-Rate-Out
           move 2 to bk
           perform 420-Month-Rate
           move WS-Rate-Edit to SD-Month1-Out
           if WS-SC-Lines(ofx 2) = 0
               move '   - ' to SD-Month1-Out
           end-if
           move 3 to bk
           perform 420-Month-Rate
           move WS-Rate-Edit to SD-Month2-Out
           if WS-SC-Lines(ofx 3) = 0
               move '   - ' to SD-Month2-Out
           end-if
           move 4 to bk
           perform 420-Month-Rate
           move WS-Rate-Edit to SD-Month3-Out
           if WS-SC-Lines(ofx 4) = 0
               move '   - ' to SD-Month3-Out
           end-if
           if WS-SC-Prior-Lines(ofx) = 0
               move '   - ' to SD-Prior-Out
               move 'NEW' to SD-Trend-Out
           else
               move WS-SC-Prior-Rate(ofx) to WS-Rate-Edit
               move WS-Rate-Edit to SD-Prior-Out
               if WS-SC-Rate(ofx) > WS-SC-Prior-Rate(ofx)
                   move 'WORSE' to SD-Trend-Out
               else
                   if WS-SC-Rate(ofx) < WS-SC-Prior-Rate(ofx)
                       move 'BETTER' to SD-Trend-Out
                   else
                       move 'SAME' to SD-Trend-Out
                   end-if
               end-if
           end-if
           move SC-Detail-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines

           move spaces to Print-Rec
           move WS-SC-Exc-Ship(ofx) to SR-Ship-Out
           move WS-SC-Exc-Voyage(ofx) to SR-Voyage-Out
           move WS-SC-Exc-Product(ofx) to SR-Product-Out
           move WS-SC-Exc-Stale(ofx) to SR-Stale-Out
           move WS-SC-Exc-Hold(ofx) to SR-Hold-Out
           move SC-Reason-Line to Print-Rec
           write Print-Rec
             after advancing 1 line
           move spaces to Print-Rec
           move WS-SC-Manifests(ofx 1) to SM-Manifests-Out
           move WS-SC-Out-Of-Balance(ofx 1) to SM-Oob-Out
           move WS-SC-Repaired(ofx 1) to SM-Repaired-Out
           move SC-Manifest-Line to Print-Rec
           write Print-Rec
             after advancing 1 line

           add WS-SC-Lines(ofx 1) to WS-Total-Lines
           add WS-SC-Errors(ofx 1) to WS-Total-Errors
           add WS-SC-Repaired(ofx 1) to WS-Total-Repaired
           add 1 to WS-Audit-Written.

       420-Month-Rate.
           move 0 to WS-Rate-Work
           if WS-SC-Lines(ofx bk) > 0
               compute WS-Rate-Work rounded =
                   WS-SC-Errors(ofx bk) * 100 / WS-SC-Lines(ofx bk)
           end-if
           move WS-Rate-Work to WS-Rate-Edit.

       500-Print-Totals.
           move spaces to Print-Rec
           move WS-Total-Lines to ST-Lines-Out
           move WS-Total-Errors to ST-Errors-Out
           move 0 to WS-Rate-Work
           if WS-Total-Lines > 0
               compute WS-Rate-Work rounded =
                   WS-Total-Errors * 100 / WS-Total-Lines
           end-if
           move WS-Rate-Work to ST-Rate-Out
           move WS-Total-Repaired to ST-Repaired-Out
           move SC-Total-Line to Print-Rec
           write Print-Rec
             after advancing 3 lines
           move SC-Note-Line to Print-Rec
           write Print-Rec
             after advancing 2 lines.

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
           move WS-Stats-Read to AUD-Records-Read
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
               if WS-Stats-Read > WS-Prev-Read
                   compute WS-Audit-Diff = WS-Stats-Read - WS-Prev-Read
               else
                   compute WS-Audit-Diff = WS-Prev-Read - WS-Stats-Read
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
