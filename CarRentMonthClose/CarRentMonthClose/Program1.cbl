                         Select LedgerArchive assign to WS-Archive-Name
                            organization is line sequential
                            file status is WS-AR-Status.
      *Every archive the close starts gets its name added to the
      *index, so later reporting can find all the dated files.
                         Select LedgerArchiveIndex assign to 'E:\COBOL Stuff\CarRentMonthClose\CarRentMonthClose\LedgerArchiveIndex.txt'
                            organization is line sequential
                            file status is WS-AI-Status.
                         Select CloseReport assign to 'E:\COBOL Stuff\CarRentMonthClose\CarRentMonthClose\MonthCloseReport.txt'
                            organization is line sequential.

         05 LG-Discount picture 9(5)v99.
         05 LG-TotalAmount picture 9(7)v99.
         05 LG-Incidentals picture 9(5)v99.
         05 LG-Agreement-No picture 9(7).

       Fd LedgerWork.
       01 Work-Rec picture x(100).
       Fd LedgerArchive.
       01 Archive-Rec picture x(100).

       Fd LedgerArchiveIndex.
       01 Archive-Index-Rec picture x(80).

       Fd CloseReport.
       01 Print-Rec picture x(80).

       01 Work-More-Records picture xxx value 'Yes'.
       01 WS-ML-Status picture xx value spaces.
       01 WS-AR-Status picture xx value spaces.
       01 WS-AI-Status picture xx value spaces.
       01 VoidLine picture x(80) value spaces.

       01 WS-CURRENT-DATE-DATA.
       01 WS-Record-Revenue picture 9(7)v99 value 0.

       01 WS-Archive-Name picture x(80) value spaces.
       01 WS-Archive-Date picture 9(8) value 0.

      *Archives written before the index existed are found by trying
      *each dated name over this many days back from today.
       01 WS-Seed-Days picture 9(5) value 1830.
       01 WS-Seed-Today picture 9(7) value 0.
       01 WS-Seed-Day picture 9(7) value 0.
       01 WS-Seed-Count picture 9(5) value 0.

      *Balancing counters - what left for the archive against what
      *stayed on the live ledger, so the close can prove nothing was
           Move FUNCTION CURRENT-DATE (1:8) to WS-CURRENT-DATE-DATA
           Compute WS-Current-YYYYMM =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH

           open input LedgerArchiveIndex
           if WS-AI-Status = '35'
               perform 120-Seed-Archive-Index
           else
               close LedgerArchiveIndex
           end-if

           move WS-CURRENT-DATE to WS-Archive-Date
           perform 110-Build-Archive-Name

           open input MonthlyLedger
           if WS-ML-Status not = '00'
           open extend LedgerArchive
           if WS-AR-Status = '35'
               open output LedgerArchive
               perform 150-Index-New-Archive
           end-if
           open output LedgerWork

           perform 400-Write-Balance-Report
           stop run.

       110-Build-Archive-Name.
           move spaces to WS-Archive-Name
           string 'E:\COBOL Stuff\CarRentMonthClose\CarRentMonthClose'
               '\LedgerArchive-' delimited by size
               WS-Archive-Date delimited by size
               '.txt' delimited by size
               into WS-Archive-Name
           end-string.

      *First close with no index on file - put every dated archive
      *already on disk onto a new index, oldest first, so the
      *reporting that walks the index sees the earlier months too.
       120-Seed-Archive-Index.
           open output LedgerArchiveIndex
           move WS-CURRENT-DATE to WS-Archive-Date
           compute WS-Seed-Today =
               function integer-of-date(WS-Archive-Date)
           compute WS-Seed-Day = WS-Seed-Today - WS-Seed-Days
           perform until WS-Seed-Day not < WS-Seed-Today
               compute WS-Archive-Date =
                   function date-of-integer(WS-Seed-Day)
               perform 110-Build-Archive-Name
               open input LedgerArchive
               if WS-AR-Status = '00'
                   close LedgerArchive
                   move WS-Archive-Name to Archive-Index-Rec
                   write Archive-Index-Rec
                   add 1 to WS-Seed-Count
               end-if
               add 1 to WS-Seed-Day
           end-perform
           close LedgerArchiveIndex
           display 'ARCHIVE INDEX CREATED - ' WS-Seed-Count
               ' EXISTING ARCHIVES ADDED'.

      *A second close on the same day extends the same archive, so
      *only a newly created archive goes on the index.
       150-Index-New-Archive.
           open extend LedgerArchiveIndex
           if WS-AI-Status = '35'
               open output LedgerArchiveIndex
           end-if
           move WS-Archive-Name to Archive-Index-Rec
           write Archive-Index-Rec
           close LedgerArchiveIndex.

      *Anything dated in the current month stays live; everything
      *older moves to the dated archive. Revenue counts the rental
      *total plus the incidental charges, the same figure the
