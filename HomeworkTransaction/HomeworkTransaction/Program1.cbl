                       SELECT AUDITPARM ASSIGN TO "E:\COBOL Stuff\AuditParm.txt"
                       organization is line sequential
                       file status is WS-AP-STATUS.
                       SELECT STANDINGORDERS ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\StandingOrders.txt"
                       organization is line sequential
                       file status is WS-SO-STATUS.
                       SELECT STANDINGREPORT ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\StandingOrderReport.txt"
                       organization is line sequential.
                       SELECT SCHEDULEFILE ASSIGN TO "E:\COBOL Stuff\NightRunDriver\NightRunDriver\ScheduleFile.txt"
                       organization is line sequential
                       file status is WS-SCH-STATUS.
                       SELECT POSTEDJOURNAL ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\PostedJournal.txt"
                       organization is line sequential
                       file status is WS-PJ-STATUS.
                       SELECT JOURNALRUN ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\JournalRun.txt"
                       organization is line sequential.
                       SELECT JOURNALWORK ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\JournalWork.txt"
                       organization is line sequential.
                       SELECT JOURNALCONTROL ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\JournalControl.txt"
                       organization is line sequential
                       file status is WS-JC-STATUS.
                       SELECT CORRECTIONSREGISTER ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\CorrectionsRegister.txt"
                       organization is line sequential.
                       SELECT CASHWATCHPARM ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\CashWatchParm.txt"
                       organization is line sequential
                       file status is WS-CW-STATUS.
                       SELECT CASHHISTORY ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\CashHistory.txt"
                       organization is line sequential
                       file status is WS-CH-STATUS.
                       SELECT LARGECASHREPORT ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\LargeCash.txt"
                       organization is line sequential.
                       SELECT STRUCTURINGREPORT ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\StructuringAlerts.txt"
                       organization is line sequential.
                       SELECT HOLDRULES ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\HoldRules.txt"
                       organization is line sequential
                       file status is WS-HR-STATUS.
                       SELECT DEPOSITHOLDS ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\DepositHolds.txt"
                       organization is line sequential
                       file status is WS-DH-STATUS.
                       SELECT HELDFUNDSREPORT ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\HeldFunds.txt"
                       organization is line sequential.
                       SELECT SORTWORK ASSIGN TO "SORTWORK".
                       SELECT SORTEDCLIENTS ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\SortedClients.txt"
                       organization is line sequential.
         05 TRANS-TYPE-SRT PICTURE X.
      *The counterparty of a transfer is that customer's account
      *number; the trailing filler is what remains of the old
      *name-keyed counterparty column. A reversal ('X') carries the
      *journal reference of the entry it reverses in the same columns.
         05 COUNTERPARTY-AREA-SRT.
            10 COUNTERPARTY-SRT PICTURE 9(6).
            10 PICTURE X(6).
         05 REVERSAL-AREA-SRT REDEFINES COUNTERPARTY-AREA-SRT.
            10 REVERSE-REF-SRT PICTURE 9(8).
            10 PICTURE X(4).
         05 ACCT-NUMBER-SRT PICTURE 9(6).

       SD SORTWORK.
         05 SORT-DATE-INPUT PICTURE X(8).
         05 SORT-AMOUNT PICTURE 999999.
         05 SORT-TRANS-TYPE PICTURE X.
         05 SORT-COUNTERPARTY-AREA.
            10 SORT-COUNTERPARTY PICTURE 9(6).
            10 PICTURE X(5).
         05 SORT-REVERSAL-AREA REDEFINES SORT-COUNTERPARTY-AREA.
            10 SORT-REVERSE-REF PICTURE 9(8).
            10 PICTURE X(3).
         05 SORT-SOURCE PICTURE X.
         05 SORT-ACCT-NUMBER PICTURE 9(6).

       FD SORTEDCLIENTS.
           88 IS-TRANSFER-IN VALUE 'R'.
           88 IS-FEE VALUE 'F'.
           88 IS-INTEREST VALUE 'I'.
           88 IS-REVERSAL VALUE 'X'.
           88 VALID-TRANS-TYPE VALUE 'D' 'W' 'T' 'R' 'F' 'I' 'X'.
         05 COUNTERPARTY-AREA.
           10 COUNTERPARTY-ACCT PICTURE 9(6).
           10 PICTURE X(5).
         05 REVERSAL-AREA REDEFINES COUNTERPARTY-AREA.
           10 REVERSE-REF PICTURE 9(8).
           10 PICTURE X(3).
      *Set by the sort input procedure only - S marks a payment it
      *generated from a standing instruction. Keyed input always
      *arrives with it blank.
         05 TRANS-SOURCE PICTURE X.
           88 FROM-STANDING-ORDER VALUE 'S'.
         05 ACCT-NUMBER PICTURE 9(6).

       FD FINALREPORT.

      *Account status: O open, F frozen (credits only), C closed (no
      *postings at all). Master records from before the status byte
      *existed read as spaces and count as open. AM-REVIEW-STATUS is
      *S once the account has been flagged for possible structuring,
      *with how many times and when it was last flagged; it stays set
      *until compliance clears it on the master. AM-AVAILABLE is the
      *ledger balance less deposits still on hold, as at the end of
      *the run; AM-OPEN-DATE (YYYYMMDD) dates the account for the hold
      *rules - blank on accounts opened before it was kept, which count
      *as established.
       FD ACCOUNTMASTER.
       01 MASTER-REC.
         05 AM-NAME.
         05 AM-STATUS PICTURE X.
         05 AM-NUMBER PICTURE 9(6).
         05 AM-DORMANT-FLAG PICTURE X.
         05 AM-REVIEW-STATUS PICTURE X.
         05 AM-REVIEW-COUNT PICTURE 999.
         05 AM-REVIEW-DATE PICTURE 9(8).
         05 AM-AVAILABLE PICTURE S9(7) SIGN IS LEADING SEPARATE.
         05 AM-OPEN-DATE PICTURE 9(8).

      *Dormancy thresholds (optional file) - months without movement
      *before an account lands on the dormant report, and months
         05 GL-TR-NET PICTURE S9(9) SIGN IS LEADING SEPARATE.
         05 PICTURE X(2).

      *Standing instructions (optional file) - one record per
      *recurring transfer ('T', to the counterparty account) or
      *payment out ('W') an account holder has set up, so nobody keys
      *them into CLIENTSINFO by hand each month. Frequency W weekly,
      *M monthly, Q quarterly; monthly and quarterly instructions pay
      *on SO-PAY-DAY (taken from the first due date when left blank),
      *moved back to the month end in short months. Dates on this file
      *are YYYYMMDD like the GL posting date; an end date of zeros
      *runs until cancelled. SO-RETRY-DATE is set when a due payment
      *could not be made and holds the business day it is tried again.
      *SO-STATE A active, E ended.
       FD STANDINGORDERS.
       01 STANDING-ORDER-REC.
         05 SO-ACCT-NUMBER PICTURE 9(6).
         05 SO-SEQ PICTURE 99.
         05 SO-TRANS-TYPE PICTURE X.
         05 SO-AMOUNT PICTURE 9(6).
         05 SO-COUNTERPARTY PICTURE 9(6).
         05 SO-FREQUENCY PICTURE X.
         05 SO-NEXT-DUE PICTURE 9(8).
         05 SO-END-DATE PICTURE 9(8).
         05 SO-RETRY-DATE PICTURE 9(8).
         05 SO-PAY-DAY PICTURE 99.
         05 SO-STATE PICTURE X.
         05 SO-LAST-POSTED PICTURE 9(8).

       FD STANDINGREPORT.
       01 STANDING-REPORT-REC PICTURE X(80).

      *Permanent posted-transaction journal - every transaction that
      *posts to the master, each under its own reference number from
      *JOURNALCONTROL. A reversal entry names the reference it reverses
      *and that entry's type; the entry reversed is marked R with the
      *reversing reference. Amounts are signed as posted.
       FD POSTEDJOURNAL.
       01 JOURNAL-REC.
         05 PJ-REF PICTURE 9(8).
         05 PJ-ACCT PICTURE 9(6).
         05 PJ-NAME PICTURE X(12).
         05 PJ-TRANS-DATE PICTURE X(8).
         05 PJ-POST-DATE PICTURE 9(8).
         05 PJ-TYPE PICTURE X.
         05 PJ-SIGNED-AMOUNT PICTURE S9(6) SIGN IS LEADING SEPARATE.
         05 PJ-COUNTERPARTY PICTURE 9(6).
         05 PJ-REVERSES-REF PICTURE 9(8).
         05 PJ-REVERSES-TYPE PICTURE X.
         05 PJ-REVERSED-FLAG PICTURE X.
         05 PJ-REVERSED-BY PICTURE 9(8).
         05 PJ-SOURCE PICTURE X.

      *This run's postings, held until the journal is brought forward
      *at end of run, and the work copy the journal is rebuilt into.
       FD JOURNALRUN.
       01 JOURNAL-RUN-REC PICTURE X(75).

       FD JOURNALWORK.
       01 JOURNAL-WORK-REC PICTURE X(75).

      *Last journal reference issued.
       FD JOURNALCONTROL.
       01 JOURNAL-CONTROL-REC.
         05 JC-LAST-REF PICTURE 9(8).

       FD CORRECTIONSREGISTER.
       01 CORRECTIONS-REC PICTURE X(80).

      *Cash reporting limits (optional file) - the large cash
      *threshold in whole dollars, how far under it (percent) a deposit
      *counts as just under, the look-back window in days and how many
      *just-under deposits in the window make a pattern.
       FD CASHWATCHPARM.
       01 CASH-WATCH-PARM-REC.
         05 CW-THRESHOLD PICTURE 9(6).
         05 CW-NEAR-PCT PICTURE 99.
         05 CW-WINDOW-DAYS PICTURE 999.
         05 CW-MIN-COUNT PICTURE 99.

      *Rolling history of just-under cash deposits, kept only as far
      *back as the window reaches.
       FD CASHHISTORY.
       01 CASH-HISTORY-REC.
         05 CH-ACCT PICTURE 9(6).
         05 CH-DATE PICTURE 9(8).
         05 CH-AMOUNT PICTURE 9(6).
         05 CH-REF PICTURE 9(8).

       FD LARGECASHREPORT.
       01 LARGE-CASH-REC PICTURE X(80).

       FD STRUCTURINGREPORT.
       01 STRUCTURING-REC PICTURE X(80).

      *Deposit hold rules (optional file) - one line per band: a
      *deposit from HR-AMOUNT-FROM to HR-AMOUNT-TO dollars into an
      *account open from HR-AGE-FROM to HR-AGE-TO days is held for
      *HR-HOLD-DAYS business days. The first matching line wins; a
      *deposit no line matches is available at once.
       FD HOLDRULES.
       01 HOLD-RULE-REC.
         05 HR-AMOUNT-FROM PICTURE 9(6).
         05 HR-AMOUNT-TO PICTURE 9(6).
         05 HR-AGE-FROM PICTURE 9(5).
         05 HR-AGE-TO PICTURE 9(5).
         05 HR-HOLD-DAYS PICTURE 99.

      *Deposits still on hold - the journal reference of the deposit,
      *its date and amount and the business day the funds release.
       FD DEPOSITHOLDS.
       01 DEPOSIT-HOLD-REC.
         05 DH-ACCT PICTURE 9(6).
         05 DH-REF PICTURE 9(8).
         05 DH-DEPOSIT-DATE PICTURE 9(8).
         05 DH-AMOUNT PICTURE 9(6).
         05 DH-RELEASE-DATE PICTURE 9(8).

       FD HELDFUNDSREPORT.
       01 HELD-FUNDS-REC PICTURE X(80).

      *Business-day calendar kept for the night run - H marks a
      *holiday. Weekends are never business days.
       FD SCHEDULEFILE.
       01 SCHEDULE-REC.
         05 SCH-DATE PICTURE 9(8).
         05 SCH-TYPE PICTURE X.

      *Shared run-audit file - every program in the suite appends one
      *record per run; the 900-level paragraphs are common across the
      *suite.
           10 WS-ACCT-ACTIVITY PICTURE X(8).
           10 WS-ACCT-STATUS PICTURE X.
           10 WS-ACCT-DORMANT PICTURE X.
           10 WS-ACCT-SO-DEBITS PICTURE S9(7).
           10 WS-ACCT-REVIEW PICTURE X.
           10 WS-ACCT-REVIEW-COUNT PICTURE 999.
           10 WS-ACCT-REVIEW-DATE PICTURE 9(8).
           10 WS-ACCT-NEAR-NEW PICTURE X.
           10 WS-ACCT-AVAILABLE PICTURE S9(7).
           10 WS-ACCT-OPEN-DATE PICTURE 9(8).
       01 WS-ACCT-FOUND PICTURE X VALUE 'N'.

      *Dormancy pass - last activity against the run date, measured
         05 AR-BALANCE-OUT PICTURE $$,$$$,$$9CR.
         05 PICTURE X(3) VALUE SPACES.
       01 WS-ACCT-INDEX PICTURE 999 VALUE 0.

      *Standing-order generation - every instruction due on or before
      *the run date is released into the sort with the accruals and
      *keyed input, dated the run date, and its due date rolls forward
      *by its frequency. A payment is made only if the account would
      *allow the debit and its available balance, less the standing
      *orders already released against it this run, covers it. One
      *that fails is tried again on the next business day; if it
      *fails again it is reported as not paid and the instruction
      *moves on to its next due date. Instructions behind by more
      *than one period catch up one payment at a time in the same run.
       01 WS-SO-STATUS PICTURE XX VALUE SPACES.
       01 WS-SO-MORE PICTURE XXX VALUE 'YES'.
       01 WS-MAX-ORDERS PICTURE 999 VALUE 300.
       01 WS-SO-COUNT PICTURE 999 VALUE 0.
       01 STANDING-ORDER-TABLE.
         05 STANDING-ORDER-ENTRY OCCURS 1 TO 300 TIMES
              DEPENDING ON WS-SO-COUNT
              INDEXED BY SX.
           10 WS-SO-IMAGE.
             15 WS-SO-ACCT-NUMBER PICTURE 9(6).
             15 WS-SO-SEQ PICTURE 99.
             15 WS-SO-TRANS-TYPE PICTURE X.
             15 WS-SO-AMOUNT PICTURE 9(6).
             15 WS-SO-COUNTERPARTY PICTURE 9(6).
             15 WS-SO-FREQUENCY PICTURE X.
             15 WS-SO-NEXT-DUE PICTURE 9(8).
             15 WS-SO-END-DATE PICTURE 9(8).
             15 WS-SO-RETRY-DATE PICTURE 9(8).
             15 WS-SO-PAY-DAY PICTURE 99.
             15 WS-SO-STATE PICTURE X.
             15 WS-SO-LAST-POSTED PICTURE 9(8).
           10 WS-SO-VALID PICTURE X.
       01 WS-SO-RUN-DATE PICTURE 9(8) VALUE 0.
       01 WS-SO-TRANS-DATE.
         05 WS-SO-TRANS-MM PICTURE 99.
         05 WS-SO-TRANS-DD PICTURE 99.
         05 WS-SO-TRANS-YYYY PICTURE 9(4).
       01 WS-SO-DATE PICTURE 9(8) VALUE 0.
       01 WS-SO-DATE-PARTS REDEFINES WS-SO-DATE.
         05 WS-SO-DATE-YYYY PICTURE 9(4).
         05 WS-SO-DATE-MM PICTURE 99.
         05 WS-SO-DATE-DD PICTURE 99.
       01 WS-SO-DATE-OK PICTURE X VALUE 'N'.
       01 WS-SO-DATE-INT PICTURE 9(8) VALUE 0.
       01 WS-SO-WEEKDAY PICTURE 9 VALUE 0.
       01 WS-SO-MONTHS PICTURE 9 VALUE 0.
       01 WS-SO-STOP PICTURE X VALUE 'N'.
       01 WS-SO-BUSINESS-DAY PICTURE X VALUE 'N'.
       01 WS-SO-ACCT-IX PICTURE 999 VALUE 0.
       01 WS-SO-CPTY-IX PICTURE 999 VALUE 0.
       01 WS-RV-ACCT-IX PICTURE 999 VALUE 0.
       01 WS-RV-PAIR-IX PICTURE 999 VALUE 0.
       01 WS-SO-AVAILABLE PICTURE S9(8) VALUE 0.
       01 WS-SO-FAIL-REASON PICTURE X(22) VALUE SPACES.
       01 WS-SO-ACTION PICTURE X(7) VALUE SPACES.
       01 WS-SO-POSTED-COUNT PICTURE 9(5) VALUE 0.
       01 WS-SO-RETRY-COUNT PICTURE 9(5) VALUE 0.
       01 WS-SO-FAILED-COUNT PICTURE 9(5) VALUE 0.

      *Reversals - an 'X' line names the journal reference it
      *reverses and must come from the same account with the same
      *amount. The sort input procedure holds the requests, finds
      *their originals on the journal in one pass (and, for a
      *transfer, the credit side it generated in a second), and
      *releases a reversing line for each side that passes; the rest
      *are rejected there. A reversal posts the exact opposite of the
      *original's signed amount. Reversals and the generated transfer
      *credit sides cannot themselves be reversed.
       01 WS-PJ-STATUS PICTURE XX VALUE SPACES.
       01 WS-JC-STATUS PICTURE XX VALUE SPACES.
       01 WS-PJ-MORE PICTURE XXX VALUE 'YES'.
       01 WS-LAST-REF PICTURE 9(8) VALUE 0.
       01 WS-JOURNAL-RUN-DATE PICTURE 9(8) VALUE 0.
       01 WS-MAX-REVERSALS PICTURE 999 VALUE 200.
       01 WS-RV-COUNT PICTURE 999 VALUE 0.
       01 REVERSAL-TABLE.
         05 REVERSAL-ENTRY OCCURS 1 TO 200 TIMES
              DEPENDING ON WS-RV-COUNT.
           10 WS-RV-REF PICTURE 9(8).
           10 WS-RV-ACCT PICTURE 9(6).
           10 WS-RV-NAME PICTURE X(12).
           10 WS-RV-DATE PICTURE X(8).
           10 WS-RV-AMOUNT PICTURE 9(6).
           10 WS-RV-FOUND PICTURE X.
           10 WS-RV-ORIG-ACCT PICTURE 9(6).
           10 WS-RV-ORIG-TYPE PICTURE X.
           10 WS-RV-ORIG-SIGNED PICTURE S9(6).
           10 WS-RV-ORIG-DATE PICTURE X(8).
           10 WS-RV-ORIG-CPTY PICTURE 9(6).
           10 WS-RV-ORIG-REVERSED PICTURE X.
           10 WS-RV-PAIR-REF PICTURE 9(8).
           10 WS-RV-PAIR-ACCT PICTURE 9(6).
           10 WS-RV-PAIR-SIGNED PICTURE S9(6).
           10 WS-RV-ACCEPTED PICTURE X.
           10 WS-RV-NEW-REF PICTURE 9(8).
           10 WS-RV-PAIR-NEW-REF PICTURE 9(8).
       01 RV PICTURE 999 VALUE 0.
       01 RV2 PICTURE 999 VALUE 0.
       01 WS-RV-IX PICTURE 999 VALUE 0.
       01 WS-RV-ANY-TRANSFER PICTURE X VALUE 'N'.
       01 WS-RV-PAIR-TAKEN PICTURE X VALUE 'N'.
       01 WS-REV-IS-PAIR PICTURE X VALUE 'N'.
       01 WS-REV-ORIG-REF PICTURE 9(8) VALUE 0.
       01 WS-REV-ORIG-TYPE PICTURE X VALUE SPACE.
       01 WS-REV-ORIG-SIGNED PICTURE S9(6) VALUE 0.
       01 WS-REV-ORIG-DATE PICTURE X(8) VALUE SPACES.
       01 WS-REV-TOTAL PICTURE S9(8) VALUE 0.

       01 CR-HEADER-LINE.
         05 PICTURE X(5) VALUE SPACES.
         05 PICTURE X(32) VALUE 'CORRECTIONS REGISTER - RUN DATE '.
         05 CRH-RUN-DATE-OUT PICTURE 9(8).
         05 PICTURE X(35) VALUE SPACES.

       01 CR-GROUP-LINE.
         05 PICTURE X(8) VALUE SPACES.
         05 PICTURE X(36) VALUE
             '---------- ORIGINAL ENTRY ----------'.
         05 PICTURE X(3) VALUE SPACES.
         05 PICTURE X(28) VALUE
             '------ REVERSING ENTRY -----'.
         05 PICTURE X(5) VALUE SPACES.

       01 CR-COLUMN-LINE.
         05 PICTURE X(8) VALUE '  ACCT  '.
         05 PICTURE X(39) VALUE
             'REFERENCE  TRN DATE TYP     AMOUNT     '.
         05 PICTURE X(33) VALUE
             'REFERENCE  TRN DATE     AMOUNT'.

       01 CR-DETAIL-LINE.
         05 PICTURE X VALUE SPACE.
         05 CRD-ACCT-OUT PICTURE 9(6).
         05 PICTURE X VALUE SPACE.
         05 CRD-ORIG-REF-OUT PICTURE 9(8).
         05 PICTURE X(3) VALUE SPACES.
         05 CRD-ORIG-DATE-OUT PICTURE X(8).
         05 PICTURE X VALUE SPACE.
         05 CRD-ORIG-TYPE-OUT PICTURE X(3).
         05 PICTURE X VALUE SPACE.
         05 CRD-ORIG-AMOUNT-OUT PICTURE $ZZZ,ZZ9CR.
         05 PICTURE X(5) VALUE SPACES.
         05 CRD-NEW-REF-OUT PICTURE 9(8).
         05 PICTURE X(3) VALUE SPACES.
         05 CRD-NEW-DATE-OUT PICTURE X(8).
         05 PICTURE X VALUE SPACE.
         05 CRD-NEW-AMOUNT-OUT PICTURE $ZZZ,ZZ9CR.
         05 PICTURE X(3) VALUE SPACES.

      *Cash watch - every posted cash deposit or withdrawal over the
      *threshold goes on the large cash report. Deposits just under it
      *are kept on the rolling history; an account that made one this
      *run is checked for a pattern - enough of them inside the window
      *adding up to more than the threshold - and flagged for review.
      *Standing-order payments and transfers are not cash.
       01 WS-CW-STATUS PICTURE XX VALUE SPACES.
       01 WS-CH-STATUS PICTURE XX VALUE SPACES.
       01 WS-CH-MORE PICTURE XXX VALUE 'YES'.
       01 WS-CASH-THRESHOLD PICTURE 9(6) VALUE 10000.
       01 WS-NEAR-PCT PICTURE 99 VALUE 10.
       01 WS-WINDOW-DAYS PICTURE 999 VALUE 10.
       01 WS-MIN-COUNT PICTURE 99 VALUE 3.
       01 WS-NEAR-FLOOR PICTURE 9(6) VALUE 0.
       01 WS-CASH-RUN-DATE PICTURE 9(8) VALUE 0.
       01 WS-WINDOW-START PICTURE 9(8) VALUE 0.
       01 WS-WINDOW-INT PICTURE 9(8) VALUE 0.
       01 WS-LARGE-COUNT PICTURE 9(5) VALUE 0.
       01 WS-STRUCT-COUNT PICTURE 9(5) VALUE 0.
       01 WS-NEAR-COUNT PICTURE 999 VALUE 0.
       01 WS-NEAR-TOTAL PICTURE 9(8) VALUE 0.
       01 WS-MAX-HISTORY PICTURE 9(4) VALUE 2000.
       01 WS-HISTORY-COUNT PICTURE 9(4) VALUE 0.
       01 CASH-HISTORY-TABLE.
         05 CASH-HISTORY-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON WS-HISTORY-COUNT.
           10 WS-CH-ACCT PICTURE 9(6).
           10 WS-CH-DATE PICTURE 9(8).
           10 WS-CH-AMOUNT PICTURE 9(6).
           10 WS-CH-REF PICTURE 9(8).
       01 HY PICTURE 9(4) VALUE 0.

       01 LC-HEADER-LINE.
         05 PICTURE X(5) VALUE SPACES.
         05 PICTURE X(31) VALUE 'LARGE CASH TRANSACTIONS - OVER '.
         05 LCH-THRESHOLD-OUT PICTURE $ZZZ,ZZ9.
         05 PICTURE X(11) VALUE '  RUN DATE '.
         05 LCH-RUN-DATE-OUT PICTURE 9(8).
         05 PICTURE X(17) VALUE SPACES.

       01 LC-DETAIL-LINE.
         05 PICTURE X(3) VALUE SPACES.
         05 LCD-ACCT-OUT PICTURE 9(6).
         05 PICTURE X(2) VALUE SPACES.
         05 LCD-INITIAL1-OUT PICTURE X.
         05 PICTURE X VALUE '.'.
         05 LCD-INITIAL2-OUT PICTURE X.
         05 PICTURE X VALUE '.'.
         05 LCD-NAME-OUT PICTURE X(10).
         05 PICTURE X(2) VALUE SPACES.
         05 LCD-DATE-OUT PICTURE X(10).
         05 PICTURE X(2) VALUE SPACES.
         05 LCD-TYPE-OUT PICTURE X(3).
         05 PICTURE X(2) VALUE SPACES.
         05 LCD-AMOUNT-OUT PICTURE $ZZZ,ZZ9.
         05 PICTURE X(3) VALUE SPACES.
         05 PICTURE X(4) VALUE 'REF '.
         05 LCD-REF-OUT PICTURE 9(8).
         05 PICTURE X(13) VALUE SPACES.

       01 LC-COUNT-LINE.
         05 PICTURE X(5) VALUE SPACES.
         05 PICTURE X(26) VALUE 'LARGE CASH TRANSACTIONS:  '.
         05 LCC-COUNT-OUT PICTURE ZZZZ9.
         05 PICTURE X(44) VALUE SPACES.

       01 ST-HEADER-LINE.
         05 PICTURE X(5) VALUE SPACES.
         05 PICTURE X(35) VALUE 'POSSIBLE STRUCTURING - DEPOSITS OF '.
         05 STH-FLOOR-OUT PICTURE $ZZZ,ZZ9.
         05 PICTURE X(4) VALUE ' TO '.
         05 STH-THRESHOLD-OUT PICTURE $ZZZ,ZZ9.
         05 PICTURE X(4) VALUE ' IN '.
         05 STH-WINDOW-OUT PICTURE ZZ9.
         05 PICTURE X(5) VALUE ' DAYS'.
         05 PICTURE X(8) VALUE SPACES.

       01 ST-ACCOUNT-LINE.
         05 PICTURE X(3) VALUE SPACES.
         05 STA-ACCT-OUT PICTURE 9(6).
         05 PICTURE X(2) VALUE SPACES.
         05 STA-NAME-OUT PICTURE X(12).
         05 PICTURE X(2) VALUE SPACES.
         05 STA-COUNT-OUT PICTURE ZZ9.
         05 PICTURE X(10) VALUE ' DEPOSITS '.
         05 STA-TOTAL-OUT PICTURE $$,$$$,$$9.
         05 PICTURE X(2) VALUE SPACES.
         05 PICTURE X(8) VALUE 'FLAGGED '.
         05 STA-TIMES-OUT PICTURE ZZ9.
         05 PICTURE X(6) VALUE ' TIMES'.
         05 PICTURE X(2) VALUE SPACES.
         05 STA-REPEAT-OUT PICTURE X(6).
         05 PICTURE X(5) VALUE SPACES.

       01 ST-DEPOSIT-LINE.
         05 PICTURE X(14) VALUE SPACES.
         05 STD-DATE-OUT PICTURE 9(8).
         05 PICTURE X(3) VALUE SPACES.
         05 STD-AMOUNT-OUT PICTURE $ZZZ,ZZ9.
         05 PICTURE X(3) VALUE SPACES.
         05 PICTURE X(4) VALUE 'REF '.
         05 STD-REF-OUT PICTURE 9(8).
         05 PICTURE X(32) VALUE SPACES.

       01 ST-COUNT-LINE.
         05 PICTURE X(5) VALUE SPACES.
         05 PICTURE X(26) VALUE 'ACCOUNTS FLAGGED:         '.
         05 STC-COUNT-OUT PICTURE ZZZZ9.
         05 PICTURE X(44) VALUE SPACES.

      *Deposit holds - a deposit the hold rules catch posts to the
      *ledger balance at once but is not available to spend until its
      *release date. Available balance is the ledger balance less the
      *deposits still held; withdrawals, transfers out and standing
      *orders are judged against it. Holds whose release date has come
      *are released when the file is loaded; a reversed deposit takes
      *its hold with it. State H held from an earlier run, N new this
      *run, R released this run, C cancelled by a reversal.
       01 WS-HR-STATUS PICTURE XX VALUE SPACES.
       01 WS-HR-MORE PICTURE XXX VALUE 'YES'.
       01 WS-DH-STATUS PICTURE XX VALUE SPACES.
       01 WS-DH-MORE PICTURE XXX VALUE 'YES'.
       01 WS-MAX-RULES PICTURE 99 VALUE 20.
       01 WS-RULE-COUNT PICTURE 99 VALUE 0.
       01 HOLD-RULE-TABLE.
         05 HOLD-RULE-ENTRY OCCURS 1 TO 20 TIMES
              DEPENDING ON WS-RULE-COUNT.
           10 WS-HR-AMOUNT-FROM PICTURE 9(6).
           10 WS-HR-AMOUNT-TO PICTURE 9(6).
           10 WS-HR-AGE-FROM PICTURE 9(5).
           10 WS-HR-AGE-TO PICTURE 9(5).
           10 WS-HR-HOLD-DAYS PICTURE 99.
       01 HRX PICTURE 99 VALUE 0.
       01 WS-MAX-HOLDS PICTURE 9(4) VALUE 2000.
       01 WS-HOLD-COUNT PICTURE 9(4) VALUE 0.
       01 DEPOSIT-HOLD-TABLE.
         05 DEPOSIT-HOLD-ENTRY OCCURS 1 TO 2000 TIMES
              DEPENDING ON WS-HOLD-COUNT.
           10 WS-DH-IMAGE.
             15 WS-DH-ACCT PICTURE 9(6).
             15 WS-DH-REF PICTURE 9(8).
             15 WS-DH-DEPOSIT-DATE PICTURE 9(8).
             15 WS-DH-AMOUNT PICTURE 9(6).
             15 WS-DH-RELEASE-DATE PICTURE 9(8).
           10 WS-DH-STATE PICTURE X.
       01 DX PICTURE 9(4) VALUE 0.
       01 WS-HOLD-RUN-DATE PICTURE 9(8) VALUE 0.
       01 WS-HOLD-DAYS PICTURE 99 VALUE 0.
       01 WS-HOLD-PLACED PICTURE X VALUE 'N'.
       01 WS-RULE-FOUND PICTURE X VALUE 'N'.
       01 WS-ACCT-AGE PICTURE 9(5) VALUE 0.
       01 WS-RUNNING-AVAILABLE PICTURE S9(8) VALUE 0.
       01 WS-NEW-AVAILABLE PICTURE S9(8) VALUE 0.
       01 WS-HELD-COUNT PICTURE 9(5) VALUE 0.
       01 WS-HELD-TOTAL PICTURE 9(8) VALUE 0.
       01 WS-RELEASED-COUNT PICTURE 9(5) VALUE 0.
       01 WS-CANCELLED-COUNT PICTURE 9(5) VALUE 0.

       01 HF-HEADER-LINE.
         05 PICTURE X(5) VALUE SPACES.
         05 PICTURE X(28) VALUE 'DEPOSITS ON HOLD - RUN DATE '.
         05 HFH-RUN-DATE-OUT PICTURE 9(8).
         05 PICTURE X(39) VALUE SPACES.

       01 HF-COLUMN-LINE.
         05 PICTURE X(40) VALUE
             ' ACCT   NAME          DEPOSIT     AMOUNT'.
         05 PICTURE X(40) VALUE
             '   JRNL REF  RELEASES  STATUS'.

       01 HF-DETAIL-LINE.
         05 PICTURE X VALUE SPACE.
         05 HFD-ACCT-OUT PICTURE 9(6).
         05 PICTURE X VALUE SPACE.
         05 HFD-NAME-OUT PICTURE X(12).
         05 PICTURE X(2) VALUE SPACES.
         05 HFD-DEPOSIT-OUT PICTURE 9(8).
         05 PICTURE X(2) VALUE SPACES.
         05 HFD-AMOUNT-OUT PICTURE $ZZZ,ZZ9.
         05 PICTURE X(3) VALUE SPACES.
         05 HFD-REF-OUT PICTURE 9(8).
         05 PICTURE X(2) VALUE SPACES.
         05 HFD-RELEASE-OUT PICTURE 9(8).
         05 PICTURE X(2) VALUE SPACES.
         05 HFD-STATUS-OUT PICTURE X(9).
         05 PICTURE X(8) VALUE SPACES.

       01 HF-SUMMARY-LINE.
         05 PICTURE X(5) VALUE SPACES.
         05 PICTURE X(11) VALUE 'STILL HELD '.
         05 HFS-HELD-OUT PICTURE ZZZZ9.
         05 PICTURE X(8) VALUE '  TOTAL '.
         05 HFS-TOTAL-OUT PICTURE $$,$$$,$$9.
         05 PICTURE X(12) VALUE '   RELEASED '.
         05 HFS-RELEASED-OUT PICTURE ZZZZ9.
         05 PICTURE X(13) VALUE '   CANCELLED '.
         05 HFS-CANCELLED-OUT PICTURE ZZZZ9.
         05 PICTURE X(6) VALUE SPACES.

       01 WS-SCH-STATUS PICTURE XX VALUE SPACES.
       01 WS-SCH-MORE PICTURE XXX VALUE 'YES'.
       01 WS-MAX-HOLIDAYS PICTURE 999 VALUE 200.
       01 WS-HOLIDAY-COUNT PICTURE 999 VALUE 0.
       01 HOLIDAY-TABLE.
         05 WS-HOLIDAY-DATE OCCURS 1 TO 200 TIMES
              DEPENDING ON WS-HOLIDAY-COUNT
              INDEXED BY HX
              PICTURE 9(8).

       01 SO-HEADER-LINE.
         05 PICTURE X(5) VALUE SPACES.
         05 PICTURE X(27) VALUE 'STANDING ORDERS - RUN DATE '.
         05 SOH-RUN-DATE-OUT PICTURE 9(8).
         05 PICTURE X(40) VALUE SPACES.

       01 SO-COLUMN-LINE.
         05 PICTURE X(35) VALUE
             ' ACCT   SQ TYP   AMOUNT  DUE DATE  '.
         05 PICTURE X(45) VALUE
             'ACTION  RETRY ON  REASON'.

       01 SO-DETAIL-LINE.
         05 PICTURE X VALUE SPACE.
         05 SOD-ACCT-OUT PICTURE 9(6).
         05 PICTURE X VALUE SPACE.
         05 SOD-SEQ-OUT PICTURE 99.
         05 PICTURE X VALUE SPACE.
         05 SOD-TYPE-OUT PICTURE X(3).
         05 PICTURE X VALUE SPACE.
         05 SOD-AMOUNT-OUT PICTURE $ZZZ,ZZ9.
         05 PICTURE X(2) VALUE SPACES.
         05 SOD-DUE-OUT PICTURE 9(8).
         05 PICTURE X(2) VALUE SPACES.
         05 SOD-ACTION-OUT PICTURE X(7).
         05 PICTURE X VALUE SPACE.
         05 SOD-RETRY-OUT PICTURE X(8).
         05 PICTURE X(2) VALUE SPACES.
         05 SOD-REASON-OUT PICTURE X(22).
         05 PICTURE X(5) VALUE SPACES.

       01 SO-SUMMARY-LINE.
         05 PICTURE X(5) VALUE SPACES.
         05 PICTURE X(7) VALUE 'POSTED '.
         05 SOS-POSTED-OUT PICTURE ZZZZ9.
         05 PICTURE X(12) VALUE '   RETRYING '.
         05 SOS-RETRY-OUT PICTURE ZZZZ9.
         05 PICTURE X(21) VALUE '   FAILED - NOT PAID '.
         05 SOS-FAILED-OUT PICTURE ZZZZ9.
         05 PICTURE X(20) VALUE SPACES.
       01 WS-PRIOR-BALANCE PICTURE S9(7) VALUE 0.
       01 WS-CLOSING-BALANCE PICTURE S9(8) VALUE 0.
       01 WS-LAST-TRANS-DATE PICTURE X(8) VALUE SPACES.
         05 PICTURE X(18) VALUE SPACES.

      *Overdraft watch - the running balance starts from the balance
      *brought forward and moves with every posting; the running
      *available balance does the same except that a deposit put on
      *hold does not raise it. The transaction that takes a customer's
      *available funds below zero goes to the alert file and the
      *customer's BALANCE- line is flagged OVERDRAWN.
       01 WS-RUNNING-BALANCE PICTURE S9(8) VALUE 0.
       01 WS-OVERDRAWN-FLAG PICTURE X VALUE 'N'.
         05 PICTURE X(2) VALUE SPACES.
         05 SUBTOTAL-FLAG-OUT PICTURE X(9).

       01 AVAILABLE-LINE.
         05 PICTURE X(8) VALUE SPACES.
         05 PICTURE X(31) VALUE 'AVAILABLE BALANCE'.
         05 AVAILABLE-AMOUNT-OUT PICTURE $$,$$$,$$9CR.
         05 PICTURE X(6) VALUE SPACES.

       01 GRAND-TOTAL-LINE.
         05 PICTURE X(20) VALUE SPACES.
         05 PICTURE X(19) VALUE 'GRAND TOTAL BALANCE'.
            PERFORM 110-LOAD-ACCOUNT-MASTER
            OPEN OUTPUT REJECTFILE
            PERFORM 112-APPLY-STATUS-CHANGES
            PERFORM 116-LOAD-HOLIDAYS
            PERFORM 130-LOAD-DEPOSIT-HOLDS
            PERFORM 115-LOAD-STANDING-ORDERS
            PERFORM 140-READ-JOURNAL-CONTROL
            PERFORM 160-LOAD-CASH-WATCH
            IF WS-ACCRUAL-MODE = 'Y'
                PERFORM 107-READ-ACCRUAL-PARM
            END-IF
                 OUTPUT FINALREPORT
                 OUTPUT OVERDRAFTALERTS
                 OUTPUT SUSPECTEDDUPS
                 OUTPUT JOURNALRUN
                 OUTPUT CORRECTIONSREGISTER
                 OUTPUT LARGECASHREPORT
            PERFORM 155-WRITE-CORRECTIONS-HEADER
            PERFORM 163-WRITE-LARGE-CASH-HEADER
            MOVE INSERTLINE TO OUTPUTREPORT
            WRITE OUTPUTREPORT
            BEFORE ADVANCING 1 LINE
                      PERFORM 180-WRITE-REJECT
                  ELSE
                      IF WS-RANGE-FILTER-ACTIVE = 'Y' AND
                         NOT FROM-STANDING-ORDER AND
                         (WS-DATE-KEY < WS-RANGE-START-KEY OR
                          WS-DATE-KEY > WS-RANGE-END-KEY)
                          CONTINUE
           PERFORM 260-WRITE-GRAND-TOTAL
           PERFORM 268-WRITE-GL-INTERFACE
           PERFORM 275-DORMANCY-PASS
           CLOSE JOURNALRUN
                 CORRECTIONSREGISTER
           PERFORM 167-STRUCTURING-PASS
           PERFORM 136-HELD-FUNDS-PASS
           PERFORM 150-BRING-JOURNAL-FORWARD
           PERFORM 148-WRITE-JOURNAL-CONTROL
           PERFORM 270-REWRITE-ACCOUNT-MASTER
           IF WS-SO-STATUS = '00'
               PERFORM 135-REWRITE-STANDING-ORDERS
           END-IF
           PERFORM 900-WRITE-RUN-AUDIT
           CLOSE SORTEDCLIENTS
                 FINALREPORT
                       IF TRANS-TYPE-SRT = 'R'
                           PERFORM 103-REJECT-RAW-CREDIT
                       ELSE
                         IF TRANS-TYPE-SRT = 'X'
                           PERFORM 141-HOLD-REVERSAL
                         ELSE
                           MOVE CLIENT-INFO-SRT TO SORT-REC
                           MOVE SPACE TO SORT-SOURCE
                           RELEASE SORT-REC
                           IF TRANS-TYPE-SRT = 'T'
                            AND COUNTERPARTY-SRT NUMERIC
                               MOVE ACCT-NUMBER-SRT TO SORT-COUNTERPARTY
                               RELEASE SORT-REC
                           END-IF
                         END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTSINFO
           IF WS-RV-COUNT > 0
               PERFORM 142-MATCH-REVERSALS
           END-IF
           IF WS-ACCRUAL-MODE = 'Y'
               PERFORM 104-RELEASE-ACCRUALS
           END-IF
           IF WS-SO-STATUS = '00'
               PERFORM 120-RELEASE-STANDING-ORDERS
           END-IF.
       104-RELEASE-ACCRUALS.
           OPEN OUTPUT ACCRUALREGISTER
                               END-IF
                               MOVE AM-NAME TO WS-ACCT-NAME(WS-ACCOUNT-COUNT)
                               MOVE AM-BALANCE TO WS-ACCT-BALANCE(WS-ACCOUNT-COUNT)
                               MOVE AM-BALANCE TO WS-ACCT-AVAILABLE(WS-ACCOUNT-COUNT)
                               MOVE AM-LAST-ACTIVITY TO WS-ACCT-ACTIVITY(WS-ACCOUNT-COUNT)
                               IF AM-STATUS = 'F' OR AM-STATUS = 'C'
                                   MOVE AM-STATUS TO WS-ACCT-STATUS(WS-ACCOUNT-COUNT)
                                   MOVE 'O' TO WS-ACCT-STATUS(WS-ACCOUNT-COUNT)
                               END-IF
                               MOVE AM-DORMANT-FLAG TO WS-ACCT-DORMANT(WS-ACCOUNT-COUNT)
                               MOVE 0 TO WS-ACCT-SO-DEBITS(WS-ACCOUNT-COUNT)
                               MOVE AM-REVIEW-STATUS TO WS-ACCT-REVIEW(WS-ACCOUNT-COUNT)
                               IF AM-REVIEW-COUNT NUMERIC
                                   MOVE AM-REVIEW-COUNT TO WS-ACCT-REVIEW-COUNT(WS-ACCOUNT-COUNT)
                               ELSE
                                   MOVE 0 TO WS-ACCT-REVIEW-COUNT(WS-ACCOUNT-COUNT)
                               END-IF
                               IF AM-REVIEW-DATE NUMERIC
                                   MOVE AM-REVIEW-DATE TO WS-ACCT-REVIEW-DATE(WS-ACCOUNT-COUNT)
                               ELSE
                                   MOVE 0 TO WS-ACCT-REVIEW-DATE(WS-ACCOUNT-COUNT)
                               END-IF
                               MOVE 'N' TO WS-ACCT-NEAR-NEW(WS-ACCOUNT-COUNT)
                               IF AM-OPEN-DATE NUMERIC
                                   MOVE AM-OPEN-DATE TO WS-ACCT-OPEN-DATE(WS-ACCOUNT-COUNT)
                               ELSE
                                   MOVE 0 TO WS-ACCT-OPEN-DATE(WS-ACCOUNT-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-PRIOR-BALANCE
           END-IF
           MOVE WS-PRIOR-BALANCE TO WS-RUNNING-BALANCE
           IF WS-ACCT-INDEX > 0
               MOVE WS-ACCT-AVAILABLE(WS-ACCT-INDEX) TO WS-RUNNING-AVAILABLE
           ELSE
               MOVE 0 TO WS-RUNNING-AVAILABLE
           END-IF
           MOVE 'N' TO WS-OVERDRAWN-FLAG
           MOVE SPACES TO OUTPUTREPORT
           MOVE WS-PRIOR-BALANCE TO BF-AMOUNT-OUT
      *branch lifts the freeze.
       198-CHECK-ACCOUNT-STATUS.
           MOVE 'Y' TO WS-POST-ALLOWED
           IF IS-REVERSAL
               PERFORM 197-FIND-REVERSAL
               IF WS-RV-IX = 0
                   MOVE 'N' TO WS-POST-ALLOWED
                   MOVE 'REVERSAL REF NOT FOUND' TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-ACCT-INDEX = 0
               MOVE 'N' TO WS-POST-ALLOWED
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
                   MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
               ELSE
                   IF WS-ACCT-STATUS(WS-ACCT-INDEX) = 'F'
                    AND (IS-WITHDRAWAL OR IS-TRANSFER-OUT OR IS-FEE
                         OR (IS-REVERSAL AND WS-REV-ORIG-SIGNED > 0))
                       MOVE 'N' TO WS-POST-ALLOWED
                       MOVE 'ACCOUNT FROZEN - DEBIT' TO WS-REJECT-REASON
                   END-IF
           END-IF
           WRITE REJECT-REC
           ADD 1 TO WS-AUDIT-REJECTED.
      *The instruction file is loaded whole and written back at the end
      *of the run with the rolled due dates.
       115-LOAD-STANDING-ORDERS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-DATA
           COMPUTE WS-SO-RUN-DATE =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE WS-CURRENT-MONTH TO WS-SO-TRANS-MM
           MOVE WS-CURRENT-DAY TO WS-SO-TRANS-DD
           MOVE WS-CURRENT-YEAR TO WS-SO-TRANS-YYYY
           OPEN INPUT STANDINGORDERS
           IF WS-SO-STATUS = '00'
               PERFORM UNTIL WS-SO-MORE = 'NO'
                   READ STANDINGORDERS
                       AT END
                           MOVE 'NO' TO WS-SO-MORE
                       NOT AT END
                           IF WS-SO-COUNT < WS-MAX-ORDERS
                               ADD 1 TO WS-SO-COUNT
                               MOVE STANDING-ORDER-REC
                                 TO WS-SO-IMAGE(WS-SO-COUNT)
                           ELSE
                               DISPLAY 'STANDING ORDER TABLE FULL - '
                                   SO-ACCT-NUMBER ' ' SO-SEQ
                                   ' NOT LOADED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STANDINGORDERS
           END-IF.
      *The holiday calendar finds the next business day for a standing
      *order retry and for a deposit hold's release.
       116-LOAD-HOLIDAYS.
           OPEN INPUT SCHEDULEFILE
           IF WS-SCH-STATUS = '00'
               PERFORM UNTIL WS-SCH-MORE = 'NO'
                   READ SCHEDULEFILE
                       AT END
                           MOVE 'NO' TO WS-SCH-MORE
                       NOT AT END
                           IF SCH-TYPE = 'H'
                            AND WS-HOLIDAY-COUNT < WS-MAX-HOLIDAYS
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE SCH-DATE
                                 TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCHEDULEFILE
           END-IF.
      *Blank optional dates read as zeros; an instruction that still
      *fails the checks is listed as invalid, left on the file as it
      *was keyed and never paid until it is corrected.
       117-VALIDATE-ORDER.
           MOVE 'Y' TO WS-SO-VALID(SX)
           IF WS-SO-END-DATE(SX) = SPACES
               MOVE 0 TO WS-SO-END-DATE(SX)
           END-IF
           IF WS-SO-RETRY-DATE(SX) = SPACES
               MOVE 0 TO WS-SO-RETRY-DATE(SX)
           END-IF
           IF WS-SO-LAST-POSTED(SX) = SPACES
               MOVE 0 TO WS-SO-LAST-POSTED(SX)
           END-IF
           IF WS-SO-PAY-DAY(SX) = SPACES
               MOVE 0 TO WS-SO-PAY-DAY(SX)
           END-IF
           IF WS-SO-STATE(SX) = SPACE
               MOVE 'A' TO WS-SO-STATE(SX)
           END-IF
           IF WS-SO-ACCT-NUMBER(SX) NOT NUMERIC
            OR WS-SO-ACCT-NUMBER(SX) = 0
               MOVE 'N' TO WS-SO-VALID(SX)
               MOVE 'INVALID ACCOUNT NUMBER' TO WS-SO-FAIL-REASON
           END-IF
           IF WS-SO-TRANS-TYPE(SX) NOT = 'T'
            AND WS-SO-TRANS-TYPE(SX) NOT = 'W'
               MOVE 'N' TO WS-SO-VALID(SX)
               MOVE 'INVALID TRANS TYPE' TO WS-SO-FAIL-REASON
           END-IF
           IF WS-SO-TRANS-TYPE(SX) = 'T'
            AND (WS-SO-COUNTERPARTY(SX) NOT NUMERIC
                 OR WS-SO-COUNTERPARTY(SX) = 0)
               MOVE 'N' TO WS-SO-VALID(SX)
               MOVE 'TRANSFER NO COUNTERPARTY' TO WS-SO-FAIL-REASON
           END-IF
           IF WS-SO-AMOUNT(SX) NOT NUMERIC
            OR WS-SO-AMOUNT(SX) = 0
            OR WS-SO-AMOUNT(SX) > WS-AMOUNT-CEILING
               MOVE 'N' TO WS-SO-VALID(SX)
               MOVE 'AMOUNT OUT OF RANGE' TO WS-SO-FAIL-REASON
           END-IF
           IF WS-SO-FREQUENCY(SX) NOT = 'W'
            AND WS-SO-FREQUENCY(SX) NOT = 'M'
            AND WS-SO-FREQUENCY(SX) NOT = 'Q'
               MOVE 'N' TO WS-SO-VALID(SX)
               MOVE 'INVALID FREQUENCY' TO WS-SO-FAIL-REASON
           END-IF
           IF WS-SO-NEXT-DUE(SX) NUMERIC
               MOVE WS-SO-NEXT-DUE(SX) TO WS-SO-DATE
               PERFORM 118-CHECK-ORDER-DATE
           ELSE
               MOVE 'N' TO WS-SO-DATE-OK
           END-IF
           IF WS-SO-DATE-OK = 'N'
               MOVE 'N' TO WS-SO-VALID(SX)
               MOVE 'INVALID DUE DATE' TO WS-SO-FAIL-REASON
           END-IF
           IF WS-SO-END-DATE(SX) NOT NUMERIC
            OR WS-SO-RETRY-DATE(SX) NOT NUMERIC
            OR WS-SO-LAST-POSTED(SX) NOT NUMERIC
               MOVE 'N' TO WS-SO-VALID(SX)
               MOVE 'INVALID DATE' TO WS-SO-FAIL-REASON
           END-IF
           IF WS-SO-PAY-DAY(SX) NOT NUMERIC
            OR WS-SO-PAY-DAY(SX) > 31
               MOVE 'N' TO WS-SO-VALID(SX)
               MOVE 'INVALID PAY DAY' TO WS-SO-FAIL-REASON
           END-IF
           IF WS-SO-STATE(SX) NOT = 'A' AND WS-SO-STATE(SX) NOT = 'E'
               MOVE 'N' TO WS-SO-VALID(SX)
               MOVE 'INVALID STATE' TO WS-SO-FAIL-REASON
           END-IF
           IF WS-SO-VALID(SX) = 'Y' AND WS-SO-PAY-DAY(SX) = 0
               MOVE WS-SO-DATE-DD TO WS-SO-PAY-DAY(SX)
           END-IF.
       118-CHECK-ORDER-DATE.
           MOVE 'Y' TO WS-SO-DATE-OK
           IF WS-SO-DATE-MM < 1 OR WS-SO-DATE-MM > 12
               MOVE 'N' TO WS-SO-DATE-OK
           ELSE
               PERFORM 119-MONTH-END-DAY
               IF WS-SO-DATE-DD < 1 OR WS-SO-DATE-DD > WS-MAX-DAY
                   MOVE 'N' TO WS-SO-DATE-OK
               END-IF
           END-IF.
       119-MONTH-END-DAY.
           MOVE WS-DAYS-IN-MONTH(WS-SO-DATE-MM) TO WS-MAX-DAY
           IF WS-SO-DATE-MM = 2
            AND FUNCTION MOD(WS-SO-DATE-YYYY 4) = 0
            AND (FUNCTION MOD(WS-SO-DATE-YYYY 100) NOT = 0
                 OR FUNCTION MOD(WS-SO-DATE-YYYY 400) = 0)
               MOVE 29 TO WS-MAX-DAY
           END-IF.
      *Runs inside the sort input procedure after the accruals, so the
      *generated payments post through the same path as keyed ones.
       120-RELEASE-STANDING-ORDERS.
           OPEN OUTPUT STANDINGREPORT
           MOVE SPACES TO STANDING-REPORT-REC
           MOVE WS-SO-RUN-DATE TO SOH-RUN-DATE-OUT
           MOVE SO-HEADER-LINE TO STANDING-REPORT-REC
           WRITE STANDING-REPORT-REC
             BEFORE ADVANCING 2 LINES
           MOVE SO-COLUMN-LINE TO STANDING-REPORT-REC
           WRITE STANDING-REPORT-REC
             BEFORE ADVANCING 2 LINES
           PERFORM VARYING SX FROM 1 BY 1
             UNTIL SX > WS-SO-COUNT
               MOVE SPACES TO WS-SO-FAIL-REASON
               PERFORM 117-VALIDATE-ORDER
               IF WS-SO-VALID(SX) = 'N'
                   MOVE 'INVALID' TO WS-SO-ACTION
                   PERFORM 125-WRITE-ORDER-LINE
               ELSE
                   MOVE 'N' TO WS-SO-STOP
                   PERFORM UNTIL WS-SO-STOP = 'Y'
                       IF WS-SO-STATE(SX) = 'E'
                        OR WS-SO-NEXT-DUE(SX) > WS-SO-RUN-DATE
                        OR WS-SO-RETRY-DATE(SX) > WS-SO-RUN-DATE
                           MOVE 'Y' TO WS-SO-STOP
                       ELSE
                           PERFORM 121-PAY-ONE-ORDER
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO STANDING-REPORT-REC
           MOVE WS-SO-POSTED-COUNT TO SOS-POSTED-OUT
           MOVE WS-SO-RETRY-COUNT TO SOS-RETRY-OUT
           MOVE WS-SO-FAILED-COUNT TO SOS-FAILED-OUT
           MOVE SO-SUMMARY-LINE TO STANDING-REPORT-REC
           WRITE STANDING-REPORT-REC
             AFTER ADVANCING 2 LINES
           CLOSE STANDINGREPORT.
      *A payment that fails for the first time waits for the next
      *business day with its due date held; one that fails on its
      *retry is written off for this period and reported.
       121-PAY-ONE-ORDER.
           PERFORM 122-CHECK-ORDER
           IF WS-SO-FAIL-REASON = SPACES
               PERFORM 123-RELEASE-ORDER
               ADD 1 TO WS-SO-POSTED-COUNT
               MOVE 'POSTED' TO WS-SO-ACTION
               PERFORM 125-WRITE-ORDER-LINE
               MOVE 0 TO WS-SO-RETRY-DATE(SX)
               MOVE WS-SO-RUN-DATE TO WS-SO-LAST-POSTED(SX)
               PERFORM 126-ROLL-DUE-DATE
           ELSE
               IF WS-SO-RETRY-DATE(SX) = 0
                   MOVE WS-SO-RUN-DATE TO WS-SO-DATE
                   PERFORM 124-NEXT-BUSINESS-DAY
                   MOVE WS-SO-DATE TO WS-SO-RETRY-DATE(SX)
                   ADD 1 TO WS-SO-RETRY-COUNT
                   MOVE 'RETRY' TO WS-SO-ACTION
                   PERFORM 125-WRITE-ORDER-LINE
                   MOVE 'Y' TO WS-SO-STOP
               ELSE
                   ADD 1 TO WS-SO-FAILED-COUNT
                   MOVE 'FAILED' TO WS-SO-ACTION
                   PERFORM 125-WRITE-ORDER-LINE
                   MOVE 0 TO WS-SO-RETRY-DATE(SX)
                   PERFORM 126-ROLL-DUE-DATE
               END-IF
           END-IF.
      *Same gate as posting - closed takes nothing and frozen takes
      *no debits - plus a funds check, since a standing order must not
      *overdraw the account the way a keyed withdrawal may.
       122-CHECK-ORDER.
           MOVE SPACES TO WS-SO-FAIL-REASON
           MOVE 0 TO WS-SO-ACCT-IX
           MOVE 0 TO WS-SO-CPTY-IX
           IF WS-ACCOUNT-COUNT > 0
               SET AX TO 1
               SEARCH ACCOUNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACCT-NUMBER(AX) = WS-SO-ACCT-NUMBER(SX)
                       SET WS-SO-ACCT-IX TO AX
               END-SEARCH
           END-IF
           IF WS-SO-ACCT-IX = 0
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-SO-FAIL-REASON
           ELSE
               IF WS-ACCT-STATUS(WS-SO-ACCT-IX) = 'C'
                   MOVE 'ACCOUNT CLOSED' TO WS-SO-FAIL-REASON
               ELSE
                   IF WS-ACCT-STATUS(WS-SO-ACCT-IX) = 'F'
                       MOVE 'ACCOUNT FROZEN - DEBIT' TO WS-SO-FAIL-REASON
                   ELSE
                       COMPUTE WS-SO-AVAILABLE =
                           WS-ACCT-AVAILABLE(WS-SO-ACCT-IX) -
                           WS-ACCT-SO-DEBITS(WS-SO-ACCT-IX)
                       IF WS-SO-AVAILABLE < WS-SO-AMOUNT(SX)
                           MOVE 'INSUFFICIENT FUNDS' TO WS-SO-FAIL-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-SO-FAIL-REASON = SPACES
            AND WS-SO-TRANS-TYPE(SX) = 'T'
               SET AX TO 1
               SEARCH ACCOUNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACCT-NUMBER(AX) = WS-SO-COUNTERPARTY(SX)
                       SET WS-SO-CPTY-IX TO AX
               END-SEARCH
               IF WS-SO-CPTY-IX = 0
                   MOVE 'COUNTERPARTY UNKNOWN' TO WS-SO-FAIL-REASON
               ELSE
                   IF WS-ACCT-STATUS(WS-SO-CPTY-IX) = 'C'
                       MOVE 'COUNTERPARTY CLOSED' TO WS-SO-FAIL-REASON
                   END-IF
               END-IF
           END-IF.
      *Released exactly as a keyed line would be, a transfer with its
      *generated credit side for the counterparty.
       123-RELEASE-ORDER.
           MOVE SPACES TO SORT-REC
           MOVE WS-SO-ACCT-NUMBER(SX) TO SORT-ACCT-NUMBER
           MOVE WS-ACCT-NAME(WS-SO-ACCT-IX) TO SORT-NAME-CLIENT
           MOVE WS-SO-TRANS-DATE TO SORT-DATE-INPUT
           MOVE WS-SO-AMOUNT(SX) TO SORT-AMOUNT
           MOVE WS-SO-TRANS-TYPE(SX) TO SORT-TRANS-TYPE
           MOVE WS-SO-COUNTERPARTY(SX) TO SORT-COUNTERPARTY
           MOVE 'S' TO SORT-SOURCE
           RELEASE SORT-REC
           IF WS-SO-TRANS-TYPE(SX) = 'T'
               MOVE SPACES TO SORT-REC
               MOVE WS-SO-COUNTERPARTY(SX) TO SORT-ACCT-NUMBER
               MOVE WS-ACCT-NAME(WS-SO-CPTY-IX) TO SORT-NAME-CLIENT
               MOVE WS-SO-TRANS-DATE TO SORT-DATE-INPUT
               MOVE WS-SO-AMOUNT(SX) TO SORT-AMOUNT
               MOVE 'R' TO SORT-TRANS-TYPE
               MOVE WS-SO-ACCT-NUMBER(SX) TO SORT-COUNTERPARTY
               MOVE 'S' TO SORT-SOURCE
               RELEASE SORT-REC
           END-IF
           ADD WS-SO-AMOUNT(SX) TO WS-ACCT-SO-DEBITS(WS-SO-ACCT-IX).
      *Next day after the one in WS-SO-DATE that is neither a weekend
      *(integer day 0 is a Sunday, 6 a Saturday) nor a holiday on the
      *calendar.
       124-NEXT-BUSINESS-DAY.
           COMPUTE WS-SO-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-SO-DATE)
           MOVE 'N' TO WS-SO-BUSINESS-DAY
           PERFORM UNTIL WS-SO-BUSINESS-DAY = 'Y'
               ADD 1 TO WS-SO-DATE-INT
               COMPUTE WS-SO-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SO-DATE-INT)
               COMPUTE WS-SO-WEEKDAY = FUNCTION MOD(WS-SO-DATE-INT 7)
               MOVE 'Y' TO WS-SO-BUSINESS-DAY
               IF WS-SO-WEEKDAY = 0 OR WS-SO-WEEKDAY = 6
                   MOVE 'N' TO WS-SO-BUSINESS-DAY
               END-IF
               IF WS-HOLIDAY-COUNT > 0
                   SET HX TO 1
                   SEARCH WS-HOLIDAY-DATE
                       AT END
                           CONTINUE
                       WHEN WS-HOLIDAY-DATE(HX) = WS-SO-DATE
                           MOVE 'N' TO WS-SO-BUSINESS-DAY
                   END-SEARCH
               END-IF
           END-PERFORM.
       125-WRITE-ORDER-LINE.
           MOVE SPACES TO STANDING-REPORT-REC
           MOVE WS-SO-ACCT-NUMBER(SX) TO SOD-ACCT-OUT
           MOVE WS-SO-SEQ(SX) TO SOD-SEQ-OUT
           EVALUATE WS-SO-TRANS-TYPE(SX)
               WHEN 'T'
                   MOVE 'TRF' TO SOD-TYPE-OUT
               WHEN 'W'
                   MOVE 'WDL' TO SOD-TYPE-OUT
               WHEN OTHER
                   MOVE WS-SO-TRANS-TYPE(SX) TO SOD-TYPE-OUT
           END-EVALUATE
           IF WS-SO-AMOUNT(SX) NUMERIC
               MOVE WS-SO-AMOUNT(SX) TO SOD-AMOUNT-OUT
           ELSE
               MOVE 0 TO SOD-AMOUNT-OUT
           END-IF
           IF WS-SO-NEXT-DUE(SX) NUMERIC
               MOVE WS-SO-NEXT-DUE(SX) TO SOD-DUE-OUT
           ELSE
               MOVE 0 TO SOD-DUE-OUT
           END-IF
           MOVE WS-SO-ACTION TO SOD-ACTION-OUT
           IF WS-SO-ACTION = 'RETRY'
               MOVE WS-SO-RETRY-DATE(SX) TO SOD-RETRY-OUT
           ELSE
               MOVE SPACES TO SOD-RETRY-OUT
           END-IF
           MOVE WS-SO-FAIL-REASON TO SOD-REASON-OUT
           MOVE SO-DETAIL-LINE TO STANDING-REPORT-REC
           WRITE STANDING-REPORT-REC
             BEFORE ADVANCING 1 LINE.
      *Weekly instructions move seven days; monthly and quarterly ones
      *move one or three months to their pay day. Past the end date the
      *instruction is ended.
       126-ROLL-DUE-DATE.
           MOVE WS-SO-NEXT-DUE(SX) TO WS-SO-DATE
           EVALUATE WS-SO-FREQUENCY(SX)
               WHEN 'W'
                   COMPUTE WS-SO-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-SO-DATE) + 7
                   COMPUTE WS-SO-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-SO-DATE-INT)
               WHEN 'M'
                   MOVE 1 TO WS-SO-MONTHS
                   PERFORM 127-ADD-MONTHS
               WHEN 'Q'
                   MOVE 3 TO WS-SO-MONTHS
                   PERFORM 127-ADD-MONTHS
           END-EVALUATE
           MOVE WS-SO-DATE TO WS-SO-NEXT-DUE(SX)
           IF WS-SO-END-DATE(SX) > 0
            AND WS-SO-NEXT-DUE(SX) > WS-SO-END-DATE(SX)
               MOVE 'E' TO WS-SO-STATE(SX)
               MOVE 'ENDED' TO WS-SO-ACTION
               MOVE SPACES TO WS-SO-FAIL-REASON
               PERFORM 125-WRITE-ORDER-LINE
           END-IF.
       127-ADD-MONTHS.
           ADD WS-SO-MONTHS TO WS-SO-DATE-MM
           IF WS-SO-DATE-MM > 12
               SUBTRACT 12 FROM WS-SO-DATE-MM
               ADD 1 TO WS-SO-DATE-YYYY
           END-IF
           PERFORM 119-MONTH-END-DAY
           IF WS-SO-PAY-DAY(SX) > WS-MAX-DAY
               MOVE WS-MAX-DAY TO WS-SO-DATE-DD
           ELSE
               MOVE WS-SO-PAY-DAY(SX) TO WS-SO-DATE-DD
           END-IF.
      *Rules first, then the holds carried from earlier runs - a hold
      *whose release date has come is released here, the rest come off
      *their account's available balance before anything is posted.
       130-LOAD-DEPOSIT-HOLDS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-DATA
           COMPUTE WS-HOLD-RUN-DATE =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           OPEN INPUT HOLDRULES
           IF WS-HR-STATUS = '00'
               PERFORM UNTIL WS-HR-MORE = 'NO'
                   READ HOLDRULES
                       AT END
                           MOVE 'NO' TO WS-HR-MORE
                       NOT AT END
                           IF HR-AMOUNT-FROM NUMERIC
                            AND HR-AMOUNT-TO NUMERIC
                            AND HR-AGE-FROM NUMERIC
                            AND HR-AGE-TO NUMERIC
                            AND HR-HOLD-DAYS NUMERIC
                            AND WS-RULE-COUNT < WS-MAX-RULES
                               ADD 1 TO WS-RULE-COUNT
                               MOVE HOLD-RULE-REC
                                 TO HOLD-RULE-ENTRY(WS-RULE-COUNT)
                           ELSE
                               DISPLAY 'HOLD RULE NOT LOADED - '
                                   HOLD-RULE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDRULES
           END-IF
           OPEN INPUT DEPOSITHOLDS
           IF WS-DH-STATUS = '00'
               PERFORM UNTIL WS-DH-MORE = 'NO'
                   READ DEPOSITHOLDS
                       AT END
                           MOVE 'NO' TO WS-DH-MORE
                       NOT AT END
                           IF WS-HOLD-COUNT < WS-MAX-HOLDS
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE DEPOSIT-HOLD-REC
                                 TO WS-DH-IMAGE(WS-HOLD-COUNT)
                               MOVE WS-HOLD-COUNT TO DX
                               PERFORM 131-CHECK-HELD-DEPOSIT
                           ELSE
                               DISPLAY 'DEPOSIT HOLD TABLE FULL - REF '
                                   DH-REF ' RELEASED'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEPOSITHOLDS
           END-IF.
       131-CHECK-HELD-DEPOSIT.
           IF WS-DH-RELEASE-DATE(DX) NOT > WS-HOLD-RUN-DATE
               MOVE 'R' TO WS-DH-STATE(DX)
               ADD 1 TO WS-RELEASED-COUNT
           ELSE
               MOVE 'H' TO WS-DH-STATE(DX)
               IF WS-ACCOUNT-COUNT > 0
                   SET AX TO 1
                   SEARCH ACCOUNT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-ACCT-NUMBER(AX) = WS-DH-ACCT(DX)
                           SUBTRACT WS-DH-AMOUNT(DX)
                             FROM WS-ACCT-AVAILABLE(AX)
                   END-SEARCH
               END-IF
           END-IF.
      *Account age in days from the open date on the master; an
      *account with no usable open date counts as established. The
      *first rule that covers both the amount and the age decides the
      *hold.
       132-FIND-HOLD-RULE.
           MOVE 0 TO WS-HOLD-DAYS
           MOVE 99999 TO WS-ACCT-AGE
           IF WS-ACCT-OPEN-DATE(WS-ACCT-INDEX) > 0
               MOVE WS-ACCT-OPEN-DATE(WS-ACCT-INDEX) TO WS-SO-DATE
               PERFORM 118-CHECK-ORDER-DATE
               IF WS-SO-DATE-OK = 'Y'
                   IF WS-SO-DATE NOT < WS-HOLD-RUN-DATE
                       MOVE 0 TO WS-ACCT-AGE
                   ELSE
                       COMPUTE WS-ACCT-AGE =
                           FUNCTION INTEGER-OF-DATE(WS-HOLD-RUN-DATE)
                           - FUNCTION INTEGER-OF-DATE(WS-SO-DATE)
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-RULE-FOUND
           PERFORM VARYING HRX FROM 1 BY 1
             UNTIL HRX > WS-RULE-COUNT OR WS-RULE-FOUND = 'Y'
               IF AMOUNT NOT < WS-HR-AMOUNT-FROM(HRX)
                AND AMOUNT NOT > WS-HR-AMOUNT-TO(HRX)
                AND WS-ACCT-AGE NOT < WS-HR-AGE-FROM(HRX)
                AND WS-ACCT-AGE NOT > WS-HR-AGE-TO(HRX)
                   MOVE 'Y' TO WS-RULE-FOUND
                   MOVE WS-HR-HOLD-DAYS(HRX) TO WS-HOLD-DAYS
               END-IF
           END-PERFORM.
      *The hold runs the given number of business days from the run
      *date and carries the deposit's journal reference.
       133-PLACE-HOLD.
           IF WS-HOLD-COUNT < WS-MAX-HOLDS
               ADD 1 TO WS-HOLD-COUNT
               MOVE ACCT-NUMBER TO WS-DH-ACCT(WS-HOLD-COUNT)
               MOVE WS-LAST-REF TO WS-DH-REF(WS-HOLD-COUNT)
               MOVE WS-DATE-KEY TO WS-DH-DEPOSIT-DATE(WS-HOLD-COUNT)
               MOVE AMOUNT TO WS-DH-AMOUNT(WS-HOLD-COUNT)
               MOVE WS-HOLD-RUN-DATE TO WS-SO-DATE
               PERFORM 124-NEXT-BUSINESS-DAY WS-HOLD-DAYS TIMES
               MOVE WS-SO-DATE TO WS-DH-RELEASE-DATE(WS-HOLD-COUNT)
               MOVE 'N' TO WS-DH-STATE(WS-HOLD-COUNT)
               MOVE 'Y' TO WS-HOLD-PLACED
           ELSE
               DISPLAY 'DEPOSIT HOLD TABLE FULL - REF ' WS-LAST-REF
                   ' NOT HELD'
           END-IF.
      *Reversing a held deposit drops the hold - the money it kept
      *back goes back into the running available balance so that the
      *reversing debit comes off only once.
       134-CANCEL-HOLD.
           PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > WS-HOLD-COUNT
               IF WS-DH-REF(DX) = WS-REV-ORIG-REF
                AND (WS-DH-STATE(DX) = 'H' OR WS-DH-STATE(DX) = 'N')
                   MOVE 'C' TO WS-DH-STATE(DX)
                   ADD 1 TO WS-CANCELLED-COUNT
                   ADD WS-DH-AMOUNT(DX) TO WS-RUNNING-AVAILABLE
               END-IF
           END-PERFORM.
       135-REWRITE-STANDING-ORDERS.
           OPEN OUTPUT STANDINGORDERS
           PERFORM VARYING SX FROM 1 BY 1
             UNTIL SX > WS-SO-COUNT
               MOVE WS-SO-IMAGE(SX) TO STANDING-ORDER-REC
               WRITE STANDING-ORDER-REC
           END-PERFORM
           CLOSE STANDINGORDERS.
      *Held-funds report - every hold in the table with when it
      *releases, including the ones released or cancelled this run;
      *the file is written back with only the holds still in place.
       136-HELD-FUNDS-PASS.
           OPEN OUTPUT HELDFUNDSREPORT
           MOVE SPACES TO HELD-FUNDS-REC
           MOVE WS-HOLD-RUN-DATE TO HFH-RUN-DATE-OUT
           MOVE HF-HEADER-LINE TO HELD-FUNDS-REC
           WRITE HELD-FUNDS-REC
             BEFORE ADVANCING 2 LINES
           MOVE HF-COLUMN-LINE TO HELD-FUNDS-REC
           WRITE HELD-FUNDS-REC
             BEFORE ADVANCING 1 LINE
           PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > WS-HOLD-COUNT
               PERFORM 137-WRITE-HOLD-LINE
           END-PERFORM
           MOVE SPACES TO HELD-FUNDS-REC
           MOVE WS-HELD-COUNT TO HFS-HELD-OUT
           MOVE WS-HELD-TOTAL TO HFS-TOTAL-OUT
           MOVE WS-RELEASED-COUNT TO HFS-RELEASED-OUT
           MOVE WS-CANCELLED-COUNT TO HFS-CANCELLED-OUT
           MOVE HF-SUMMARY-LINE TO HELD-FUNDS-REC
           WRITE HELD-FUNDS-REC
             AFTER ADVANCING 2 LINES
           CLOSE HELDFUNDSREPORT
           OPEN OUTPUT DEPOSITHOLDS
           PERFORM VARYING DX FROM 1 BY 1
             UNTIL DX > WS-HOLD-COUNT
               IF WS-DH-STATE(DX) = 'H' OR WS-DH-STATE(DX) = 'N'
                   MOVE WS-DH-IMAGE(DX) TO DEPOSIT-HOLD-REC
                   WRITE DEPOSIT-HOLD-REC
               END-IF
           END-PERFORM
           CLOSE DEPOSITHOLDS.
       137-WRITE-HOLD-LINE.
           MOVE SPACES TO HELD-FUNDS-REC
           MOVE WS-DH-ACCT(DX) TO HFD-ACCT-OUT
           MOVE SPACES TO HFD-NAME-OUT
           IF WS-ACCOUNT-COUNT > 0
               SET AX TO 1
               SEARCH ACCOUNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACCT-NUMBER(AX) = WS-DH-ACCT(DX)
                       MOVE WS-ACCT-NAME(AX) TO HFD-NAME-OUT
               END-SEARCH
           END-IF
           MOVE WS-DH-DEPOSIT-DATE(DX) TO HFD-DEPOSIT-OUT
           MOVE WS-DH-AMOUNT(DX) TO HFD-AMOUNT-OUT
           MOVE WS-DH-REF(DX) TO HFD-REF-OUT
           MOVE WS-DH-RELEASE-DATE(DX) TO HFD-RELEASE-OUT
           EVALUATE WS-DH-STATE(DX)
               WHEN 'H'
                   MOVE 'HELD' TO HFD-STATUS-OUT
               WHEN 'N'
                   MOVE 'NEW HOLD' TO HFD-STATUS-OUT
               WHEN 'R'
                   MOVE 'RELEASED' TO HFD-STATUS-OUT
               WHEN 'C'
                   MOVE 'CANCELLED' TO HFD-STATUS-OUT
           END-EVALUATE
           IF WS-DH-STATE(DX) = 'H' OR WS-DH-STATE(DX) = 'N'
               ADD 1 TO WS-HELD-COUNT
               ADD WS-DH-AMOUNT(DX) TO WS-HELD-TOTAL
           END-IF
           MOVE HF-DETAIL-LINE TO HELD-FUNDS-REC
           WRITE HELD-FUNDS-REC
             BEFORE ADVANCING 1 LINE.
       140-READ-JOURNAL-CONTROL.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-DATA
           COMPUTE WS-JOURNAL-RUN-DATE =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           OPEN INPUT JOURNALCONTROL
           IF WS-JC-STATUS = '00'
               READ JOURNALCONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JC-LAST-REF NUMERIC
                           MOVE JC-LAST-REF TO WS-LAST-REF
                       END-IF
               END-READ
               CLOSE JOURNALCONTROL
           END-IF.
       141-HOLD-REVERSAL.
           IF WS-RV-COUNT < WS-MAX-REVERSALS
               ADD 1 TO WS-RV-COUNT
               MOVE WS-RV-COUNT TO RV
               IF REVERSE-REF-SRT NUMERIC
                   MOVE REVERSE-REF-SRT TO WS-RV-REF(RV)
               ELSE
                   MOVE 0 TO WS-RV-REF(RV)
               END-IF
               IF ACCT-NUMBER-SRT NUMERIC
                   MOVE ACCT-NUMBER-SRT TO WS-RV-ACCT(RV)
               ELSE
                   MOVE 0 TO WS-RV-ACCT(RV)
               END-IF
               IF AMOUNT-SRT NUMERIC
                   MOVE AMOUNT-SRT TO WS-RV-AMOUNT(RV)
               ELSE
                   MOVE 0 TO WS-RV-AMOUNT(RV)
               END-IF
               MOVE NAME-CLIENT-SRT TO WS-RV-NAME(RV)
               MOVE DATE-INPUT-SRT TO WS-RV-DATE(RV)
               MOVE 'N' TO WS-RV-FOUND(RV)
               MOVE 'N' TO WS-RV-ACCEPTED(RV)
               MOVE 0 TO WS-RV-PAIR-REF(RV)
               MOVE 0 TO WS-RV-NEW-REF(RV)
               MOVE 0 TO WS-RV-PAIR-NEW-REF(RV)
           ELSE
               MOVE 'REVERSAL TABLE FULL' TO WS-REJECT-REASON
               PERFORM 145-REJECT-INPUT-REVERSAL
           END-IF.
       142-MATCH-REVERSALS.
           MOVE 'N' TO WS-RV-ANY-TRANSFER
           OPEN INPUT POSTEDJOURNAL
           IF WS-PJ-STATUS = '00'
               MOVE 'YES' TO WS-PJ-MORE
               PERFORM UNTIL WS-PJ-MORE = 'NO'
                   READ POSTEDJOURNAL
                       AT END
                           MOVE 'NO' TO WS-PJ-MORE
                       NOT AT END
                           PERFORM 143-TAKE-ORIGINAL
                   END-READ
               END-PERFORM
               CLOSE POSTEDJOURNAL
           END-IF
           IF WS-RV-ANY-TRANSFER = 'Y'
               OPEN INPUT POSTEDJOURNAL
               MOVE 'YES' TO WS-PJ-MORE
               PERFORM UNTIL WS-PJ-MORE = 'NO'
                   READ POSTEDJOURNAL
                       AT END
                           MOVE 'NO' TO WS-PJ-MORE
                       NOT AT END
                           IF PJ-TYPE = 'R'
                            AND PJ-REVERSED-FLAG NOT = 'R'
                               PERFORM 144-TAKE-TRANSFER-PAIR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTEDJOURNAL
           END-IF
           PERFORM VARYING RV FROM 1 BY 1
             UNTIL RV > WS-RV-COUNT
               PERFORM 146-RELEASE-REVERSAL
           END-PERFORM.
       143-TAKE-ORIGINAL.
           PERFORM VARYING RV FROM 1 BY 1
             UNTIL RV > WS-RV-COUNT
               IF WS-RV-REF(RV) = PJ-REF
                   MOVE 'Y' TO WS-RV-FOUND(RV)
                   MOVE PJ-ACCT TO WS-RV-ORIG-ACCT(RV)
                   MOVE PJ-TYPE TO WS-RV-ORIG-TYPE(RV)
                   MOVE PJ-SIGNED-AMOUNT TO WS-RV-ORIG-SIGNED(RV)
                   MOVE PJ-TRANS-DATE TO WS-RV-ORIG-DATE(RV)
                   MOVE PJ-COUNTERPARTY TO WS-RV-ORIG-CPTY(RV)
                   MOVE PJ-REVERSED-FLAG TO WS-RV-ORIG-REVERSED(RV)
                   IF PJ-TYPE = 'T'
                       MOVE 'Y' TO WS-RV-ANY-TRANSFER
                   END-IF
               END-IF
           END-PERFORM.
      *The credit side a transfer generated posts under its own
      *reference - it is the unreversed R on the counterparty for the
      *same date and amount naming the transferring account. Two
      *identical transfers each claim a different one.
       144-TAKE-TRANSFER-PAIR.
           PERFORM VARYING RV FROM 1 BY 1
             UNTIL RV > WS-RV-COUNT
               IF WS-RV-FOUND(RV) = 'Y'
                AND WS-RV-ORIG-TYPE(RV) = 'T'
                AND WS-RV-PAIR-REF(RV) = 0
                AND PJ-ACCT = WS-RV-ORIG-CPTY(RV)
                AND PJ-COUNTERPARTY = WS-RV-ORIG-ACCT(RV)
                AND PJ-TRANS-DATE = WS-RV-ORIG-DATE(RV)
                AND PJ-SIGNED-AMOUNT = 0 - WS-RV-ORIG-SIGNED(RV)
                   MOVE 'N' TO WS-RV-PAIR-TAKEN
                   PERFORM VARYING RV2 FROM 1 BY 1
                     UNTIL RV2 > WS-RV-COUNT
                       IF WS-RV-PAIR-REF(RV2) = PJ-REF
                           MOVE 'Y' TO WS-RV-PAIR-TAKEN
                       END-IF
                   END-PERFORM
                   IF WS-RV-PAIR-TAKEN = 'N'
                       MOVE PJ-REF TO WS-RV-PAIR-REF(RV)
                       MOVE PJ-ACCT TO WS-RV-PAIR-ACCT(RV)
                       MOVE PJ-SIGNED-AMOUNT TO WS-RV-PAIR-SIGNED(RV)
                   END-IF
               END-IF
           END-PERFORM.
       146-RELEASE-REVERSAL.
           MOVE SPACES TO WS-REJECT-REASON
           IF WS-RV-FOUND(RV) = 'N'
               MOVE 'REVERSAL REF NOT FOUND' TO WS-REJECT-REASON
           ELSE
               IF WS-RV-ORIG-REVERSED(RV) = 'R'
                   MOVE 'ALREADY REVERSED' TO WS-REJECT-REASON
               ELSE
                   IF WS-RV-ORIG-ACCT(RV) NOT = WS-RV-ACCT(RV)
                       MOVE 'REVERSAL WRONG ACCOUNT' TO WS-REJECT-REASON
                   ELSE
                       IF WS-RV-ORIG-TYPE(RV) = 'X'
                           MOVE 'CANNOT REVERSE REVERSAL'
                             TO WS-REJECT-REASON
                       END-IF
                       IF WS-RV-ORIG-TYPE(RV) = 'R'
                           MOVE 'REVERSE THE TRANSFER OUT'
                             TO WS-REJECT-REASON
                       END-IF
                       IF WS-RV-ORIG-SIGNED(RV) NOT = WS-RV-AMOUNT(RV)
                        AND WS-RV-ORIG-SIGNED(RV)
                            NOT = 0 - WS-RV-AMOUNT(RV)
                           MOVE 'REVERSAL AMOUNT MISMATCH'
                             TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM VARYING RV2 FROM 1 BY 1
                 UNTIL RV2 NOT < RV
                   IF WS-RV-ACCEPTED(RV2) = 'Y'
                    AND WS-RV-REF(RV2) = WS-RV-REF(RV)
                       MOVE 'REVERSAL REQUESTED TWICE'
                         TO WS-REJECT-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REJECT-REASON = SPACES
            AND WS-RV-PAIR-REF(RV) > 0
               PERFORM 149-CHECK-REVERSAL-SIDES
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 147-REJECT-HELD-REVERSAL
           ELSE
               MOVE 'Y' TO WS-RV-ACCEPTED(RV)
               MOVE SPACES TO SORT-REC
               MOVE WS-RV-NAME(RV) TO SORT-NAME-CLIENT
               MOVE WS-RV-DATE(RV) TO SORT-DATE-INPUT
               MOVE WS-RV-AMOUNT(RV) TO SORT-AMOUNT
               MOVE 'X' TO SORT-TRANS-TYPE
               MOVE WS-RV-REF(RV) TO SORT-REVERSE-REF
               MOVE WS-RV-ACCT(RV) TO SORT-ACCT-NUMBER
               RELEASE SORT-REC
               IF WS-RV-PAIR-REF(RV) > 0
                   MOVE SPACES TO SORT-REC
                   MOVE WS-RV-PAIR-ACCT(RV) TO SORT-ACCT-NUMBER
                   PERFORM 108-NAME-FROM-MASTER
                   MOVE WS-RV-DATE(RV) TO SORT-DATE-INPUT
                   MOVE WS-RV-AMOUNT(RV) TO SORT-AMOUNT
                   MOVE 'X' TO SORT-TRANS-TYPE
                   MOVE WS-RV-PAIR-REF(RV) TO SORT-REVERSE-REF
                   RELEASE SORT-REC
               END-IF
           END-IF.
      *A transfer is reversed on both sides or not at all. The posting
      *gate would refuse either side on its own - closed takes
      *nothing, frozen takes no debit - so both are checked here
      *before either side is released.
       149-CHECK-REVERSAL-SIDES.
           MOVE 0 TO WS-RV-ACCT-IX
           MOVE 0 TO WS-RV-PAIR-IX
           IF WS-ACCOUNT-COUNT > 0
               SET AX TO 1
               SEARCH ACCOUNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACCT-NUMBER(AX) = WS-RV-ACCT(RV)
                       SET WS-RV-ACCT-IX TO AX
               END-SEARCH
               SET AX TO 1
               SEARCH ACCOUNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACCT-NUMBER(AX) = WS-RV-PAIR-ACCT(RV)
                       SET WS-RV-PAIR-IX TO AX
               END-SEARCH
           END-IF
           IF WS-RV-ACCT-IX = 0
               MOVE 'ACCOUNT NOT ON MASTER' TO WS-REJECT-REASON
           ELSE
               IF WS-ACCT-STATUS(WS-RV-ACCT-IX) = 'C'
                   MOVE 'ACCOUNT CLOSED' TO WS-REJECT-REASON
               ELSE
                   IF WS-ACCT-STATUS(WS-RV-ACCT-IX) = 'F'
                    AND WS-RV-ORIG-SIGNED(RV) > 0
                       MOVE 'ACCOUNT FROZEN - DEBIT' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-RV-PAIR-IX = 0
                   MOVE 'COUNTERPARTY UNKNOWN' TO WS-REJECT-REASON
               ELSE
                   IF WS-ACCT-STATUS(WS-RV-PAIR-IX) = 'C'
                       MOVE 'COUNTERPARTY CLOSED' TO WS-REJECT-REASON
                   ELSE
                       IF WS-ACCT-STATUS(WS-RV-PAIR-IX) = 'F'
                        AND WS-RV-PAIR-SIGNED(RV) > 0
                           MOVE 'COUNTERPARTY FROZEN' TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.
       147-REJECT-HELD-REVERSAL.
           MOVE SPACES TO REJECT-REC
           MOVE WS-RV-NAME(RV) (1:1) TO REJECT-INITIAL1-OUT
           MOVE WS-RV-NAME(RV) (2:1) TO REJECT-INITIAL2-OUT
           MOVE WS-RV-NAME(RV) (3:10) TO REJECT-LASTNAME-OUT
           MOVE WS-RV-DATE(RV) TO REJECT-DATE-OUT
           MOVE WS-RV-AMOUNT(RV) TO REJECT-AMOUNT-OUT
           MOVE WS-REJECT-REASON TO REJECT-REASON-OUT
           WRITE REJECT-REC
           ADD 1 TO WS-AUDIT-REJECTED.
       145-REJECT-INPUT-REVERSAL.
           MOVE SPACES TO REJECT-REC
           MOVE INITIAL1-SRT TO REJECT-INITIAL1-OUT
           MOVE INITIAL2-SRT TO REJECT-INITIAL2-OUT
           MOVE LASTNAME-SRT TO REJECT-LASTNAME-OUT
           MOVE DATE-INPUT-SRT TO REJECT-DATE-OUT
           MOVE AMOUNT-SRT TO REJECT-AMOUNT-OUT
           MOVE WS-REJECT-REASON TO REJECT-REASON-OUT
           WRITE REJECT-REC
           ADD 1 TO WS-AUDIT-REJECTED.
       148-WRITE-JOURNAL-CONTROL.
           OPEN OUTPUT JOURNALCONTROL
           MOVE WS-LAST-REF TO JC-LAST-REF
           WRITE JOURNAL-CONTROL-REC
           CLOSE JOURNALCONTROL.
      *Old journal plus this run's postings into the work copy, with
      *every entry reversed this run marked, then the work copy back
      *over the journal.
       150-BRING-JOURNAL-FORWARD.
           OPEN OUTPUT JOURNALWORK
           OPEN INPUT POSTEDJOURNAL
           IF WS-PJ-STATUS = '00'
               MOVE 'YES' TO WS-PJ-MORE
               PERFORM UNTIL WS-PJ-MORE = 'NO'
                   READ POSTEDJOURNAL
                       AT END
                           MOVE 'NO' TO WS-PJ-MORE
                       NOT AT END
                           PERFORM 151-MARK-IF-REVERSED
                           MOVE JOURNAL-REC TO JOURNAL-WORK-REC
                           WRITE JOURNAL-WORK-REC
                   END-READ
               END-PERFORM
               CLOSE POSTEDJOURNAL
           END-IF
           OPEN INPUT JOURNALRUN
           MOVE 'YES' TO WS-PJ-MORE
           PERFORM UNTIL WS-PJ-MORE = 'NO'
               READ JOURNALRUN
                   AT END
                       MOVE 'NO' TO WS-PJ-MORE
                   NOT AT END
                       MOVE JOURNAL-RUN-REC TO JOURNAL-REC
                       PERFORM 151-MARK-IF-REVERSED
                       MOVE JOURNAL-REC TO JOURNAL-WORK-REC
                       WRITE JOURNAL-WORK-REC
               END-READ
           END-PERFORM
           CLOSE JOURNALRUN
           CLOSE JOURNALWORK
           OPEN INPUT JOURNALWORK
           OPEN OUTPUT POSTEDJOURNAL
           MOVE 'YES' TO WS-PJ-MORE
           PERFORM UNTIL WS-PJ-MORE = 'NO'
               READ JOURNALWORK
                   AT END
                       MOVE 'NO' TO WS-PJ-MORE
                   NOT AT END
                       MOVE JOURNAL-WORK-REC TO JOURNAL-REC
                       WRITE JOURNAL-REC
               END-READ
           END-PERFORM
           CLOSE JOURNALWORK
                 POSTEDJOURNAL.
       151-MARK-IF-REVERSED.
           PERFORM VARYING RV FROM 1 BY 1
             UNTIL RV > WS-RV-COUNT
               IF WS-RV-NEW-REF(RV) > 0
                AND PJ-REF = WS-RV-REF(RV)
                   MOVE 'R' TO PJ-REVERSED-FLAG
                   MOVE WS-RV-NEW-REF(RV) TO PJ-REVERSED-BY
               END-IF
               IF WS-RV-PAIR-NEW-REF(RV) > 0
                AND PJ-REF = WS-RV-PAIR-REF(RV)
                   MOVE 'R' TO PJ-REVERSED-FLAG
                   MOVE WS-RV-PAIR-NEW-REF(RV) TO PJ-REVERSED-BY
               END-IF
           END-PERFORM.
       155-WRITE-CORRECTIONS-HEADER.
           MOVE SPACES TO CORRECTIONS-REC
           MOVE WS-JOURNAL-RUN-DATE TO CRH-RUN-DATE-OUT
           MOVE CR-HEADER-LINE TO CORRECTIONS-REC
           WRITE CORRECTIONS-REC
             BEFORE ADVANCING 2 LINES
           MOVE CR-GROUP-LINE TO CORRECTIONS-REC
           WRITE CORRECTIONS-REC
             BEFORE ADVANCING 1 LINE
           MOVE CR-COLUMN-LINE TO CORRECTIONS-REC
           WRITE CORRECTIONS-REC
             BEFORE ADVANCING 2 LINES.
      *Which held request this reversing line belongs to - either the
      *entry it names or the transfer credit side released with it.
       197-FIND-REVERSAL.
           MOVE 0 TO WS-RV-IX
           MOVE 'N' TO WS-REV-IS-PAIR
           IF REVERSE-REF NUMERIC
               PERFORM VARYING RV FROM 1 BY 1
                 UNTIL RV > WS-RV-COUNT
                   IF WS-RV-ACCEPTED(RV) = 'Y'
                    AND WS-RV-IX = 0
                       IF WS-RV-REF(RV) = REVERSE-REF
                           MOVE RV TO WS-RV-IX
                           MOVE WS-RV-REF(RV) TO WS-REV-ORIG-REF
                           MOVE WS-RV-ORIG-TYPE(RV) TO WS-REV-ORIG-TYPE
                           MOVE WS-RV-ORIG-SIGNED(RV)
                             TO WS-REV-ORIG-SIGNED
                           MOVE WS-RV-ORIG-DATE(RV) TO WS-REV-ORIG-DATE
                       ELSE
                           IF WS-RV-PAIR-REF(RV) = REVERSE-REF
                               MOVE RV TO WS-RV-IX
                               MOVE 'Y' TO WS-REV-IS-PAIR
                               MOVE WS-RV-PAIR-REF(RV) TO WS-REV-ORIG-REF
                               MOVE 'R' TO WS-REV-ORIG-TYPE
                               MOVE WS-RV-PAIR-SIGNED(RV)
                                 TO WS-REV-ORIG-SIGNED
                               MOVE WS-RV-ORIG-DATE(RV)
                                 TO WS-REV-ORIG-DATE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
      *Limits first, then the history - dropping anything that has
      *aged out of the window on the way in.
       160-LOAD-CASH-WATCH.
           OPEN INPUT CASHWATCHPARM
           IF WS-CW-STATUS = '00'
               READ CASHWATCHPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CW-THRESHOLD NUMERIC AND CW-THRESHOLD > 0
                           MOVE CW-THRESHOLD TO WS-CASH-THRESHOLD
                       END-IF
                       IF CW-NEAR-PCT NUMERIC AND CW-NEAR-PCT > 0
                           MOVE CW-NEAR-PCT TO WS-NEAR-PCT
                       END-IF
                       IF CW-WINDOW-DAYS NUMERIC AND CW-WINDOW-DAYS > 0
                           MOVE CW-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
                       IF CW-MIN-COUNT NUMERIC AND CW-MIN-COUNT > 1
                           MOVE CW-MIN-COUNT TO WS-MIN-COUNT
                       END-IF
               END-READ
               CLOSE CASHWATCHPARM
           END-IF
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-CASH-THRESHOLD * (100 - WS-NEAR-PCT) / 100
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-DATA
           COMPUTE WS-CASH-RUN-DATE =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           COMPUTE WS-WINDOW-INT =
               FUNCTION INTEGER-OF-DATE(WS-CASH-RUN-DATE)
               - WS-WINDOW-DAYS + 1
           COMPUTE WS-WINDOW-START =
               FUNCTION DATE-OF-INTEGER(WS-WINDOW-INT)
           OPEN INPUT CASHHISTORY
           IF WS-CH-STATUS = '00'
               PERFORM UNTIL WS-CH-MORE = 'NO'
                   READ CASHHISTORY
                       AT END
                           MOVE 'NO' TO WS-CH-MORE
                       NOT AT END
                           IF CH-DATE NUMERIC
                            AND CH-DATE NOT < WS-WINDOW-START
                            AND WS-HISTORY-COUNT < WS-MAX-HISTORY
                               ADD 1 TO WS-HISTORY-COUNT
                               MOVE CASH-HISTORY-REC
                                 TO CASH-HISTORY-ENTRY(WS-HISTORY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CASHHISTORY
           END-IF.
       163-WRITE-LARGE-CASH-HEADER.
           MOVE SPACES TO LARGE-CASH-REC
           MOVE WS-CASH-THRESHOLD TO LCH-THRESHOLD-OUT
           MOVE WS-CASH-RUN-DATE TO LCH-RUN-DATE-OUT
           MOVE LC-HEADER-LINE TO LARGE-CASH-REC
           WRITE LARGE-CASH-REC
             BEFORE ADVANCING 2 LINES.
      *Called for each posted cash line once its journal reference is
      *known.
       165-CHECK-CASH.
           IF AMOUNT > WS-CASH-THRESHOLD
               ADD 1 TO WS-LARGE-COUNT
               MOVE SPACES TO LARGE-CASH-REC
               MOVE ACCT-NUMBER TO LCD-ACCT-OUT
               MOVE INITIAL1 TO LCD-INITIAL1-OUT
               MOVE INITIAL2 TO LCD-INITIAL2-OUT
               MOVE LASTNAME TO LCD-NAME-OUT
               MOVE DATE_PLACE TO LCD-DATE-OUT
               MOVE TRANS-TYPE-OUT TO LCD-TYPE-OUT
               MOVE AMOUNT TO LCD-AMOUNT-OUT
               MOVE WS-LAST-REF TO LCD-REF-OUT
               MOVE LC-DETAIL-LINE TO LARGE-CASH-REC
               WRITE LARGE-CASH-REC
                 BEFORE ADVANCING 1 LINE
           END-IF
           IF IS-DEPOSIT
            AND AMOUNT NOT < WS-NEAR-FLOOR
            AND AMOUNT NOT > WS-CASH-THRESHOLD
            AND WS-DATE-KEY NOT < WS-WINDOW-START
               IF WS-HISTORY-COUNT < WS-MAX-HISTORY
                   ADD 1 TO WS-HISTORY-COUNT
                   MOVE ACCT-NUMBER TO WS-CH-ACCT(WS-HISTORY-COUNT)
                   MOVE WS-DATE-KEY TO WS-CH-DATE(WS-HISTORY-COUNT)
                   MOVE AMOUNT TO WS-CH-AMOUNT(WS-HISTORY-COUNT)
                   MOVE WS-LAST-REF TO WS-CH-REF(WS-HISTORY-COUNT)
               ELSE
                   DISPLAY 'CASH HISTORY TABLE FULL - REF ' WS-LAST-REF
                       ' NOT KEPT'
               END-IF
               IF WS-ACCT-INDEX > 0
                   MOVE 'Y' TO WS-ACCT-NEAR-NEW(WS-ACCT-INDEX)
               END-IF
           END-IF.
      *Only accounts with a fresh just-under deposit are judged, so the
      *same deposits do not flag an account again on every run they
      *stay inside the window.
       167-STRUCTURING-PASS.
           MOVE SPACES TO LARGE-CASH-REC
           MOVE WS-LARGE-COUNT TO LCC-COUNT-OUT
           MOVE LC-COUNT-LINE TO LARGE-CASH-REC
           WRITE LARGE-CASH-REC
             AFTER ADVANCING 2 LINES
           CLOSE LARGECASHREPORT
           OPEN OUTPUT STRUCTURINGREPORT
           MOVE SPACES TO STRUCTURING-REC
           MOVE WS-NEAR-FLOOR TO STH-FLOOR-OUT
           MOVE WS-CASH-THRESHOLD TO STH-THRESHOLD-OUT
           MOVE WS-WINDOW-DAYS TO STH-WINDOW-OUT
           MOVE ST-HEADER-LINE TO STRUCTURING-REC
           WRITE STRUCTURING-REC
             BEFORE ADVANCING 2 LINES
           PERFORM VARYING AX FROM 1 BY 1
             UNTIL AX > WS-ACCOUNT-COUNT
               IF WS-ACCT-NEAR-NEW(AX) = 'Y'
                   PERFORM 168-CHECK-ONE-PATTERN
               END-IF
           END-PERFORM
           MOVE SPACES TO STRUCTURING-REC
           MOVE WS-STRUCT-COUNT TO STC-COUNT-OUT
           MOVE ST-COUNT-LINE TO STRUCTURING-REC
           WRITE STRUCTURING-REC
             AFTER ADVANCING 2 LINES
           CLOSE STRUCTURINGREPORT
           PERFORM 174-REWRITE-CASH-HISTORY.
       168-CHECK-ONE-PATTERN.
           MOVE 0 TO WS-NEAR-COUNT
           MOVE 0 TO WS-NEAR-TOTAL
           PERFORM VARYING HY FROM 1 BY 1
             UNTIL HY > WS-HISTORY-COUNT
               IF WS-CH-ACCT(HY) = WS-ACCT-NUMBER(AX)
                   ADD 1 TO WS-NEAR-COUNT
                   ADD WS-CH-AMOUNT(HY) TO WS-NEAR-TOTAL
               END-IF
           END-PERFORM
           IF WS-NEAR-COUNT NOT < WS-MIN-COUNT
            AND WS-NEAR-TOTAL > WS-CASH-THRESHOLD
               ADD 1 TO WS-STRUCT-COUNT
               MOVE SPACES TO STA-REPEAT-OUT
               IF WS-ACCT-REVIEW(AX) = 'S'
                   MOVE 'REPEAT' TO STA-REPEAT-OUT
               END-IF
               MOVE 'S' TO WS-ACCT-REVIEW(AX)
               ADD 1 TO WS-ACCT-REVIEW-COUNT(AX)
               MOVE WS-CASH-RUN-DATE TO WS-ACCT-REVIEW-DATE(AX)
               MOVE SPACES TO STRUCTURING-REC
               MOVE WS-ACCT-NUMBER(AX) TO STA-ACCT-OUT
               MOVE WS-ACCT-NAME(AX) TO STA-NAME-OUT
               MOVE WS-NEAR-COUNT TO STA-COUNT-OUT
               MOVE WS-NEAR-TOTAL TO STA-TOTAL-OUT
               MOVE WS-ACCT-REVIEW-COUNT(AX) TO STA-TIMES-OUT
               MOVE ST-ACCOUNT-LINE TO STRUCTURING-REC
               WRITE STRUCTURING-REC
                 BEFORE ADVANCING 1 LINE
               PERFORM VARYING HY FROM 1 BY 1
                 UNTIL HY > WS-HISTORY-COUNT
                   IF WS-CH-ACCT(HY) = WS-ACCT-NUMBER(AX)
                       MOVE SPACES TO STRUCTURING-REC
                       MOVE WS-CH-DATE(HY) TO STD-DATE-OUT
                       MOVE WS-CH-AMOUNT(HY) TO STD-AMOUNT-OUT
                       MOVE WS-CH-REF(HY) TO STD-REF-OUT
                       MOVE ST-DEPOSIT-LINE TO STRUCTURING-REC
                       WRITE STRUCTURING-REC
                         BEFORE ADVANCING 1 LINE
                   END-IF
               END-PERFORM
           END-IF.
       174-REWRITE-CASH-HISTORY.
           OPEN OUTPUT CASHHISTORY
           PERFORM VARYING HY FROM 1 BY 1
             UNTIL HY > WS-HISTORY-COUNT
               MOVE CASH-HISTORY-ENTRY(HY) TO CASH-HISTORY-REC
               WRITE CASH-HISTORY-REC
           END-PERFORM
           CLOSE CASHHISTORY.
       270-REWRITE-ACCOUNT-MASTER.
           OPEN OUTPUT ACCOUNTMASTER
           PERFORM VARYING AX FROM 1 BY 1
               MOVE WS-ACCT-ACTIVITY(AX) TO AM-LAST-ACTIVITY
               MOVE WS-ACCT-STATUS(AX) TO AM-STATUS
               MOVE WS-ACCT-DORMANT(AX) TO AM-DORMANT-FLAG
               MOVE WS-ACCT-REVIEW(AX) TO AM-REVIEW-STATUS
               MOVE WS-ACCT-REVIEW-COUNT(AX) TO AM-REVIEW-COUNT
               MOVE WS-ACCT-REVIEW-DATE(AX) TO AM-REVIEW-DATE
               MOVE WS-ACCT-AVAILABLE(AX) TO AM-AVAILABLE
               MOVE WS-ACCT-OPEN-DATE(AX) TO AM-OPEN-DATE
               WRITE MASTER-REC
           END-PERFORM
           CLOSE ACCOUNTMASTER.
           MOVE WS-REJECT-REASON TO REJECT-REASON-OUT
           WRITE REJECT-REC
           ADD 1 TO WS-AUDIT-REJECTED.
      *Standing-order payments are exempt - an account can owe two
      *identical payments on one day, and a run catching up on missed
      *weekly payments releases several of the same amount. So are
      *reversals, which are already held to one per journal entry.
       190-CHECK-DUPLICATE.
           MOVE 'N' TO WS-IS-DUPLICATE
           IF NOT FROM-STANDING-ORDER AND NOT IS-REVERSAL
               MOVE ACCT-NUMBER TO WS-CURR-ACCT
               MOVE DATE_INPUT TO WS-CURR-DATE
               MOVE AMOUNT TO WS-CURR-AMOUNT
               MOVE TRANS-TYPE TO WS-CURR-TYPE
               IF WS-CURR-KEY = WS-PREV-KEY
                   MOVE 'Y' TO WS-IS-DUPLICATE
                   IF WS-DUP-FIRST-WRITTEN = 'N'
                       MOVE 'FIRST' TO WS-DUP-TAG
                       MOVE 'POSTED' TO WS-DUP-ACTION
                       PERFORM 195-WRITE-DUP-RECORD
                       MOVE 'Y' TO WS-DUP-FIRST-WRITTEN
                   END-IF
                   MOVE 'REPEAT' TO WS-DUP-TAG
                   IF WS-POST-DUPS = 'Y'
                       MOVE 'POSTED' TO WS-DUP-ACTION
                   ELSE
                       MOVE 'NOT POSTED' TO WS-DUP-ACTION
                   END-IF
                   PERFORM 195-WRITE-DUP-RECORD
               ELSE
                   MOVE WS-CURR-KEY TO WS-PREV-KEY
                   MOVE 'N' TO WS-DUP-FIRST-WRITTEN
               END-IF
           END-IF.
       195-WRITE-DUP-RECORD.
           MOVE SPACES TO DUP-REC
                   MOVE 'INT' TO TRANS-TYPE-OUT
                   MOVE AMOUNT TO WS-SIGNED-AMOUNT
                   ADD WS-SIGNED-AMOUNT TO WS-INT-TOTAL
               WHEN IS-REVERSAL
                   MOVE 'REV' TO TRANS-TYPE-OUT
                   COMPUTE WS-SIGNED-AMOUNT = 0 - WS-REV-ORIG-SIGNED
                   ADD WS-SIGNED-AMOUNT TO WS-REV-TOTAL
           END-EVALUATE
           PERFORM 205-WRITE-JOURNAL-ENTRY
           IF (IS-DEPOSIT OR IS-WITHDRAWAL)
            AND NOT FROM-STANDING-ORDER
               PERFORM 165-CHECK-CASH
           END-IF
           MOVE 'N' TO WS-HOLD-PLACED
           IF IS-DEPOSIT AND WS-RULE-COUNT > 0
               PERFORM 132-FIND-HOLD-RULE
               IF WS-HOLD-DAYS > 0
                   PERFORM 133-PLACE-HOLD
               END-IF
           END-IF
           IF IS-REVERSAL AND WS-REV-ORIG-TYPE = 'D'
               PERFORM 134-CANCEL-HOLD
           END-IF
           MOVE WS-SIGNED-AMOUNT TO AMOUNT-OUT
           ADD WS-SIGNED-AMOUNT TO WS-NAME-SUBTOTAL
           ADD WS-SIGNED-AMOUNT TO WS-GRAND-TOTAL
           MOVE DATE_INPUT TO WS-LAST-TRANS-DATE
           ADD WS-SIGNED-AMOUNT TO WS-RUNNING-BALANCE
           IF WS-HOLD-PLACED = 'Y'
               MOVE WS-RUNNING-AVAILABLE TO WS-NEW-AVAILABLE
           ELSE
               COMPUTE WS-NEW-AVAILABLE =
                   WS-RUNNING-AVAILABLE + WS-SIGNED-AMOUNT
           END-IF
           IF WS-RUNNING-AVAILABLE >= 0
            AND WS-NEW-AVAILABLE < 0
               MOVE WS-NEW-AVAILABLE TO WS-RUNNING-AVAILABLE
               PERFORM 210-WRITE-OVERDRAFT-ALERT
           ELSE
               MOVE WS-NEW-AVAILABLE TO WS-RUNNING-AVAILABLE
           END-IF
           ADD 1 TO WS-AUDIT-WRITTEN
           WRITE OUTPUTREPORT.
      *Every posting is journaled under the next reference; a
      *reversal also records its reference against the request so the
      *original can be marked when the journal is brought forward, and
      *goes on the corrections register beside the entry it reverses.
       205-WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-LAST-REF
           MOVE SPACES TO JOURNAL-REC
           MOVE WS-LAST-REF TO PJ-REF
           MOVE ACCT-NUMBER TO PJ-ACCT
           MOVE NAME-CLIENT TO PJ-NAME
           MOVE DATE_INPUT TO PJ-TRANS-DATE
           MOVE WS-JOURNAL-RUN-DATE TO PJ-POST-DATE
           MOVE TRANS-TYPE TO PJ-TYPE
           MOVE WS-SIGNED-AMOUNT TO PJ-SIGNED-AMOUNT
           MOVE 0 TO PJ-REVERSES-REF
           MOVE SPACE TO PJ-REVERSES-TYPE
           IF IS-REVERSAL
               MOVE 0 TO PJ-COUNTERPARTY
               MOVE WS-REV-ORIG-REF TO PJ-REVERSES-REF
               MOVE WS-REV-ORIG-TYPE TO PJ-REVERSES-TYPE
           ELSE
               IF COUNTERPARTY-ACCT NUMERIC
                   MOVE COUNTERPARTY-ACCT TO PJ-COUNTERPARTY
               ELSE
                   MOVE 0 TO PJ-COUNTERPARTY
               END-IF
           END-IF
           MOVE SPACE TO PJ-REVERSED-FLAG
           MOVE 0 TO PJ-REVERSED-BY
           MOVE TRANS-SOURCE TO PJ-SOURCE
           MOVE JOURNAL-REC TO JOURNAL-RUN-REC
           WRITE JOURNAL-RUN-REC
           IF IS-REVERSAL
               IF WS-REV-IS-PAIR = 'Y'
                   MOVE WS-LAST-REF TO WS-RV-PAIR-NEW-REF(WS-RV-IX)
               ELSE
                   MOVE WS-LAST-REF TO WS-RV-NEW-REF(WS-RV-IX)
               END-IF
               PERFORM 207-WRITE-CORRECTION-LINE
           END-IF.
       207-WRITE-CORRECTION-LINE.
           MOVE SPACES TO CORRECTIONS-REC
           MOVE ACCT-NUMBER TO CRD-ACCT-OUT
           MOVE WS-REV-ORIG-REF TO CRD-ORIG-REF-OUT
           MOVE WS-REV-ORIG-DATE TO CRD-ORIG-DATE-OUT
           EVALUATE WS-REV-ORIG-TYPE
               WHEN 'D'
                   MOVE 'DEP' TO CRD-ORIG-TYPE-OUT
               WHEN 'W'
                   MOVE 'WDL' TO CRD-ORIG-TYPE-OUT
               WHEN 'T'
                   MOVE 'TRF' TO CRD-ORIG-TYPE-OUT
               WHEN 'R'
                   MOVE 'TRI' TO CRD-ORIG-TYPE-OUT
               WHEN 'F'
                   MOVE 'FEE' TO CRD-ORIG-TYPE-OUT
               WHEN 'I'
                   MOVE 'INT' TO CRD-ORIG-TYPE-OUT
               WHEN OTHER
                   MOVE WS-REV-ORIG-TYPE TO CRD-ORIG-TYPE-OUT
           END-EVALUATE
           MOVE WS-REV-ORIG-SIGNED TO CRD-ORIG-AMOUNT-OUT
           MOVE WS-LAST-REF TO CRD-NEW-REF-OUT
           MOVE DATE_INPUT TO CRD-NEW-DATE-OUT
           MOVE WS-SIGNED-AMOUNT TO CRD-NEW-AMOUNT-OUT
           MOVE CR-DETAIL-LINE TO CORRECTIONS-REC
           WRITE CORRECTIONS-REC
             BEFORE ADVANCING 1 LINE.
       210-WRITE-OVERDRAFT-ALERT.
           MOVE 'Y' TO WS-OVERDRAWN-FLAG
           MOVE SPACES TO ALERT-REC
           MOVE LASTNAME TO ALERT-LASTNAME-OUT
           MOVE DATE_INPUT TO ALERT-DATE-OUT
           MOVE WS-SIGNED-AMOUNT TO ALERT-AMOUNT-OUT
           IF WS-RUNNING-BALANCE < 0
               MOVE WS-RUNNING-BALANCE TO ALERT-BALANCE-OUT
               MOVE 'BALANCE WENT NEGATIVE' TO ALERT-REASON-OUT
           ELSE
               MOVE WS-RUNNING-AVAILABLE TO ALERT-BALANCE-OUT
               MOVE 'PAID AGAINST HELD FUNDS' TO ALERT-REASON-OUT
           END-IF
           WRITE ALERT-REC.
       250-WRITE-SUBTOTAL.
           COMPUTE WS-CLOSING-BALANCE =
           MOVE SUBTOTAL-LINE TO OUTPUTREPORT
           WRITE OUTPUTREPORT
             BEFORE ADVANCING 1 LINE
           IF WS-STATEMENT-MODE = 'Y'
               MOVE SPACES TO OUTPUTREPORT
               MOVE WS-RUNNING-AVAILABLE TO AVAILABLE-AMOUNT-OUT
               MOVE AVAILABLE-LINE TO OUTPUTREPORT
               WRITE OUTPUTREPORT
                 BEFORE ADVANCING 1 LINE
           END-IF
           IF WS-ACCT-INDEX > 0
               MOVE WS-CLOSING-BALANCE TO WS-ACCT-BALANCE(WS-ACCT-INDEX)
               MOVE WS-RUNNING-AVAILABLE TO WS-ACCT-AVAILABLE(WS-ACCT-INDEX)
               MOVE WS-LAST-TRANS-DATE TO WS-ACCT-ACTIVITY(WS-ACCT-INDEX)
           END-IF
           MOVE 0 TO WS-NAME-SUBTOTAL.
           PERFORM 265-WRITE-TYPE-TOTAL
           MOVE 'TOTAL INTEREST' TO TYPE-TOTAL-LABEL
           MOVE WS-INT-TOTAL TO TYPE-TOTAL-AMOUNT-OUT
           PERFORM 265-WRITE-TYPE-TOTAL
           MOVE 'TOTAL REVERSALS' TO TYPE-TOTAL-LABEL
           MOVE WS-REV-TOTAL TO TYPE-TOTAL-AMOUNT-OUT
           PERFORM 265-WRITE-TYPE-TOTAL.
      *Positive type totals post as credits, negative ones as
      *debits; the trailer's net must land exactly on the run's
           MOVE 'INT' TO WS-GL-TYPE
           MOVE WS-INT-TOTAL TO WS-GL-AMOUNT
           PERFORM 269-WRITE-GL-RECORD
           MOVE 'REV' TO WS-GL-TYPE
           MOVE WS-REV-TOTAL TO WS-GL-AMOUNT
           PERFORM 269-WRITE-GL-RECORD
           MOVE SPACES TO GL-TRAILER-REC
           MOVE 'TRAILER' TO GL-TR-ID
           MOVE WS-GL-COUNT TO GL-TR-COUNT
