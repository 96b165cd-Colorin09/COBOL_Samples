       IDENTIFICATION DIVISION.
       PROGRAM-ID. Program1 as "HomeworkTaxStatements.Program1".
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.   SELECT POSTEDJOURNAL ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\PostedJournal.txt"
                       organization is line sequential
                       file status is WS-PJ-STATUS.
                       SELECT ACCOUNTMASTER ASSIGN TO "E:\COBOL Stuff\HomeworkTransaction\HomeworkTransaction\AccountMaster.txt"
                       organization is line sequential
                       file status is WS-MASTER-STATUS.
                       SELECT TAXYEARPARM ASSIGN TO "E:\COBOL Stuff\HomeworkTaxStatements\HomeworkTaxStatements\TaxYearParm.txt"
                       organization is line sequential
                       file status is WS-TY-STATUS.
                       SELECT TAXSTATEMENTS ASSIGN TO "E:\COBOL Stuff\HomeworkTaxStatements\HomeworkTaxStatements\TaxStatements.txt"
                       organization is line sequential.
                       SELECT TAXFILING ASSIGN TO "E:\COBOL Stuff\HomeworkTaxStatements\HomeworkTaxStatements\TaxFiling.txt"
                       organization is line sequential.
                       SELECT RUNAUDITFILE ASSIGN TO "E:\COBOL Stuff\RunAudit.txt"
                       organization is line sequential
                       file status is WS-AUD-STATUS.
                       SELECT AUDITPARM ASSIGN TO "E:\COBOL Stuff\AuditParm.txt"
                       organization is line sequential
                       file status is WS-AP-STATUS.
                       SELECT SORTWORK ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
      *Posted-transaction journal kept by HomeworkTransaction - every
      *posting under its own reference, signed as posted. A reversal
      *(type X) names the type of the entry it reverses, so a reversed
      *interest credit or fee nets off against the year it posts in.
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

      *Account master as HomeworkTransaction keeps it - read here only
      *for the name and status; closed accounts stay on the master.
       FD ACCOUNTMASTER.
       01 MASTER-REC.
         05 AM-NAME.
            10 AM-INITIAL1 PICTURE X.
            10 AM-INITIAL2 PICTURE X.
            10 AM-LASTNAME PICTURE X(10).
         05 AM-BALANCE PICTURE S9(7) SIGN IS LEADING SEPARATE.
         05 AM-LAST-ACTIVITY PICTURE X(8).
         05 AM-STATUS PICTURE X.
         05 AM-NUMBER PICTURE 9(6).
         05 AM-DORMANT-FLAG PICTURE X.
         05 AM-REVIEW-STATUS PICTURE X.
         05 AM-REVIEW-COUNT PICTURE 999.
         05 AM-REVIEW-DATE PICTURE 9(8).
         05 AM-AVAILABLE PICTURE S9(7) SIGN IS LEADING SEPARATE.
         05 AM-OPEN-DATE PICTURE 9(8).

      *Tax year and reporting threshold (optional file). Without it
      *the run reports the calendar year before the run date, and
      *accounts earning more than $10 interest are filed.
       FD TAXYEARPARM.
       01 TAX-YEAR-PARM-REC.
         05 TY-YEAR PICTURE 9(4).
         05 TY-THRESHOLD PICTURE 9(6).

       FD TAXSTATEMENTS.
       01 TAX-STATEMENT-REC PICTURE X(80).

      *Regulatory filing - one D record per account whose interest for
      *the year is over the threshold, then a T trailer with the count
      *of D records and their interest and fee totals. Amounts are
      *whole dollars.
       FD TAXFILING.
       01 TAX-FILING-REC.
         05 TF-REC-TYPE PICTURE X.
         05 TF-TAX-YEAR PICTURE 9(4).
         05 TF-ACCT PICTURE 9(6).
         05 TF-NAME PICTURE X(12).
         05 TF-STATUS PICTURE X.
         05 TF-INTEREST PICTURE 9(8).
         05 TF-FEES PICTURE 9(8).
         05 PICTURE X(20).
       01 TAX-FILING-TRAILER.
         05 TT-REC-TYPE PICTURE X.
         05 TT-TAX-YEAR PICTURE 9(4).
         05 TT-COUNT PICTURE 9(6).
         05 TT-TOTAL-INTEREST PICTURE 9(10).
         05 TT-TOTAL-FEES PICTURE 9(10).
         05 PICTURE X(29).

      *Shared run-audit file - every program in the suite appends one
      *record per run; the 900-level paragraphs are common across the
      *suite.
       FD RUNAUDITFILE.
       01 AUDIT-REC.
         05 AUD-PROGRAM PICTURE X(20).
         05 AUD-RUN-DATE PICTURE 9(8).
         05 AUD-RUN-TIME PICTURE 9(6).
         05 AUD-RECORDS-READ PICTURE 9(7).
         05 AUD-RECORDS-WRITTEN PICTURE 9(7).
         05 AUD-RECORDS-REJECTED PICTURE 9(7).
         05 AUD-MONEY-TOTAL PICTURE S9(9)V99 SIGN IS LEADING SEPARATE.
         05 AUD-FLAG PICTURE X(12).

       FD AUDITPARM.
       01 AUDIT-PARM-REC.
         05 AP-SWING-PCT PICTURE 999.

      *One sort record per interest or fee posting in the tax year,
      *including reversals of either, signed so that interest earned
      *and fees charged both count up.
       SD SORTWORK.
       01 SORT-REC.
         05 SORT-ACCT PICTURE 9(6).
         05 SORT-NAME PICTURE X(12).
         05 SORT-KIND PICTURE X.
           88 SORT-IS-INTEREST VALUE 'I'.
           88 SORT-IS-FEE VALUE 'F'.
         05 SORT-AMOUNT PICTURE S9(7).

       WORKING-STORAGE SECTION.
       01 WS-PJ-STATUS PICTURE XX VALUE SPACES.
       01 WS-MASTER-STATUS PICTURE XX VALUE SPACES.
       01 WS-TY-STATUS PICTURE XX VALUE SPACES.
       01 WS-PJ-MORE PICTURE XXX VALUE 'YES'.
       01 WS-MASTER-MORE PICTURE XXX VALUE 'YES'.
       01 WS-SORT-MORE PICTURE XXX VALUE 'YES'.
       01 WS-TAX-YEAR PICTURE 9(4) VALUE 0.
       01 WS-THRESHOLD PICTURE 9(6) VALUE 10.
       01 WS-POST-YEAR PICTURE 9(4) VALUE 0.

      *Master table - number, name and status only, searched for each
      *account that has a statement. An account the master no longer
      *holds is printed under the name on its journal entries.
       01 WS-MAX-ACCOUNTS PICTURE 999 VALUE 500.
       01 WS-ACCOUNT-COUNT PICTURE 999 VALUE 0.
       01 ACCOUNT-TABLE.
         05 ACCOUNT-ENTRY OCCURS 1 TO 500 TIMES
              DEPENDING ON WS-ACCOUNT-COUNT
              INDEXED BY AX.
           10 WS-ACCT-NUMBER PICTURE 9(6).
           10 WS-ACCT-NAME PICTURE X(12).
           10 WS-ACCT-STATUS PICTURE X.

      *Per-account accumulators for the control break on account
      *number, and the run totals.
       01 WS-FIRST-RECORD PICTURE X VALUE 'Y'.
       01 WS-PRIOR-ACCT PICTURE 9(6) VALUE 0.
       01 WS-PRIOR-NAME.
         05 WS-PRIOR-INITIAL1 PICTURE X.
         05 WS-PRIOR-INITIAL2 PICTURE X.
         05 WS-PRIOR-LASTNAME PICTURE X(10).
       01 WS-PRIOR-STATUS PICTURE X VALUE SPACE.
       01 WS-ACCT-INTEREST PICTURE S9(8) VALUE 0.
       01 WS-ACCT-FEES PICTURE S9(8) VALUE 0.
       01 WS-INT-POSTINGS PICTURE 9(5) VALUE 0.
       01 WS-FEE-POSTINGS PICTURE 9(5) VALUE 0.
       01 WS-STATEMENT-COUNT PICTURE 9(7) VALUE 0.
       01 WS-FILED-COUNT PICTURE 9(6) VALUE 0.
       01 WS-FILED-INTEREST PICTURE 9(10) VALUE 0.
       01 WS-FILED-FEES PICTURE 9(10) VALUE 0.
       01 WS-TOTAL-INTEREST PICTURE S9(10) VALUE 0.
       01 WS-TOTAL-FEES PICTURE S9(10) VALUE 0.

       01 TS-TITLE-LINE.
         05 PICTURE X(5) VALUE SPACES.
         05 PICTURE X(47) VALUE
             'YEAR-END INTEREST AND FEE STATEMENT - TAX YEAR '.
         05 TST-YEAR-OUT PICTURE 9(4).
         05 PICTURE X(24) VALUE SPACES.

       01 TS-ACCOUNT-LINE.
         05 PICTURE X(5) VALUE SPACES.
         05 PICTURE X(8) VALUE 'ACCOUNT '.
         05 TSA-ACCT-OUT PICTURE 9(6).
         05 PICTURE X(2) VALUE SPACES.
         05 TSA-INITIAL1-OUT PICTURE X.
         05 PICTURE X VALUE '.'.
         05 TSA-INITIAL2-OUT PICTURE X.
         05 PICTURE X VALUE '.'.
         05 TSA-NAME-OUT PICTURE X(10).
         05 PICTURE X(3) VALUE SPACES.
         05 TSA-STATUS-OUT PICTURE X(14).
         05 PICTURE X(28) VALUE SPACES.

       01 TS-AMOUNT-LINE.
         05 PICTURE X(10) VALUE SPACES.
         05 TSM-LABEL-OUT PICTURE X(30).
         05 TSM-AMOUNT-OUT PICTURE $$,$$$,$$9CR.
         05 PICTURE X(3) VALUE SPACES.
         05 TSM-COUNT-OUT PICTURE ZZZZ9.
         05 PICTURE X(9) VALUE ' POSTINGS'.
         05 PICTURE X(11) VALUE SPACES.

       01 TS-MESSAGE-LINE.
         05 PICTURE X(10) VALUE SPACES.
         05 TSG-MESSAGE-OUT PICTURE X(60).
         05 PICTURE X(10) VALUE SPACES.

       01 TS-SUMMARY-LINE.
         05 PICTURE X(10) VALUE SPACES.
         05 TSS-LABEL-OUT PICTURE X(30).
         05 TSS-COUNT-OUT PICTURE Z,ZZZ,ZZ9.
         05 PICTURE X(3) VALUE SPACES.
         05 TSS-AMOUNT-OUT PICTURE $$$,$$$,$$$,$$9CR.
         05 PICTURE X(11) VALUE SPACES.

      *Run-audit bookkeeping - swing tolerance from AuditParm, counts
      *compared to this program's previous audit record.
       01 WS-AUD-STATUS PICTURE XX VALUE SPACES.
       01 WS-AP-STATUS PICTURE XX VALUE SPACES.
       01 WS-AUDIT-MORE PICTURE XXX VALUE 'YES'.
       01 WS-SWING-PCT PICTURE 999 VALUE 25.
       01 WS-AUDIT-READ PICTURE 9(7) VALUE 0.
       01 WS-AUDIT-WRITTEN PICTURE 9(7) VALUE 0.
       01 WS-AUDIT-REJECTED PICTURE 9(7) VALUE 0.
       01 WS-PREV-AUDIT-FOUND PICTURE X VALUE 'N'.
       01 WS-PREV-READ PICTURE 9(7) VALUE 0.
       01 WS-PREV-WRITTEN PICTURE 9(7) VALUE 0.
       01 WS-AUDIT-DIFF PICTURE 9(8) VALUE 0.
       01 WS-AUDIT-FLAG PICTURE X(12) VALUE SPACES.
       01 WS-AUDIT-PROGRAM PICTURE X(20) VALUE 'HOMEWORKTAXSTATEMENT'.
       01 WS-RUN-TIME PICTURE 9(6) VALUE 0.
       01 WS-AUDIT-DATE PICTURE 9(8) VALUE 0.
       01 WS-GRAND-TOTAL PICTURE S9(8) VALUE 0.
       01 WS-CURRENT-DATE-DATA.
         05 WS-CURRENT-DATE.
           10 WS-CURRENT-YEAR PICTURE 9(4).
           10 WS-CURRENT-MONTH PICTURE 9(2).
           10 WS-CURRENT-DAY PICTURE 9(2).

       procedure division.
       100-MAIN-MODULE.
            PERFORM 105-READ-TAX-YEAR-PARM
            PERFORM 110-LOAD-ACCOUNT-MASTER
            OPEN OUTPUT TAXSTATEMENTS
                 OUTPUT TAXFILING
            SORT SORTWORK ON ASCENDING KEY SORT-ACCT
                INPUT PROCEDURE 120-SELECT-YEAR-POSTINGS
                OUTPUT PROCEDURE 200-PRINT-STATEMENTS
            PERFORM 260-WRITE-FILING-TRAILER
            PERFORM 265-WRITE-RUN-SUMMARY
            CLOSE TAXSTATEMENTS
                  TAXFILING
            MOVE WS-FILED-INTEREST TO WS-GRAND-TOTAL
            PERFORM 900-WRITE-RUN-AUDIT
            GOBACK.
      *Year-end runs in the new year, so the default is last year.
       105-READ-TAX-YEAR-PARM.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-DATA
           COMPUTE WS-TAX-YEAR = WS-CURRENT-YEAR - 1
           OPEN INPUT TAXYEARPARM
           IF WS-TY-STATUS = '00'
               READ TAXYEARPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TY-YEAR NUMERIC AND TY-YEAR > 0
                           MOVE TY-YEAR TO WS-TAX-YEAR
                       END-IF
                       IF TY-THRESHOLD NUMERIC
                           MOVE TY-THRESHOLD TO WS-THRESHOLD
                       END-IF
               END-READ
               CLOSE TAXYEARPARM
           END-IF.
       110-LOAD-ACCOUNT-MASTER.
           OPEN INPUT ACCOUNTMASTER
           IF WS-MASTER-STATUS = '00'
               PERFORM UNTIL WS-MASTER-MORE = 'NO'
                   READ ACCOUNTMASTER
                       AT END
                           MOVE 'NO' TO WS-MASTER-MORE
                       NOT AT END
                           IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
                            AND AM-NUMBER NUMERIC
                               ADD 1 TO WS-ACCOUNT-COUNT
                               MOVE AM-NUMBER TO WS-ACCT-NUMBER(WS-ACCOUNT-COUNT)
                               MOVE AM-NAME TO WS-ACCT-NAME(WS-ACCOUNT-COUNT)
                               MOVE AM-STATUS TO WS-ACCT-STATUS(WS-ACCOUNT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNTMASTER
           END-IF.
      *Interest and fees posted in the tax year, and reversals of
      *either - a reversal carries the opposite sign, so it takes back
      *what the original gave. Everything else on the journal is
      *passed over.
       120-SELECT-YEAR-POSTINGS.
           OPEN INPUT POSTEDJOURNAL
           IF WS-PJ-STATUS = '00'
               PERFORM UNTIL WS-PJ-MORE = 'NO'
                   READ POSTEDJOURNAL
                       AT END
                           MOVE 'NO' TO WS-PJ-MORE
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ
                           PERFORM 125-RELEASE-IF-TAXABLE
                   END-READ
               END-PERFORM
               CLOSE POSTEDJOURNAL
           ELSE
               DISPLAY 'POSTED JOURNAL NOT AVAILABLE - STATUS '
                   WS-PJ-STATUS
           END-IF.
       125-RELEASE-IF-TAXABLE.
           IF PJ-POST-DATE NUMERIC
            AND PJ-SIGNED-AMOUNT NUMERIC
               COMPUTE WS-POST-YEAR = PJ-POST-DATE / 10000
               IF WS-POST-YEAR = WS-TAX-YEAR
                   MOVE SPACES TO SORT-REC
                   MOVE PJ-ACCT TO SORT-ACCT
                   MOVE PJ-NAME TO SORT-NAME
                   IF PJ-TYPE = 'I'
                    OR (PJ-TYPE = 'X' AND PJ-REVERSES-TYPE = 'I')
                       MOVE 'I' TO SORT-KIND
                       MOVE PJ-SIGNED-AMOUNT TO SORT-AMOUNT
                       RELEASE SORT-REC
                   ELSE
                       IF PJ-TYPE = 'F'
                        OR (PJ-TYPE = 'X' AND PJ-REVERSES-TYPE = 'F')
                           MOVE 'F' TO SORT-KIND
                           COMPUTE SORT-AMOUNT = 0 - PJ-SIGNED-AMOUNT
                           RELEASE SORT-REC
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *One page per account, closed accounts included - the break key
      *is the account number.
       200-PRINT-STATEMENTS.
           PERFORM UNTIL WS-SORT-MORE = 'NO'
               RETURN SORTWORK
                   AT END
                       MOVE 'NO' TO WS-SORT-MORE
                   NOT AT END
                       IF WS-FIRST-RECORD = 'Y'
                           MOVE 'N' TO WS-FIRST-RECORD
                           PERFORM 205-START-ACCOUNT
                       ELSE
                           IF SORT-ACCT NOT = WS-PRIOR-ACCT
                               PERFORM 220-FINISH-ACCOUNT
                               PERFORM 205-START-ACCOUNT
                           END-IF
                       END-IF
                       IF SORT-IS-INTEREST
                           ADD SORT-AMOUNT TO WS-ACCT-INTEREST
                           ADD 1 TO WS-INT-POSTINGS
                       ELSE
                           ADD SORT-AMOUNT TO WS-ACCT-FEES
                           ADD 1 TO WS-FEE-POSTINGS
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-FIRST-RECORD = 'N'
               PERFORM 220-FINISH-ACCOUNT
           END-IF.
       205-START-ACCOUNT.
           MOVE SORT-ACCT TO WS-PRIOR-ACCT
           MOVE SORT-NAME TO WS-PRIOR-NAME
           MOVE SPACE TO WS-PRIOR-STATUS
           IF WS-ACCOUNT-COUNT > 0
               SET AX TO 1
               SEARCH ACCOUNT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ACCT-NUMBER(AX) = SORT-ACCT
                       MOVE WS-ACCT-NAME(AX) TO WS-PRIOR-NAME
                       MOVE WS-ACCT-STATUS(AX) TO WS-PRIOR-STATUS
               END-SEARCH
           END-IF
           MOVE 0 TO WS-ACCT-INTEREST
           MOVE 0 TO WS-ACCT-FEES
           MOVE 0 TO WS-INT-POSTINGS
           MOVE 0 TO WS-FEE-POSTINGS.
       220-FINISH-ACCOUNT.
           PERFORM 230-WRITE-STATEMENT-PAGE
           ADD WS-ACCT-INTEREST TO WS-TOTAL-INTEREST
           ADD WS-ACCT-FEES TO WS-TOTAL-FEES
           IF WS-ACCT-INTEREST > WS-THRESHOLD
               PERFORM 240-WRITE-FILING-RECORD
           END-IF.
       230-WRITE-STATEMENT-PAGE.
           ADD 1 TO WS-STATEMENT-COUNT
           ADD 1 TO WS-AUDIT-WRITTEN
           MOVE SPACES TO TAX-STATEMENT-REC
           MOVE WS-TAX-YEAR TO TST-YEAR-OUT
           MOVE TS-TITLE-LINE TO TAX-STATEMENT-REC
           WRITE TAX-STATEMENT-REC
             AFTER ADVANCING PAGE
           MOVE SPACES TO TAX-STATEMENT-REC
           MOVE WS-PRIOR-ACCT TO TSA-ACCT-OUT
           MOVE WS-PRIOR-INITIAL1 TO TSA-INITIAL1-OUT
           MOVE WS-PRIOR-INITIAL2 TO TSA-INITIAL2-OUT
           MOVE WS-PRIOR-LASTNAME TO TSA-NAME-OUT
           IF WS-PRIOR-STATUS = 'C'
               MOVE 'ACCOUNT CLOSED' TO TSA-STATUS-OUT
           ELSE
               IF WS-PRIOR-STATUS = 'F'
                   MOVE 'ACCOUNT FROZEN' TO TSA-STATUS-OUT
               ELSE
                   MOVE SPACES TO TSA-STATUS-OUT
               END-IF
           END-IF
           MOVE TS-ACCOUNT-LINE TO TAX-STATEMENT-REC
           WRITE TAX-STATEMENT-REC
             AFTER ADVANCING 2 LINES
           MOVE SPACES TO TAX-STATEMENT-REC
           MOVE 'INTEREST EARNED' TO TSM-LABEL-OUT
           MOVE WS-ACCT-INTEREST TO TSM-AMOUNT-OUT
           MOVE WS-INT-POSTINGS TO TSM-COUNT-OUT
           MOVE TS-AMOUNT-LINE TO TAX-STATEMENT-REC
           WRITE TAX-STATEMENT-REC
             AFTER ADVANCING 2 LINES
           MOVE SPACES TO TAX-STATEMENT-REC
           MOVE 'FEES CHARGED' TO TSM-LABEL-OUT
           MOVE WS-ACCT-FEES TO TSM-AMOUNT-OUT
           MOVE WS-FEE-POSTINGS TO TSM-COUNT-OUT
           MOVE TS-AMOUNT-LINE TO TAX-STATEMENT-REC
           WRITE TAX-STATEMENT-REC
             AFTER ADVANCING 1 LINE
           MOVE SPACES TO TAX-STATEMENT-REC
           IF WS-ACCT-INTEREST > WS-THRESHOLD
               MOVE 'INTEREST REPORTED TO THE TAX AUTHORITY'
                 TO TSG-MESSAGE-OUT
           ELSE
               MOVE 'INTEREST BELOW THE REPORTING THRESHOLD - NOT REPORTED'
                 TO TSG-MESSAGE-OUT
           END-IF
           MOVE TS-MESSAGE-LINE TO TAX-STATEMENT-REC
           WRITE TAX-STATEMENT-REC
             AFTER ADVANCING 2 LINES.
      *Fees netted below zero by reversals of an earlier year's fees
      *file as zero.
       240-WRITE-FILING-RECORD.
           MOVE SPACES TO TAX-FILING-REC
           MOVE 'D' TO TF-REC-TYPE
           MOVE WS-TAX-YEAR TO TF-TAX-YEAR
           MOVE WS-PRIOR-ACCT TO TF-ACCT
           MOVE WS-PRIOR-NAME TO TF-NAME
           MOVE WS-PRIOR-STATUS TO TF-STATUS
           MOVE WS-ACCT-INTEREST TO TF-INTEREST
           IF WS-ACCT-FEES > 0
               MOVE WS-ACCT-FEES TO TF-FEES
           ELSE
               MOVE 0 TO TF-FEES
           END-IF
           WRITE TAX-FILING-REC
           ADD 1 TO WS-FILED-COUNT
           ADD TF-INTEREST TO WS-FILED-INTEREST
           ADD TF-FEES TO WS-FILED-FEES.
       260-WRITE-FILING-TRAILER.
           MOVE SPACES TO TAX-FILING-TRAILER
           MOVE 'T' TO TT-REC-TYPE
           MOVE WS-TAX-YEAR TO TT-TAX-YEAR
           MOVE WS-FILED-COUNT TO TT-COUNT
           MOVE WS-FILED-INTEREST TO TT-TOTAL-INTEREST
           MOVE WS-FILED-FEES TO TT-TOTAL-FEES
           WRITE TAX-FILING-TRAILER.
       265-WRITE-RUN-SUMMARY.
           MOVE SPACES TO TAX-STATEMENT-REC
           MOVE WS-TAX-YEAR TO TST-YEAR-OUT
           MOVE TS-TITLE-LINE TO TAX-STATEMENT-REC
           WRITE TAX-STATEMENT-REC
             AFTER ADVANCING PAGE
           MOVE SPACES TO TAX-STATEMENT-REC
           MOVE 'STATEMENTS - INTEREST EARNED' TO TSS-LABEL-OUT
           MOVE WS-STATEMENT-COUNT TO TSS-COUNT-OUT
           MOVE WS-TOTAL-INTEREST TO TSS-AMOUNT-OUT
           MOVE TS-SUMMARY-LINE TO TAX-STATEMENT-REC
           WRITE TAX-STATEMENT-REC
             AFTER ADVANCING 2 LINES
           MOVE SPACES TO TAX-STATEMENT-REC
           MOVE 'FILED - INTEREST REPORTED' TO TSS-LABEL-OUT
           MOVE WS-FILED-COUNT TO TSS-COUNT-OUT
           MOVE WS-FILED-INTEREST TO TSS-AMOUNT-OUT
           MOVE TS-SUMMARY-LINE TO TAX-STATEMENT-REC
           WRITE TAX-STATEMENT-REC
             AFTER ADVANCING 1 LINE
           MOVE SPACES TO TAX-STATEMENT-REC
           MOVE 'STATEMENTS - FEES CHARGED' TO TSS-LABEL-OUT
           MOVE WS-STATEMENT-COUNT TO TSS-COUNT-OUT
           MOVE WS-TOTAL-FEES TO TSS-AMOUNT-OUT
           MOVE TS-SUMMARY-LINE TO TAX-STATEMENT-REC
           WRITE TAX-STATEMENT-REC
             AFTER ADVANCING 1 LINE.
       900-WRITE-RUN-AUDIT.
           PERFORM 905-READ-AUDIT-PARM
           PERFORM 910-SCAN-PRIOR-AUDIT
           MOVE SPACES TO WS-AUDIT-FLAG
           IF WS-PREV-AUDIT-FOUND = 'Y'
               PERFORM 915-CHECK-SWING
           END-IF
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-CURRENT-DATE-DATA
           COMPUTE WS-AUDIT-DATE =
               WS-CURRENT-YEAR * 10000 +
               WS-CURRENT-MONTH * 100 + WS-CURRENT-DAY
           MOVE FUNCTION CURRENT-DATE (9:6) TO WS-RUN-TIME
           OPEN EXTEND RUNAUDITFILE
           IF WS-AUD-STATUS = '35'
               OPEN OUTPUT RUNAUDITFILE
           END-IF
           MOVE SPACES TO AUDIT-REC
           MOVE WS-AUDIT-PROGRAM TO AUD-PROGRAM
           MOVE WS-AUDIT-DATE TO AUD-RUN-DATE
           MOVE WS-RUN-TIME TO AUD-RUN-TIME
           MOVE WS-AUDIT-READ TO AUD-RECORDS-READ
           MOVE WS-AUDIT-WRITTEN TO AUD-RECORDS-WRITTEN
           MOVE WS-AUDIT-REJECTED TO AUD-RECORDS-REJECTED
           MOVE WS-GRAND-TOTAL TO AUD-MONEY-TOTAL
           MOVE WS-AUDIT-FLAG TO AUD-FLAG
           WRITE AUDIT-REC
           CLOSE RUNAUDITFILE.
       905-READ-AUDIT-PARM.
           OPEN INPUT AUDITPARM
           IF WS-AP-STATUS = '00'
               READ AUDITPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-SWING-PCT NUMERIC AND AP-SWING-PCT > 0
                           MOVE AP-SWING-PCT TO WS-SWING-PCT
                       END-IF
               END-READ
               CLOSE AUDITPARM
           END-IF.
      *Remember the most recent audit record this program wrote so
      *the new counts can be compared against it.
       910-SCAN-PRIOR-AUDIT.
           OPEN INPUT RUNAUDITFILE
           IF WS-AUD-STATUS = '00'
               PERFORM UNTIL WS-AUDIT-MORE = 'NO'
                   READ RUNAUDITFILE
                       AT END
                           MOVE 'NO' TO WS-AUDIT-MORE
                       NOT AT END
                           IF AUD-PROGRAM = WS-AUDIT-PROGRAM
                               MOVE 'Y' TO WS-PREV-AUDIT-FOUND
                               MOVE AUD-RECORDS-READ TO WS-PREV-READ
                               MOVE AUD-RECORDS-WRITTEN TO WS-PREV-WRITTEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUNAUDITFILE
           END-IF.
       915-CHECK-SWING.
           IF WS-PREV-READ > 0
               IF WS-AUDIT-READ > WS-PREV-READ
                   COMPUTE WS-AUDIT-DIFF = WS-AUDIT-READ - WS-PREV-READ
               ELSE
                   COMPUTE WS-AUDIT-DIFF = WS-PREV-READ - WS-AUDIT-READ
               END-IF
               IF WS-AUDIT-DIFF * 100 > WS-SWING-PCT * WS-PREV-READ
                   MOVE 'NEEDS REVIEW' TO WS-AUDIT-FLAG
               END-IF
           END-IF
           IF WS-PREV-WRITTEN > 0
               IF WS-AUDIT-WRITTEN > WS-PREV-WRITTEN
                   COMPUTE WS-AUDIT-DIFF =
                       WS-AUDIT-WRITTEN - WS-PREV-WRITTEN
               ELSE
                   COMPUTE WS-AUDIT-DIFF =
                       WS-PREV-WRITTEN - WS-AUDIT-WRITTEN
               END-IF
               IF WS-AUDIT-DIFF * 100 > WS-SWING-PCT * WS-PREV-WRITTEN
                   MOVE 'NEEDS REVIEW' TO WS-AUDIT-FLAG
               END-IF
           END-IF.
       end program Program1.
        
