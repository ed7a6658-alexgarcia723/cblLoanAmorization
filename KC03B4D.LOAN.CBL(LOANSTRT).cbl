      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTRT.
      ******************************************************************
      *portfolio stratification and vintage report. sweeps the whole
      *loan master and groups the loans still owing by note-rate band,
      *original term band, remaining term band, origination year
      *(vintage), payment frequency, day basis, investor and current
      *delinquency bucket; each group shows its loan count, original
      *principal, current balance, balance-weighted average rate and
      *remaining term, and its share of the portfolio balance.
      *the current balance is the principal the last POST run left
      *outstanding on the loan (kept on DELQHIST), moved by any
      *booked-amount change since; a loan no POST run has taken
      *figures for yet stands at its booked amount. remaining term is
      *contractual: the term less the periods due since origination,
      *as the latest modification in effect (LOANMOD) re-set it.
      *the vintage section takes every loan ever booked in a year --
      *charged-off loans and those archived off the master to LOANHIST
      *included -- and shows how much of that year's original balance
      *has paid down, paid off, and gone 60+ and 90+ days behind at
      *its worst.
      *the parameter is the output format in 1-4 (TEXT, CSV or HTML,
      *as LOAN writes them) and an investor code in 5-14 to report one
      *investor's pool alone
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT loan_master ASSIGN TO LOANMSTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS lm-loan-id
              FILE STATUS IS LOANMSTR-STATUS.
            SELECT optional delq_hist ASSIGN TO DELQHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dh-loan-id
               FILE STATUS IS DELQ-STATUS.
            SELECT optional loan_mod ASSIGN TO LOANMOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS md-key
               FILE STATUS IS LOANMOD-STATUS.
            SELECT optional loan_hist ASSIGN TO LOANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lh-loan-id
               FILE STATUS IS LOANHIST-STATUS.
            SELECT strat_report ASSIGN TO STRTRPT
               ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD loan_master recording mode f.

       01 loan_master_record.
           05 lm-loan-id         PIC X(10).
           05 lm-loan-title      PIC X(40).
           05 lm-loan-amount     PIC X(15).
           05 lm-loan-interest   PIC X(15).
           05 lm-loan-terms      PIC X(15).
           05 lm-loan-additional PIC X(15).
           05 lm-loan-orig-date  PIC X(15).
           05 lm-loan-escrow     PIC X(15).
           05 lm-loan-esc-tax    PIC X(15).
           05 lm-loan-esc-ins    PIC X(15).
           05 lm-loan-late-type  PIC X(1).
           05 lm-loan-late-fee   PIC X(15).
           05 lm-loan-late-grace PIC X(15).
           05 lm-loan-day-basis  PIC X(3).
           05 lm-loan-pay-freq   PIC X(1).
           05 lm-loan-investor   PIC X(10).
      *    status C = charged off, blank = active; the date is the
      *    day the status was set and the month the last posted loan
      *    month at that time
           05 lm-loan-status     PIC X(1).
           05 lm-status-date     PIC X(8).
           05 lm-status-month    PIC X(4).

       FD delq_hist recording mode f.

      *aging buckets: 0=current 1=30 2=60 3=90 4=120+ days, one
      *bucket per whole month behind, the same file the LOAN POST
      *run keeps
       01 delq_hist_record.
           05 dh-loan-id        PIC X(10).
           05 dh-curr-bucket    PIC 9(1).
           05 dh-prior-bucket   PIC 9(1).
           05 dh-consec-months  PIC 9(4).
           05 dh-worst-bucket   PIC 9(1).
           05 dh-last-shortfall PIC 9(9)V99.
           05 dh-last-run-date  PIC X(8).
           05 dh-months-at-120  PIC 9(4).
           05 dh-hist-month     PIC X(6).
           05 dh-hist-profile   PIC X(25).
           05 dh-first-delq     PIC 9(8).
           05 dh-co-amount      PIC 9(9)V99.
           05 dh-co-received    PIC 9(9)V99.
           05 dh-m2-final       PIC X(1).
      *    principal outstanding, booked amount and interest collected
      *    to date as the last POST run left them. snap-flag is Y once
      *    they are taken
           05 dh-snap-flag      PIC X(1).
           05 dh-snap-amount    PIC 9(9)V99.
           05 dh-snap-balance   PIC 9(9)V99.
           05 dh-snap-interest  PIC 9(9)V99.

       FD loan_mod recording mode f.

      *loan modifications (workouts) as LOANMNT keeps them, one per
      *loan and effective month (payment number). a new term is the
      *payments left from the effective month on; zero leaves the
      *term as it stood
       01 loan_mod_record.
           05 md-key.
              10 md-loan-id      PIC X(10).
              10 md-eff-month    PIC 9(4).
           05 md-new-rate        PIC 99V99.
           05 md-new-term        PIC 9(4).
           05 md-forb-months     PIC 9(3).
           05 md-cap-interest    PIC 9(7)V99.
           05 md-cap-escrow      PIC 9(7)V99.
           05 md-cap-fees        PIC 9(7)V99.
           05 md-entered-date    PIC X(8).
           05 md-user            PIC X(8).
           05 FILLER             PIC X(12).

       FD loan_hist recording mode f
            record contains 334 characters.

      *paid-off loans archived off LOANMSTR by the LOAN ARCH run: the
      *master record as it last stood, then how and when the loan
      *paid off and its final totals
       01 loan_hist_record.
           05 lh-master.
              10 lh-loan-id         PIC X(10).
              10 FILLER             PIC X(218).
           05 lh-payoff-type     PIC X(1).
           05 lh-payoff-date     PIC 9(8).
           05 lh-payoff-month    PIC 9(4).
           05 lh-archive-date    PIC X(8).
           05 lh-total-received  PIC 9(9)V99.
           05 lh-interest-paid   PIC 9(9)V99.
           05 lh-principal-paid  PIC 9(9)V99.
           05 lh-additional-paid PIC 9(9)V99.
           05 lh-quote-total     PIC 9(9)V99.
           05 FILLER             PIC X(30).

       FD strat_report recording mode f
            record contains 300 characters.

       01 report_line PIC X(300).

       WORKING-STORAGE SECTION.

       01 output-format PIC X(4) VALUE "TEXT".
       01 ws-investor-filter PIC X(10) VALUE SPACES.
       01 ws-master-eof PIC X VALUE "N".
           88 ws-master-at-eof VALUE "Y".
       01 ws-hist-eof PIC X VALUE "N".
           88 ws-hist-at-eof VALUE "Y".
       01 ws-dlq-open PIC X VALUE "N".
       01 ws-hist-open PIC X VALUE "N".
       01 ws-mod-open PIC X VALUE "N".
       01 ws-mod-eof PIC X VALUE "N".
       01 ws-dlq-found PIC X VALUE "N".
       01 ws-run-date PIC X(8) VALUE SPACES.
       01 ws-run-time PIC X(8) VALUE SPACES.
       01 ws-run-year  PIC 9(4) VALUE ZERO.
       01 ws-run-month PIC 9(2) VALUE ZERO.

      *the loan being classified. state A=still owing P=paid off
      *(on the master at a zero balance, or archived) C=charged off
       01 ws-st-archived  PIC X VALUE "N".
       01 ws-st-state     PIC X VALUE SPACE.
       01 ws-st-amount    PIC 9(9)v99 VALUE ZERO.
       01 ws-st-rate      PIC 9(2)v9(4) VALUE ZERO.
       01 ws-st-years     PIC 9(3) VALUE ZERO.
       01 ws-st-balance   PIC 9(9)v99 VALUE ZERO.
       01 ws-st-bal-work  PIC S9(11)v99 VALUE ZERO.
       01 ws-st-ppy       PIC 9(2) VALUE 12.
       01 ws-st-periods   PIC 9(5) VALUE ZERO.
       01 ws-st-elapsed   PIC S9(7) VALUE ZERO.
       01 ws-st-months    PIC 9(5) VALUE ZERO.
      *last payment number of the schedule, and the payments a
      *modification leaves from its effective month, as LOAN works
      *them out when it applies the modification
       01 ws-st-last-pmt  PIC S9(7) VALUE ZERO.
       01 ws-st-mod-base  PIC S9(7) VALUE ZERO.
       01 ws-st-mod-left  PIC 9(5) VALUE ZERO.
       01 ws-st-orig-x    PIC X(15) VALUE SPACES.
       01 ws-st-orig-year PIC 9(4) VALUE ZERO.
       01 ws-st-orig-month PIC 9(2) VALUE ZERO.
       01 ws-st-dated     PIC X VALUE "N".
       01 ws-st-bucket    PIC X VALUE SPACE.
       01 ws-st-worst     PIC 9(1) VALUE ZERO.
       01 ws-st-band      PIC 9(2) VALUE ZERO.
       01 ws-st-lo        PIC 9(3) VALUE ZERO.
       01 ws-st-hi        PIC 9(3) VALUE ZERO.
       01 ds-st-lo        PIC ZZ9.
       01 ds-st-hi        PIC ZZ9.
       01 ds-st-rate-band PIC 9.
       01 ws-st-section   PIC 9(1) VALUE ZERO.
       01 ws-st-key       PIC X(10) VALUE SPACES.
       01 ws-st-label     PIC X(20) VALUE SPACES.

      *report sections in print order
       01 ws-section-values.
           05 FILLER PIC X(20) VALUE "NOTE RATE".
           05 FILLER PIC X(20) VALUE "ORIGINAL TERM".
           05 FILLER PIC X(20) VALUE "REMAINING TERM".
           05 FILLER PIC X(20) VALUE "VINTAGE".
           05 FILLER PIC X(20) VALUE "PAYMENT FREQUENCY".
           05 FILLER PIC X(20) VALUE "DAY BASIS".
           05 FILLER PIC X(20) VALUE "INVESTOR".
           05 FILLER PIC X(20) VALUE "DELINQUENCY".
       01 ws-section-table REDEFINES ws-section-values.
           05 ws-section-name PIC X(20) OCCURS 8 TIMES.

      *one slot per group per section. rate-wt and term-wt carry
      *balance x rate and balance x remaining months, so the
      *averages come out balance-weighted. slots print in key order
      *within a section by repeatedly taking the smallest key not
      *yet printed, as the portfolio cash flow does
       01 ws-grp-table.
           05 ws-grp-count PIC 9(4) COMP VALUE 0.
           05 ws-grp-entry OCCURS 400 TIMES
                           INDEXED BY ws-grp-idx.
              10 ws-grp-section  PIC 9(1).
              10 ws-grp-key      PIC X(10).
              10 ws-grp-label    PIC X(20).
              10 ws-grp-loans    PIC 9(7).
              10 ws-grp-orig     PIC 9(11)v99.
              10 ws-grp-bal      PIC 9(11)v99.
              10 ws-grp-rate-wt  PIC 9(13)v9(6).
              10 ws-grp-term-wt  PIC 9(15)v99.
              10 ws-grp-printed  PIC X(1).
       01 ws-grp-overflow PIC X VALUE "N".
       01 ws-grp-found    PIC X VALUE "N".
       01 ws-grp-min-idx  PIC 9(4) COMP VALUE 0.
       01 ws-grp-min-key  PIC X(10) VALUE SPACES.
       01 ws-sec-loop     PIC 9(1) VALUE ZERO.

      *portfolio totals over the loans stratified
       01 ws-tot-loans    PIC 9(7) VALUE ZERO.
       01 ws-tot-orig     PIC 9(11)v99 VALUE ZERO.
       01 ws-tot-bal      PIC 9(11)v99 VALUE ZERO.
       01 ws-tot-rate-wt  PIC 9(13)v9(6) VALUE ZERO.
       01 ws-tot-term-wt  PIC 9(15)v99 VALUE ZERO.

      *one slot per origination year, UNDATED for loans without an
      *origination date. paid down is the principal the loans still
      *owing have paid off their original amount; paid off is the
      *original amount of loans paid in full; 60+ and 90+ the original
      *amount of loans whose worst bucket reached 60 or 90 days (a
      *charged-off loan counts in both)
       01 ws-vin-table.
           05 ws-vin-count PIC 9(3) COMP VALUE 0.
           05 ws-vin-entry OCCURS 100 TIMES
                           INDEXED BY ws-vin-idx.
              10 ws-vin-year     PIC X(7).
              10 ws-vin-loans    PIC 9(7).
              10 ws-vin-orig     PIC 9(11)v99.
              10 ws-vin-bal      PIC 9(11)v99.
              10 ws-vin-down     PIC 9(11)v99.
              10 ws-vin-off      PIC 9(11)v99.
              10 ws-vin-60       PIC 9(11)v99.
              10 ws-vin-90       PIC 9(11)v99.
              10 ws-vin-printed  PIC X(1).
       01 ws-vin-overflow PIC X VALUE "N".
       01 ws-vin-found    PIC X VALUE "N".
       01 ws-vin-min-idx  PIC 9(3) COMP VALUE 0.
       01 ws-vin-min-year PIC X(7) VALUE SPACES.
       01 ws-vin-key      PIC X(7) VALUE SPACES.

      *row figures as they go on the report
       01 ws-row-label    PIC X(20) VALUE SPACES.
       01 ws-row-loans    PIC 9(7) VALUE ZERO.
       01 ws-row-orig     PIC 9(11)v99 VALUE ZERO.
       01 ws-row-bal      PIC 9(11)v99 VALUE ZERO.
       01 ws-row-rate-wt  PIC 9(13)v9(6) VALUE ZERO.
       01 ws-row-term-wt  PIC 9(15)v99 VALUE ZERO.
       01 ws-wa-rate      PIC 9(2)v9(3) VALUE ZERO.
       01 ws-wa-term      PIC 9(3) VALUE ZERO.
       01 ws-pct          PIC 9(3)v99 VALUE ZERO.
       01 ds-row-loans    PIC ZZZZZZ9.
       01 ds-row-orig     PIC 9(11).99.
       01 ds-row-bal      PIC 9(11).99.
       01 ds-wa-rate      PIC Z9.999.
       01 ds-wa-term      PIC ZZ9.
       01 ds-pct          PIC ZZ9.99.
       01 ds-vin-down     PIC 9(11).99.
       01 ds-vin-off      PIC 9(11).99.
       01 ds-vin-60       PIC 9(11).99.
       01 ds-vin-90       PIC 9(11).99.
       01 ds-pct-down     PIC ZZ9.99.
       01 ds-pct-off      PIC ZZ9.99.
       01 ds-pct-60       PIC ZZ9.99.
       01 ds-pct-90       PIC ZZ9.99.
       01 ds-run-date     PIC X(10) VALUE SPACES.

      *run counters for the trailer line
       01 ws-cnt-read      PIC 9(7) VALUE ZERO.
       01 ws-cnt-filtered  PIC 9(7) VALUE ZERO.
       01 ws-cnt-strat     PIC 9(7) VALUE ZERO.
       01 ws-cnt-paid      PIC 9(7) VALUE ZERO.
       01 ws-cnt-charged   PIC 9(7) VALUE ZERO.
       01 ws-cnt-archived  PIC 9(7) VALUE ZERO.
       01 ws-cnt-not-aged  PIC 9(7) VALUE ZERO.
       01 ds-cnt-read      PIC ZZZZZZ9.
       01 ds-cnt-filtered  PIC ZZZZZZ9.
       01 ds-cnt-strat     PIC ZZZZZZ9.
       01 ds-cnt-paid      PIC ZZZZZZ9.
       01 ds-cnt-charged   PIC ZZZZZZ9.
       01 ds-cnt-archived  PIC ZZZZZZ9.
       01 ds-cnt-not-aged  PIC ZZZZZZ9.

       01 ws-return-code PIC 9(2) VALUE ZERO.

       01  LOANMSTR-STATUS     PIC X(2).
       01  DELQ-STATUS         PIC X(2).
       01  LOANHIST-STATUS     PIC X(2).
       01  LOANMOD-STATUS      PIC X(2).

       01 ws_output_line PIC X(300) value spaces.
       01 ds_space PIC X(3) value " | ".
       01 ds_comma PIC X(1) value ",".

      * HTML stuff
       01 h_tr pic x(4) value "<tr>".
       01 h_str pic x(5) value "</tr>".
       01 h_td pic x(4) value "<td>".
       01 h_std pic x(5) value "</td>".

       LINKAGE SECTION.
       01  parameters.
           2 parameters-total-length pic 9(4) usage comp.
           2 parameter-values        pic x(30).

      ******************************************************************
       PROCEDURE DIVISION using parameters.
       MAIN-LOGIC Section.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           move ws-run-date(1:4) to ws-run-year
           move ws-run-date(5:2) to ws-run-month

           if parameters-total-length >= 4
              move parameter-values(1:4) to output-format
           end-if
           if output-format not = "TEXT" and output-format not = "CSV"
              and output-format not = "HTML"
              display "unknown format, TEXT used: " output-format
              move "TEXT" to output-format
           end-if
           if parameters-total-length >= 5
              move parameter-values(5:10) to ws-investor-filter
              move function trim(ws-investor-filter)
                 to ws-investor-filter
           end-if
           display "format is: " output-format
           display "investor filter is: " ws-investor-filter

           perform Open-All-Files

           if ws-return-code < 12
              perform Sweep-Next-Master-Loan
                 until ws-master-at-eof
              if ws-hist-open = "Y"
                 perform Sweep-Next-Archived-Loan
                    until ws-hist-at-eof
              end-if
              if output-format = "HTML"
                 perform Write-Html-Document-Header
              end-if
              perform Write-Report-Heading
              perform varying ws-sec-loop from 1 by 1
                 until ws-sec-loop > 8
                 perform Write-Strat-Section
              end-perform
              perform Write-Vintage-Section
              perform Write-Strat-Trailer
              if output-format = "HTML"
                 perform Write-Html-Document-Footer
              end-if
           end-if

           close loan_master
           if ws-dlq-open = "Y"
              close delq_hist
           end-if
           if ws-hist-open = "Y"
              close loan_hist
           end-if
           if ws-mod-open = "Y"
              close loan_mod
           end-if
           close strat_report

           move ws-return-code to return-code
           GOBACK.

      *the master is required; without delinquency history every
      *loan stands at its booked amount and in no bucket, so the run
      *warns (RC 4); without LOANHIST the vintages leave out archived
      *loans, which is quietly the case until the first ARCH run.
      *no LOANMOD just means no loan has been modified; one that is
      *there but cannot be read leaves every term as booked (RC 4)
       Open-All-Files.
           OPEN OUTPUT strat_report
           OPEN INPUT loan_master
           if LOANMSTR-STATUS not = "00"
              display "loan master not available, status "
                 LOANMSTR-STATUS
              move 12 to ws-return-code
              move "Y" to ws-master-eof
           else
              move spaces to lm-loan-id
              START loan_master KEY IS NOT LESS THAN lm-loan-id
                 INVALID KEY
                    move "Y" to ws-master-eof
              end-start
           end-if
           OPEN INPUT delq_hist
           if DELQ-STATUS = "00"
              move "Y" to ws-dlq-open
           else
              display "delinquency history not available, status "
                 DELQ-STATUS " -- balances at booked amounts"
              if ws-return-code < 4
                 move 4 to ws-return-code
              end-if
           end-if
           OPEN INPUT loan_mod
           if LOANMOD-STATUS = "00" or LOANMOD-STATUS = "05"
              move "Y" to ws-mod-open
           else
              display "loan modifications not available, status "
                 LOANMOD-STATUS " -- terms as booked"
              if ws-return-code < 4
                 move 4 to ws-return-code
              end-if
           end-if
           OPEN INPUT loan_hist
           if LOANHIST-STATUS = "00"
              move "Y" to ws-hist-open
              move spaces to lh-loan-id
              START loan_hist KEY IS NOT LESS THAN lh-loan-id
                 INVALID KEY
                    move "Y" to ws-hist-eof
              end-start
           end-if
           exit.

      ******************************************************************
      *every master loan in key order, then every archived loan. an
      *archived loan carries its master record as it last stood, so
      *it is classified the same way once moved into the master area
      ******************************************************************
       Sweep-Next-Master-Loan.
           READ loan_master NEXT RECORD
              AT END
                 move "Y" to ws-master-eof
              NOT AT END
                 move "N" to ws-st-archived
                 perform Classify-Loan
           end-read
           exit.

       Sweep-Next-Archived-Loan.
           READ loan_hist NEXT RECORD
              AT END
                 move "Y" to ws-hist-eof
              NOT AT END
                 move lh-master to loan_master_record
                 move "Y" to ws-st-archived
                 perform Classify-Loan
           end-read
           exit.

       Classify-Loan.
           add 1 to ws-cnt-read
           if ws-investor-filter not = spaces
              and lm-loan-investor not = ws-investor-filter
              add 1 to ws-cnt-filtered
              exit paragraph
           end-if

           perform Read-Loan-Terms
           perform Read-Loan-Delinquency
           perform Figure-Current-Balance
           perform Figure-Remaining-Term

           if ws-st-archived = "Y"
              move "P" to ws-st-state
              add 1 to ws-cnt-archived
           else
           if lm-loan-status = "C"
              move "C" to ws-st-state
              add 1 to ws-cnt-charged
           else
           if ws-st-balance = 0
              move "P" to ws-st-state
              add 1 to ws-cnt-paid
           else
              move "A" to ws-st-state
           end-if
           end-if
           end-if

           perform Add-Vintage-Loan
           if ws-st-state = "A"
              add 1 to ws-cnt-strat
              if ws-st-bucket = "N"
                 add 1 to ws-cnt-not-aged
              end-if
              perform Add-Loan-To-Groups
           end-if
           exit.

      *the master fields are validated character fields as LOANMNT
      *keyed them; terms are years, the rate an annual percentage
       Read-Loan-Terms.
           if lm-loan-amount = spaces
              move zero to ws-st-amount
           else
              compute ws-st-amount = function numval(lm-loan-amount)
           end-if
           if lm-loan-interest = spaces
              move zero to ws-st-rate
           else
              compute ws-st-rate = function numval(lm-loan-interest)
           end-if
           if lm-loan-terms = spaces
              move zero to ws-st-years
           else
              compute ws-st-years = function numval(lm-loan-terms)
           end-if
           evaluate lm-loan-pay-freq
              when "B"
                 move 26 to ws-st-ppy
              when "Q"
                 move 4 to ws-st-ppy
              when other
                 move 12 to ws-st-ppy
           end-evaluate

           move "N" to ws-st-dated
           move 0 to ws-st-orig-year
           move 0 to ws-st-orig-month
           move function trim(lm-loan-orig-date) to ws-st-orig-x
           if ws-st-orig-x(1:8) is numeric
              move ws-st-orig-x(1:4) to ws-st-orig-year
              move ws-st-orig-x(5:2) to ws-st-orig-month
              if ws-st-orig-year >= 1900 and ws-st-orig-month >= 1
                 and ws-st-orig-month <= 12
                 move "Y" to ws-st-dated
              end-if
           end-if
           exit.

      *current and worst bucket; N when no POST run has aged the loan
       Read-Loan-Delinquency.
           move "N" to ws-dlq-found
           move "N" to ws-st-bucket
           move 0 to ws-st-worst
           if ws-dlq-open not = "Y"
              exit paragraph
           end-if
           move lm-loan-id to dh-loan-id
           READ delq_hist KEY IS dh-loan-id
              INVALID KEY
                 move "N" to ws-dlq-found
              NOT INVALID KEY
                 move "Y" to ws-dlq-found
           end-read
           if ws-dlq-found = "Y"
              if dh-curr-bucket is numeric
                 move dh-curr-bucket to ws-st-bucket
              end-if
              if dh-worst-bucket is numeric
                 move dh-worst-bucket to ws-st-worst
              end-if
           end-if
           exit.

      *the principal the last POST run left outstanding, moved by
      *any change to the booked amount since; the booked amount when
      *no POST run has taken figures for the loan
       Figure-Current-Balance.
           move ws-st-amount to ws-st-balance
           if ws-dlq-found not = "Y"
              exit paragraph
           end-if
           if dh-snap-flag not = "Y"
              or dh-snap-balance is not numeric
              or dh-snap-amount is not numeric
              exit paragraph
           end-if
           compute ws-st-bal-work =
      -      dh-snap-balance + ws-st-amount - dh-snap-amount
           if ws-st-bal-work < 0
              move zero to ws-st-balance
           else
              move ws-st-bal-work to ws-st-balance
           end-if
           exit.

      *contractual months left: the periods to the schedule's last
      *payment less those due since origination, in months. the last
      *payment is the term's, or where the loan has been modified the
      *one the latest modification already in effect set. an undated
      *loan has had no payment fall due and keeps its whole term
       Figure-Remaining-Term.
           compute ws-st-periods = ws-st-years * ws-st-ppy
           move 0 to ws-st-elapsed
           if ws-st-dated = "Y"
              compute ws-st-elapsed =
      -         (ws-run-year * 12 + ws-run-month)
      -         - (ws-st-orig-year * 12 + ws-st-orig-month)
              if ws-st-elapsed < 0
                 move 0 to ws-st-elapsed
              end-if
              compute ws-st-elapsed = ws-st-elapsed * ws-st-ppy / 12
           end-if
           move ws-st-periods to ws-st-last-pmt
           if ws-mod-open = "Y"
              perform Apply-Loan-Modifications
           end-if
           if ws-st-elapsed >= ws-st-last-pmt
              move 0 to ws-st-months
           else
              compute ws-st-months rounded =
      -         (ws-st-last-pmt - ws-st-elapsed) * 12 / ws-st-ppy
           end-if
           exit.

      *    the loan's modifications in effective-month order, up to
      *    the payment now falling due; each later one re-sets the
      *    last payment from the one before
       Apply-Loan-Modifications.
           move "N" to ws-mod-eof
           move lm-loan-id to md-loan-id
           move 0 to md-eff-month
           START loan_mod KEY IS NOT LESS THAN md-key
              INVALID KEY
                 move "Y" to ws-mod-eof
           end-start
           perform Apply-Next-Modification
              until ws-mod-eof = "Y"
           exit.

       Apply-Next-Modification.
           READ loan_mod NEXT RECORD
              AT END
                 move "Y" to ws-mod-eof
                 exit paragraph
           end-read
           if md-loan-id not = lm-loan-id
              move "Y" to ws-mod-eof
              exit paragraph
           end-if
           if md-eff-month is not numeric or md-new-term is not numeric
              or md-forb-months is not numeric
              exit paragraph
           end-if
           if md-eff-month = 0
              exit paragraph
           end-if
           if md-eff-month > ws-st-elapsed + 1
              move "Y" to ws-mod-eof
              exit paragraph
           end-if
           if md-new-term > 0
              move md-new-term to ws-st-mod-left
           else
              compute ws-st-mod-base =
      -         ws-st-last-pmt - md-eff-month + 1
              if ws-st-mod-base < 1
                 move 1 to ws-st-mod-left
              else
                 move ws-st-mod-base to ws-st-mod-left
              end-if
           end-if
           compute ws-st-last-pmt =
      -      md-eff-month - 1 + md-forb-months + ws-st-mod-left
           exit.

      ******************************************************************
      *one loan into each section's group
      ******************************************************************
       Add-Loan-To-Groups.
      *    note rate, one band per whole percent from 3 to 9
           move 1 to ws-st-section
           move ws-st-rate to ws-st-band
           if ws-st-band < 3
              move "02" to ws-st-key
              move "UNDER 3.00" to ws-st-label
           else
           if ws-st-band > 9
              move "10" to ws-st-key
              move "10.00 AND OVER" to ws-st-label
           else
              move ws-st-band to ws-st-key
              move ws-st-band to ds-st-rate-band
              move spaces to ws-st-label
              STRING
                 ds-st-rate-band ".00 - " ds-st-rate-band ".99"
                 delimited by size
                 into ws-st-label
              end-string
           end-if
           end-if
           perform Add-To-Group

      *    original term in five-year bands
           move 2 to ws-st-section
           if ws-st-years = 0
              move 1 to ws-st-band
           else
              compute ws-st-band = (ws-st-years + 4) / 5
           end-if
           move ws-st-band to ws-st-key
           compute ws-st-lo = (ws-st-band - 1) * 5 + 1
           compute ws-st-hi = ws-st-band * 5
           move ws-st-lo to ds-st-lo
           move ws-st-hi to ds-st-hi
           move spaces to ws-st-label
           STRING
              ds-st-lo " - " ds-st-hi " YEARS" delimited by size
              into ws-st-label
           end-string
           perform Add-To-Group

      *    remaining term in five-year (60-month) bands
           move 3 to ws-st-section
           if ws-st-months = 0
              move 1 to ws-st-band
           else
              compute ws-st-band = (ws-st-months + 59) / 60
           end-if
           move ws-st-band to ws-st-key
           if ws-st-band = 1
              move 0 to ws-st-lo
           else
              compute ws-st-lo = (ws-st-band - 1) * 60 + 1
           end-if
           compute ws-st-hi = ws-st-band * 60
           move ws-st-lo to ds-st-lo
           move ws-st-hi to ds-st-hi
           move spaces to ws-st-label
           STRING
              ds-st-lo " - " ds-st-hi " MONTHS" delimited by size
              into ws-st-label
           end-string
           perform Add-To-Group

      *    origination year
           move 4 to ws-st-section
           if ws-st-dated = "Y"
              move ws-st-orig-year to ws-st-key
              move ws-st-orig-year to ws-st-label
           else
              move "9999" to ws-st-key
              move "UNDATED" to ws-st-label
           end-if
           perform Add-To-Group

           move 5 to ws-st-section
           evaluate lm-loan-pay-freq
              when "B"
                 move "2" to ws-st-key
                 move "BI-WEEKLY" to ws-st-label
              when "Q"
                 move "3" to ws-st-key
                 move "QUARTERLY" to ws-st-label
              when other
                 move "1" to ws-st-key
                 move "MONTHLY" to ws-st-label
           end-evaluate
           perform Add-To-Group

           move 6 to ws-st-section
           evaluate lm-loan-day-basis
              when "365"
                 move "2" to ws-st-key
                 move "ACTUAL/365" to ws-st-label
              when "360"
                 move "3" to ws-st-key
                 move "ACTUAL/360" to ws-st-label
              when other
                 move "1" to ws-st-key
                 move "PERIODIC" to ws-st-label
           end-evaluate
           perform Add-To-Group

           move 7 to ws-st-section
           move lm-loan-investor to ws-st-key
           if lm-loan-investor = spaces
              move "OWN BOOK" to ws-st-label
           else
              move lm-loan-investor to ws-st-label
           end-if
           perform Add-To-Group

           move 8 to ws-st-section
           move ws-st-bucket to ws-st-key
           evaluate ws-st-bucket
              when "0"
                 move "CURRENT" to ws-st-label
              when "1"
                 move "30 DAYS" to ws-st-label
              when "2"
                 move "60 DAYS" to ws-st-label
              when "3"
                 move "90 DAYS" to ws-st-label
              when "4"
                 move "120+ DAYS" to ws-st-label
              when other
                 move "NOT YET AGED" to ws-st-label
           end-evaluate
           perform Add-To-Group

           add 1 to ws-tot-loans
           add ws-st-amount to ws-tot-orig
           add ws-st-balance to ws-tot-bal
           compute ws-tot-rate-wt =
      -      ws-tot-rate-wt + ws-st-balance * ws-st-rate
           compute ws-tot-term-wt =
      -      ws-tot-term-wt + ws-st-balance * ws-st-months
           exit.

       Add-To-Group.
           move "N" to ws-grp-found
           perform varying ws-grp-idx from 1 by 1
              until ws-grp-idx > ws-grp-count
                 or ws-grp-found = "Y"
              if ws-grp-section(ws-grp-idx) = ws-st-section and
                 ws-grp-key(ws-grp-idx) = ws-st-key
                 move "Y" to ws-grp-found
              end-if
           end-perform
           if ws-grp-found = "Y"
              set ws-grp-idx down by 1
           else
              if ws-grp-count not < 400
                 move "Y" to ws-grp-overflow
                 exit paragraph
              end-if
              add 1 to ws-grp-count
              set ws-grp-idx to ws-grp-count
              move ws-st-section to ws-grp-section(ws-grp-idx)
              move ws-st-key to ws-grp-key(ws-grp-idx)
              move ws-st-label to ws-grp-label(ws-grp-idx)
              move 0 to ws-grp-loans(ws-grp-idx)
              move zero to ws-grp-orig(ws-grp-idx)
              move zero to ws-grp-bal(ws-grp-idx)
              move zero to ws-grp-rate-wt(ws-grp-idx)
              move zero to ws-grp-term-wt(ws-grp-idx)
              move "N" to ws-grp-printed(ws-grp-idx)
           end-if
           add 1 to ws-grp-loans(ws-grp-idx)
           add ws-st-amount to ws-grp-orig(ws-grp-idx)
           add ws-st-balance to ws-grp-bal(ws-grp-idx)
           compute ws-grp-rate-wt(ws-grp-idx) =
      -      ws-grp-rate-wt(ws-grp-idx) + ws-st-balance * ws-st-rate
           compute ws-grp-term-wt(ws-grp-idx) =
      -      ws-grp-term-wt(ws-grp-idx) + ws-st-balance * ws-st-months
           exit.

       Add-Vintage-Loan.
           if ws-st-dated = "Y"
              move ws-st-orig-year to ws-vin-key
           else
              move "UNDATED" to ws-vin-key
           end-if
           move "N" to ws-vin-found
           perform varying ws-vin-idx from 1 by 1
              until ws-vin-idx > ws-vin-count
                 or ws-vin-found = "Y"
              if ws-vin-year(ws-vin-idx) = ws-vin-key
                 move "Y" to ws-vin-found
              end-if
           end-perform
           if ws-vin-found = "Y"
              set ws-vin-idx down by 1
           else
              if ws-vin-count not < 100
                 move "Y" to ws-vin-overflow
                 exit paragraph
              end-if
              add 1 to ws-vin-count
              set ws-vin-idx to ws-vin-count
              move ws-vin-key to ws-vin-year(ws-vin-idx)
              move 0 to ws-vin-loans(ws-vin-idx)
              move zero to ws-vin-orig(ws-vin-idx)
              move zero to ws-vin-bal(ws-vin-idx)
              move zero to ws-vin-down(ws-vin-idx)
              move zero to ws-vin-off(ws-vin-idx)
              move zero to ws-vin-60(ws-vin-idx)
              move zero to ws-vin-90(ws-vin-idx)
              move "N" to ws-vin-printed(ws-vin-idx)
           end-if
           add 1 to ws-vin-loans(ws-vin-idx)
           add ws-st-amount to ws-vin-orig(ws-vin-idx)
           evaluate ws-st-state
              when "A"
                 add ws-st-balance to ws-vin-bal(ws-vin-idx)
                 if ws-st-amount > ws-st-balance
                    compute ws-vin-down(ws-vin-idx) =
      -               ws-vin-down(ws-vin-idx)
      -               + ws-st-amount - ws-st-balance
                 end-if
              when "P"
                 add ws-st-amount to ws-vin-off(ws-vin-idx)
              when other
                 continue
           end-evaluate
           if ws-st-worst >= 2 or ws-st-state = "C"
              add ws-st-amount to ws-vin-60(ws-vin-idx)
           end-if
           if ws-st-worst >= 3 or ws-st-state = "C"
              add ws-st-amount to ws-vin-90(ws-vin-idx)
           end-if
           exit.

      ******************************************************************
      *report heading and the portfolio total everything shares
      ******************************************************************
       Write-Report-Heading.
           move spaces to ds-run-date
           STRING
              ws-run-date(1:4) "-" ws-run-date(5:2) "-"
              ws-run-date(7:2) delimited by size
              into ds-run-date
           end-string
           move spaces to ws_output_line
           if output-format = "HTML"
              STRING
                 "<h1>Portfolio Stratification " delimited by size
                 ds-run-date delimited by size
                 into ws_output_line
              end-string
           else
              STRING
                 "PORTFOLIO STRATIFICATION" delimited by size
                 ds_space delimited by size
                 "RUN DATE: " delimited by size
                 ds-run-date delimited by size
                 into ws_output_line
              end-string
           end-if
           if ws-investor-filter not = spaces
              string
                 function trim(ws_output_line) delimited by size
                 ds_space delimited by size
                 "INVESTOR: " delimited by size
                 function trim(ws-investor-filter) delimited by size
                 into ws_output_line
              end-string
           end-if
           if output-format = "HTML"
              string
                 function trim(ws_output_line) delimited by size
                 "</h1>" delimited by size
                 into ws_output_line
              end-string
           end-if
           if output-format = "CSV"
              move spaces to ws_output_line
              STRING
                 "section,group,loans,original,balance,warate,"
                    delimited by size
                 "waremainingmonths,pctofbalance" delimited by size
                 into ws_output_line
              end-string
           end-if
           perform Put-Report-Line
           exit.

      ******************************************************************
      *one section: a heading, its groups in key order, and the
      *portfolio total row the groups foot to
      ******************************************************************
       Write-Strat-Section.
           if output-format = "HTML"
              move spaces to ws_output_line
              STRING
                 "<h2>" delimited by size
                 function trim(ws-section-name(ws-sec-loop))
                    delimited by size
                 "</h2><table border=""1"">" delimited by size
                 "<thead><tr><th>Group</th><th>Loans</th>"
                    delimited by size
                 "<th>Original Principal</th>" delimited by size
                 "<th>Current Balance</th><th>WA Rate</th>"
                    delimited by size
                 "<th>WA Remaining Months</th>" delimited by size
                 "<th>Pct of Balance</th></tr></thead><tbody>"
                    delimited by size
                 into ws_output_line
              end-string
              perform Put-Report-Line
           end-if
           if output-format = "TEXT"
              move spaces to ws_output_line
              STRING
                 "STRATIFICATION" delimited by size
                 ds_space delimited by size
                 function trim(ws-section-name(ws-sec-loop))
                    delimited by size
                 ds_space delimited by size
                 "group               |  loans|original      |"
                    delimited by size
                 "balance       |warate|wamths|pctbal" delimited by size
                 into ws_output_line
              end-string
              perform Put-Report-Line
           end-if

           perform Write-Next-Group ws-grp-count times

           move "TOTAL" to ws-row-label
           move ws-tot-loans to ws-row-loans
           move ws-tot-orig to ws-row-orig
           move ws-tot-bal to ws-row-bal
           move ws-tot-rate-wt to ws-row-rate-wt
           move ws-tot-term-wt to ws-row-term-wt
           perform Write-Group-Row
           if output-format = "HTML"
              move "</tbody></table>" to ws_output_line
              perform Put-Report-Line
           end-if
           exit.

       Write-Next-Group.
           move 0 to ws-grp-min-idx
           move HIGH-VALUES to ws-grp-min-key
           perform varying ws-grp-idx from 1 by 1
              until ws-grp-idx > ws-grp-count
              if ws-grp-section(ws-grp-idx) = ws-sec-loop and
                 ws-grp-printed(ws-grp-idx) = "N" and
                 ws-grp-key(ws-grp-idx) < ws-grp-min-key
                 move ws-grp-key(ws-grp-idx) to ws-grp-min-key
                 set ws-grp-min-idx to ws-grp-idx
              end-if
           end-perform
           if ws-grp-min-idx = 0
              exit paragraph
           end-if
           move "Y" to ws-grp-printed(ws-grp-min-idx)
           move ws-grp-label(ws-grp-min-idx) to ws-row-label
           move ws-grp-loans(ws-grp-min-idx) to ws-row-loans
           move ws-grp-orig(ws-grp-min-idx) to ws-row-orig
           move ws-grp-bal(ws-grp-min-idx) to ws-row-bal
           move ws-grp-rate-wt(ws-grp-min-idx) to ws-row-rate-wt
           move ws-grp-term-wt(ws-grp-min-idx) to ws-row-term-wt
           perform Write-Group-Row
           exit.

       Write-Group-Row.
           if ws-row-bal > 0
              compute ws-wa-rate rounded = ws-row-rate-wt / ws-row-bal
              compute ws-wa-term rounded = ws-row-term-wt / ws-row-bal
           else
              move zero to ws-wa-rate
              move zero to ws-wa-term
           end-if
           if ws-tot-bal > 0
              compute ws-pct rounded = ws-row-bal * 100 / ws-tot-bal
           else
              move zero to ws-pct
           end-if
           move ws-row-loans to ds-row-loans
           move ws-row-orig to ds-row-orig
           move ws-row-bal to ds-row-bal
           move ws-wa-rate to ds-wa-rate
           move ws-wa-term to ds-wa-term
           move ws-pct to ds-pct

           move spaces to ws_output_line
           evaluate output-format
              when "CSV"
                 STRING
                    function trim(ws-section-name(ws-sec-loop))
                       delimited by size
                    ds_comma delimited by size
                    function trim(ws-row-label) delimited by size
                    ds_comma delimited by size
                    function trim(ds-row-loans) delimited by size
                    ds_comma delimited by size
                    ds-row-orig delimited by size
                    ds_comma delimited by size
                    ds-row-bal delimited by size
                    ds_comma delimited by size
                    function trim(ds-wa-rate) delimited by size
                    ds_comma delimited by size
                    function trim(ds-wa-term) delimited by size
                    ds_comma delimited by size
                    function trim(ds-pct) delimited by size
                    into ws_output_line
                 end-string
              when "HTML"
                 STRING
                    h_tr delimited by size
                    h_td function trim(ws-row-label) h_std
                       delimited by size
                    h_td ds-row-loans h_std delimited by size
                    h_td ds-row-orig h_std delimited by size
                    h_td ds-row-bal h_std delimited by size
                    h_td ds-wa-rate h_std delimited by size
                    h_td ds-wa-term h_std delimited by size
                    h_td ds-pct h_std delimited by size
                    h_str delimited by size
                    into ws_output_line
                 end-string
              when other
                 STRING
                    ws-row-label delimited by size
                    "|" ds-row-loans delimited by size
                    "|" ds-row-orig delimited by size
                    "|" ds-row-bal delimited by size
                    "|" ds-wa-rate delimited by size
                    "|" ds-wa-term "   " delimited by size
                    "|" ds-pct delimited by size
                    into ws_output_line
                 end-string
           end-evaluate
           perform Put-Report-Line
           exit.

      ******************************************************************
      *vintages in year order, each against its own original balance
      ******************************************************************
       Write-Vintage-Section.
           move spaces to ws_output_line
           evaluate output-format
              when "HTML"
                 STRING
                    "<h2>VINTAGE PERFORMANCE</h2>" delimited by size
                    "<table border=""1""><thead><tr>"
                       delimited by size
                    "<th>Year</th><th>Loans</th>" delimited by size
                    "<th>Original Principal</th>" delimited by size
                    "<th>Current Balance</th>" delimited by size
                    "<th>Paid Down</th><th>Pct</th>" delimited by size
                    "<th>Paid Off</th><th>Pct</th>" delimited by size
                    "<th>60+</th><th>Pct</th>" delimited by size
                    "<th>90+</th><th>Pct</th>" delimited by size
                    "</tr></thead><tbody>" delimited by size
                    into ws_output_line
                 end-string
              when "CSV"
                 STRING
                    "section,year,loans,original,balance,paiddown,"
                       delimited by size
                    "pct,paidoff,pct,60plus,pct,90plus,pct"
                       delimited by size
                    into ws_output_line
                 end-string
              when other
                 STRING
                    "VINTAGE PERFORMANCE" delimited by size
                    ds_space delimited by size
                    "year   |  loans|original      |balance       |"
                       delimited by size
                    "paid down     |pct   |paid off      |pct   |"
                       delimited by size
                    "60+           |pct   |90+           |pct"
                       delimited by size
                    into ws_output_line
                 end-string
           end-evaluate
           perform Put-Report-Line

           perform Write-Next-Vintage ws-vin-count times

           if output-format = "HTML"
              move "</tbody></table>" to ws_output_line
              perform Put-Report-Line
           end-if
           exit.

       Write-Next-Vintage.
           move 0 to ws-vin-min-idx
           move HIGH-VALUES to ws-vin-min-year
           perform varying ws-vin-idx from 1 by 1
              until ws-vin-idx > ws-vin-count
              if ws-vin-printed(ws-vin-idx) = "N" and
                 ws-vin-year(ws-vin-idx) < ws-vin-min-year
                 move ws-vin-year(ws-vin-idx) to ws-vin-min-year
                 set ws-vin-min-idx to ws-vin-idx
              end-if
           end-perform
           if ws-vin-min-idx = 0
              exit paragraph
           end-if
           set ws-vin-idx to ws-vin-min-idx
           move "Y" to ws-vin-printed(ws-vin-idx)

           move ws-vin-loans(ws-vin-idx) to ds-row-loans
           move ws-vin-orig(ws-vin-idx) to ds-row-orig
           move ws-vin-bal(ws-vin-idx) to ds-row-bal
           move ws-vin-down(ws-vin-idx) to ds-vin-down
           move ws-vin-off(ws-vin-idx) to ds-vin-off
           move ws-vin-60(ws-vin-idx) to ds-vin-60
           move ws-vin-90(ws-vin-idx) to ds-vin-90
           move zero to ds-pct-down
           move zero to ds-pct-off
           move zero to ds-pct-60
           move zero to ds-pct-90
           if ws-vin-orig(ws-vin-idx) > 0
              compute ws-pct rounded = ws-vin-down(ws-vin-idx) * 100
      -         / ws-vin-orig(ws-vin-idx)
              move ws-pct to ds-pct-down
              compute ws-pct rounded = ws-vin-off(ws-vin-idx) * 100
      -         / ws-vin-orig(ws-vin-idx)
              move ws-pct to ds-pct-off
              compute ws-pct rounded = ws-vin-60(ws-vin-idx) * 100
      -         / ws-vin-orig(ws-vin-idx)
              move ws-pct to ds-pct-60
              compute ws-pct rounded = ws-vin-90(ws-vin-idx) * 100
      -         / ws-vin-orig(ws-vin-idx)
              move ws-pct to ds-pct-90
           end-if

           move spaces to ws_output_line
           evaluate output-format
              when "CSV"
                 STRING
                    "VINTAGE" delimited by size
                    ds_comma delimited by size
                    function trim(ws-vin-year(ws-vin-idx))
                       delimited by size
                    ds_comma delimited by size
                    function trim(ds-row-loans) delimited by size
                    ds_comma ds-row-orig delimited by size
                    ds_comma ds-row-bal delimited by size
                    ds_comma ds-vin-down delimited by size
                    ds_comma function trim(ds-pct-down)
                       delimited by size
                    ds_comma ds-vin-off delimited by size
                    ds_comma function trim(ds-pct-off)
                       delimited by size
                    ds_comma ds-vin-60 delimited by size
                    ds_comma function trim(ds-pct-60)
                       delimited by size
                    ds_comma ds-vin-90 delimited by size
                    ds_comma function trim(ds-pct-90)
                       delimited by size
                    into ws_output_line
                 end-string
              when "HTML"
                 STRING
                    h_tr delimited by size
                    h_td function trim(ws-vin-year(ws-vin-idx)) h_std
                       delimited by size
                    h_td ds-row-loans h_std delimited by size
                    h_td ds-row-orig h_std delimited by size
                    h_td ds-row-bal h_std delimited by size
                    h_td ds-vin-down h_std delimited by size
                    h_td ds-pct-down h_std delimited by size
                    h_td ds-vin-off h_std delimited by size
                    h_td ds-pct-off h_std delimited by size
                    h_td ds-vin-60 h_std delimited by size
                    h_td ds-pct-60 h_std delimited by size
                    h_td ds-vin-90 h_std delimited by size
                    h_td ds-pct-90 h_std delimited by size
                    h_str delimited by size
                    into ws_output_line
                 end-string
              when other
                 STRING
                    ws-vin-year(ws-vin-idx) delimited by size
                    "|" ds-row-loans delimited by size
                    "|" ds-row-orig delimited by size
                    "|" ds-row-bal delimited by size
                    "|" ds-vin-down delimited by size
                    "|" ds-pct-down delimited by size
                    "|" ds-vin-off delimited by size
                    "|" ds-pct-off delimited by size
                    "|" ds-vin-60 delimited by size
                    "|" ds-pct-60 delimited by size
                    "|" ds-vin-90 delimited by size
                    "|" ds-pct-90 delimited by size
                    into ws_output_line
                 end-string
           end-evaluate
           perform Put-Report-Line
           exit.

      ******************************************************************
      *what was read and where it went. a full group or vintage table
      *leaves loans off the report and warns (RC 4)
      ******************************************************************
       Write-Strat-Trailer.
           move ws-cnt-read to ds-cnt-read
           move ws-cnt-filtered to ds-cnt-filtered
           move ws-cnt-strat to ds-cnt-strat
           move ws-cnt-paid to ds-cnt-paid
           move ws-cnt-charged to ds-cnt-charged
           move ws-cnt-archived to ds-cnt-archived
           move ws-cnt-not-aged to ds-cnt-not-aged
           move spaces to ws_output_line
           STRING
              "RUN TOTALS | LOANS READ: " delimited by size
              ds-cnt-read delimited by size
              " | OTHER INVESTORS: " delimited by size
              ds-cnt-filtered delimited by size
              " | STRATIFIED: " delimited by size
              ds-cnt-strat delimited by size
              " | NOT YET AGED: " delimited by size
              ds-cnt-not-aged delimited by size
              " | PAID OFF: " delimited by size
              ds-cnt-paid delimited by size
              " | CHARGED OFF: " delimited by size
              ds-cnt-charged delimited by size
              " | ARCHIVED: " delimited by size
              ds-cnt-archived delimited by size
              into ws_output_line
           end-string
           if output-format = "HTML"
              move spaces to report_line
              STRING
                 "<p>" delimited by size
                 function trim(ws_output_line) delimited by size
                 "</p>" delimited by size
                 into report_line
              end-string
              move report_line to ws_output_line
           end-if
           perform Put-Report-Line

           if ws-grp-overflow = "Y" or ws-vin-overflow = "Y"
              move spaces to ws_output_line
              STRING
                 "WARNING: GROUP TABLE FULL, " delimited by size
                 "SOME LOANS NOT REPORTED" delimited by size
                 into ws_output_line
              end-string
              perform Put-Report-Line
              if ws-return-code < 4
                 move 4 to ws-return-code
              end-if
           end-if
           exit.

      ******************************************************************
      *output document scaffolding for the HTML format
      ******************************************************************
       Write-Html-Document-Header.
           move spaces to ws_output_line
           STRING
           "<!DOCTYPE html><html lang = ""en"">" delimited by SIZE
           "<head><meta charset=""UTF-8"">" delimited by SIZE
           "<meta name=""viewport""" delimited by SIZE
           "content=""width=device-width" delimited by SIZE
           ",initial-scale=1.0"">" delimited by SIZE
           "<title>Portfolio Stratification</title></head>"
              delimited by SIZE
           "<body>" delimited by size
           into ws_output_line
           perform Put-Report-Line
           exit.

       Write-Html-Document-Footer.
           move spaces to ws_output_line
           STRING
              "</body>" DELIMITED BY SIZE
              "</html>" DELIMITED BY SIZE
              into ws_output_line
           end-string
           perform Put-Report-Line
           exit.

       Put-Report-Line.
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           exit.
