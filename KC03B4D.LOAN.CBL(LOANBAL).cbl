      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANBAL.
      ******************************************************************
      *daily portfolio balance roll-forward. every LOAN and LOANMNT
      *run appends its control figures to RUNHIST as it ends; this
      *run reads the whole history in the order it was written and
      *rolls each batch POST run's closing principal forward from
      *the one before: opening balance, plus loans LOANMNT added,
      *less loans it deleted, plus or minus booked-amount changes,
      *less what CHRG charged off and ARCH archived, less the
      *principal POST collected, plus any it capitalized, gives the
      *expected closing balance, which must equal the principal the
      *POST run found outstanding. a loan that vanished between runs
      *without a delete, charge-off or archive puts the day OUT OF
      *BALANCE (RC 8) and the scheduler holds the GL and remittance
      *jobs behind it until someone signs off.
      *the first POST run on the history, or one where some loan had
      *no figures from its last POST run to move off, cannot be
      *rolled; its balance opens the next day instead (RC 4).
      *the parameter is the first run date (YYYYMMDD) to report,
      *default today -- earlier days only carry the opening balance
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT optional run_history ASSIGN TO RUNHIST
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS RUNHIST-STATUS.
            SELECT balance_report ASSIGN TO BALRPT
               ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD run_history recording mode f
            record contains 220 characters.

      *one record per run of LOAN or LOANMNT, appended as the run
      *ends: its control figures and the principal it moved. the
      *balancing run LOANBAL rolls each batch POST run's closing
      *balance forward from the one before through the movements
      *the runs in between recorded
       01 run_history_record.
           05 rh-program        PIC X(8).
           05 rh-mode           PIC X(4).
           05 rh-run-date       PIC X(8).
           05 rh-run-time       PIC X(6).
           05 rh-return-code    PIC 9(2).
      *    B=whole batch, K=one loan by key, R=a FROM/THRU range
           05 rh-scope          PIC X(1).
           05 rh-loan-count     PIC 9(7).
      *    POST: principal outstanding over the loans posted, the
      *    principal collected and capitalized since each loan's last
      *    POST run, and the interest collected the same way
           05 rh-balance        PIC 9(11)V99.
           05 rh-prin-posted    PIC 9(11)V99.
           05 rh-prin-capped    PIC 9(11)V99.
           05 rh-int-posted     PIC 9(11)V99.
      *    Y when every loan moved off the figures its last POST run
      *    left, N when one had none to move off (a history written
      *    before they were kept) -- that balance can only open the
      *    next roll-forward. new-count is loans posted the first time
           05 rh-rolled         PIC X(1).
           05 rh-new-count      PIC 9(7).
      *    LOANMNT: loans added and deleted at their booked amount,
      *    and booked-amount changes up and down
           05 rh-add-count      PIC 9(7).
           05 rh-add-amount     PIC 9(11)V99.
           05 rh-del-count      PIC 9(7).
           05 rh-del-amount     PIC 9(11)V99.
           05 rh-chg-count      PIC 9(7).
           05 rh-chg-up         PIC 9(11)V99.
           05 rh-chg-down       PIC 9(11)V99.
      *    CHRG: loans charged off and the principal written off
           05 rh-co-count       PIC 9(7).
           05 rh-co-amount      PIC 9(11)V99.
      *    ARCH: paid loans taken off the master and the principal
      *    still outstanding on them by the schedule
           05 rh-arc-count      PIC 9(7).
           05 rh-arc-amount     PIC 9(11)V99.
           05 FILLER            PIC X(11).

       FD balance_report recording mode f
            record contains 132 characters.

       01 report_line PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-rh-eof PIC X VALUE "N".
           88 ws-rh-at-eof VALUE "Y".
       01 ws-run-date PIC X(8) VALUE SPACES.
       01 ws-run-time PIC X(8) VALUE SPACES.
       01 ws-from-date PIC X(8) VALUE SPACES.
       01 ws-in-range PIC X VALUE "N".

      *the opening side of the day being rolled: the last batch POST
      *run's closing figures. have-opening stays N until the first
      *one is read
       01 ws-have-opening  PIC X VALUE "N".
       01 ws-open-balance  PIC 9(11)V99 VALUE ZERO.
       01 ws-open-loans    PIC 9(7) VALUE ZERO.
       01 ws-open-date     PIC X(8) VALUE SPACES.
       01 ws-open-time     PIC X(6) VALUE SPACES.

      *movements since the opening, gathered off the runs in between.
      *a by-key or ranged POST run moves principal on the loans it
      *posted without closing the day, so its movement counts here
       01 ws-per-add-count  PIC 9(7) VALUE ZERO.
       01 ws-per-add-amount PIC 9(11)V99 VALUE ZERO.
       01 ws-per-del-count  PIC 9(7) VALUE ZERO.
       01 ws-per-del-amount PIC 9(11)V99 VALUE ZERO.
       01 ws-per-chg-count  PIC 9(7) VALUE ZERO.
       01 ws-per-chg-up     PIC 9(11)V99 VALUE ZERO.
       01 ws-per-chg-down   PIC 9(11)V99 VALUE ZERO.
       01 ws-per-co-count   PIC 9(7) VALUE ZERO.
       01 ws-per-co-amount  PIC 9(11)V99 VALUE ZERO.
       01 ws-per-arc-count  PIC 9(7) VALUE ZERO.
       01 ws-per-arc-amount PIC 9(11)V99 VALUE ZERO.
       01 ws-per-posted     PIC 9(11)V99 VALUE ZERO.
       01 ws-per-capped     PIC 9(11)V99 VALUE ZERO.
       01 ws-per-interest   PIC 9(11)V99 VALUE ZERO.
       01 ws-per-new-count  PIC 9(7) VALUE ZERO.
       01 ws-per-runs       PIC 9(7) VALUE ZERO.
       01 ws-per-rolled     PIC X VALUE "Y".

       01 ws-expected      PIC S9(13)V99 VALUE ZERO.
       01 ws-difference    PIC S9(13)V99 VALUE ZERO.
       01 ws-open-reason   PIC X(40) VALUE SPACES.

      *run counters for the trailer line on BALRPT
       01 ws-bal-read       PIC 9(7) VALUE ZERO.
       01 ws-bal-days       PIC 9(7) VALUE ZERO.
       01 ws-bal-in         PIC 9(7) VALUE ZERO.
       01 ws-bal-out        PIC 9(7) VALUE ZERO.
       01 ws-bal-opened     PIC 9(7) VALUE ZERO.
       01 ds-bal-read       PIC ZZZZZZ9.
       01 ds-bal-days       PIC ZZZZZZ9.
       01 ds-bal-in         PIC ZZZZZZ9.
       01 ds-bal-out        PIC ZZZZZZ9.
       01 ds-bal-opened     PIC ZZZZZZ9.

       01 ds-count          PIC ZZZZZZ9.
       01 ds-count-2        PIC ZZZZZZ9.
       01 ds-amount         PIC 9(11).99.
       01 ds-amount-2       PIC 9(11).99.
       01 ds-amount-3       PIC 9(11).99.
       01 ds-expected       PIC 9(13).99-.
       01 ds-difference     PIC 9(13).99-.
       01 ds-run-stamp      PIC X(19) VALUE SPACES.
       01 ds-open-stamp     PIC X(19) VALUE SPACES.
       01 ds-from-date      PIC X(10) VALUE SPACES.

       01 ws-return-code PIC 9(2) VALUE ZERO.

       01  RUNHIST-STATUS      PIC X(2).

       01 ws_output_line PIC X(132) value spaces.

       LINKAGE SECTION.
       01  parameters.
           2 parameters-total-length pic 9(4) usage comp.
           2 parameter-values        pic x(30).

      ******************************************************************
       PROCEDURE DIVISION using parameters.
       MAIN-LOGIC Section.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time

           move ws-run-date to ws-from-date
           if parameters-total-length >= 8
              if parameter-values(1:8) is numeric
                 move parameter-values(1:8) to ws-from-date
              else
                 display "from date not YYYYMMDD, ignored: "
                    parameter-values(1:8)
              end-if
           end-if
           display "roll-forward from run date " ws-from-date

           perform Open-All-Files

           if ws-return-code < 12
              perform Process-Next-Run-Record
                 until ws-rh-at-eof
              perform Write-Unbalanced-Movements
           end-if

           perform Write-Balance-Trailer

           close run_history
           close balance_report

           move ws-return-code to return-code
           GOBACK.

       Open-All-Files.
           OPEN OUTPUT balance_report
           OPEN INPUT run_history
           if RUNHIST-STATUS not = "00" and RUNHIST-STATUS not = "05"
              display "run history not available, status "
                 RUNHIST-STATUS
              move 12 to ws-return-code
              move "Y" to ws-rh-eof
           end-if
           exit.

      ******************************************************************
      *each run's figures go to the day they fall in; a batch POST
      *run closes that day. other LOAN modes move no principal and
      *pass by
      ******************************************************************
       Process-Next-Run-Record.
           READ run_history NEXT
           if RUNHIST-STATUS = "10"
              move "Y" to ws-rh-eof
           else
           if RUNHIST-STATUS not = "00"
              display "run history read failed, status "
                 RUNHIST-STATUS
              move 12 to ws-return-code
              move "Y" to ws-rh-eof
           else
              add 1 to ws-bal-read
              evaluate true
                 when rh-program = "LOANMNT"
                    perform Add-Maintenance-Movement
                 when rh-program = "LOAN" and rh-mode = "CHRG"
                    add 1 to ws-per-runs
                    add rh-co-count to ws-per-co-count
                    add rh-co-amount to ws-per-co-amount
                 when rh-program = "LOAN" and rh-mode = "ARCH"
                    add 1 to ws-per-runs
                    add rh-arc-count to ws-per-arc-count
                    add rh-arc-amount to ws-per-arc-amount
                 when rh-program = "LOAN" and rh-mode = "POST"
                    and rh-scope = "B"
                    perform Close-Balance-Day
                 when rh-program = "LOAN" and rh-mode = "POST"
                    perform Add-Posting-Movement
                 when other
                    continue
              end-evaluate
           end-if
           end-if
           exit.

       Add-Maintenance-Movement.
           add 1 to ws-per-runs
           add rh-add-count to ws-per-add-count
           add rh-add-amount to ws-per-add-amount
           add rh-del-count to ws-per-del-count
           add rh-del-amount to ws-per-del-amount
           add rh-chg-count to ws-per-chg-count
           add rh-chg-up to ws-per-chg-up
           add rh-chg-down to ws-per-chg-down
           exit.

       Add-Posting-Movement.
           add 1 to ws-per-runs
           add rh-prin-posted to ws-per-posted
           add rh-prin-capped to ws-per-capped
           add rh-int-posted to ws-per-interest
           add rh-new-count to ws-per-new-count
           if rh-rolled not = "Y"
              move "N" to ws-per-rolled
           end-if
           exit.

      ******************************************************************
      *a batch POST run closes the day: its own movement joins the
      *day's and the expected closing balance is set against the one
      *it found. the day is reported when the POST run falls on or
      *after the from date; either way its closing balance opens the
      *next day
      ******************************************************************
       Close-Balance-Day.
           perform Add-Posting-Movement
           if rh-run-date >= ws-from-date
              move "Y" to ws-in-range
           else
              move "N" to ws-in-range
           end-if
           perform Set-Run-Stamps

           if ws-have-opening not = "Y"
              move "FIRST POST RUN ON RUN HISTORY" to ws-open-reason
              perform Open-Balance-Day
           else
           if ws-per-rolled not = "Y"
              move "LOANS WITH NO FIGURES TO ROLL FROM"
                 to ws-open-reason
              perform Open-Balance-Day
           else
              compute ws-expected =
      -         ws-open-balance
      -         + ws-per-add-amount - ws-per-del-amount
      -         + ws-per-chg-up - ws-per-chg-down
      -         - ws-per-co-amount - ws-per-arc-amount
      -         - ws-per-posted + ws-per-capped
              compute ws-difference = rh-balance - ws-expected
              if ws-in-range = "Y"
                 add 1 to ws-bal-days
                 if ws-difference = 0
                    add 1 to ws-bal-in
                 else
                    add 1 to ws-bal-out
                    if ws-return-code < 8
                       move 8 to ws-return-code
                    end-if
                 end-if
                 perform Write-Balance-Day
              end-if
           end-if
           end-if

           move "Y" to ws-have-opening
           move rh-balance to ws-open-balance
           move rh-loan-count to ws-open-loans
           move rh-run-date to ws-open-date
           move rh-run-time to ws-open-time
           perform Reset-Day-Movement
           exit.

      *the day cannot be rolled; its POST balance opens the next one
       Open-Balance-Day.
           if ws-in-range not = "Y"
              exit paragraph
           end-if
           add 1 to ws-bal-opened
           if ws-return-code < 4
              move 4 to ws-return-code
           end-if
           move rh-balance to ds-amount
           move rh-loan-count to ds-count
           move spaces to ws_output_line
           STRING
              "ROLL-FORWARD | POST RUN: " delimited by size
              ds-run-stamp delimited by size
              " | OPENING BALANCE SET: " delimited by size
              ds-amount delimited by size
              " | LOANS: " delimited by size
              ds-count delimited by size
              " | " delimited by size
              function trim(ws-open-reason) delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line
           move spaces to report_line
           write report_line
           exit.

       Set-Run-Stamps.
           move spaces to ds-run-stamp
           STRING
              rh-run-date(1:4) "-" rh-run-date(5:2) "-"
              rh-run-date(7:2) " " rh-run-time(1:2) ":"
              rh-run-time(3:2) ":" rh-run-time(5:2)
              delimited by size
              into ds-run-stamp
           end-string
           move spaces to ds-open-stamp
           if ws-have-opening = "Y"
              STRING
                 ws-open-date(1:4) "-" ws-open-date(5:2) "-"
                 ws-open-date(7:2) " " ws-open-time(1:2) ":"
                 ws-open-time(3:2) ":" ws-open-time(5:2)
                 delimited by size
                 into ds-open-stamp
              end-string
           end-if
           exit.

       Reset-Day-Movement.
           move zero to ws-per-add-count
           move zero to ws-per-add-amount
           move zero to ws-per-del-count
           move zero to ws-per-del-amount
           move zero to ws-per-chg-count
           move zero to ws-per-chg-up
           move zero to ws-per-chg-down
           move zero to ws-per-co-count
           move zero to ws-per-co-amount
           move zero to ws-per-arc-count
           move zero to ws-per-arc-amount
           move zero to ws-per-posted
           move zero to ws-per-capped
           move zero to ws-per-interest
           move zero to ws-per-new-count
           move zero to ws-per-runs
           move "Y" to ws-per-rolled
           exit.

      ******************************************************************
      *one rolled day: opening, each movement by source, expected and
      *actual closing, and the difference
      ******************************************************************
       Write-Balance-Day.
           move spaces to ws_output_line
           STRING
              "ROLL-FORWARD | POST RUN: " delimited by size
              ds-run-stamp delimited by size
              " | PRIOR POST RUN: " delimited by size
              ds-open-stamp delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line

           move ws-open-balance to ds-amount
           move ws-open-loans to ds-count
           move spaces to ws_output_line
           STRING
              "OPENING BALANCE: " delimited by size
              ds-amount delimited by size
              " | LOANS: " delimited by size
              ds-count delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line

           move ws-per-add-count to ds-count
           move ws-per-add-amount to ds-amount
           move ws-per-del-count to ds-count-2
           move ws-per-del-amount to ds-amount-2
           move spaces to ws_output_line
           STRING
              "LOANMNT | ADDED: " delimited by size
              ds-count delimited by size
              " | PLUS: " delimited by size
              ds-amount delimited by size
              " | DELETED: " delimited by size
              ds-count-2 delimited by size
              " | LESS: " delimited by size
              ds-amount-2 delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line

           move ws-per-chg-count to ds-count
           move ws-per-chg-up to ds-amount
           move ws-per-chg-down to ds-amount-2
           move spaces to ws_output_line
           STRING
              "LOANMNT | AMOUNT CHANGES: " delimited by size
              ds-count delimited by size
              " | PLUS: " delimited by size
              ds-amount delimited by size
              " | LESS: " delimited by size
              ds-amount-2 delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line

           move ws-per-co-count to ds-count
           move ws-per-co-amount to ds-amount
           move ws-per-arc-count to ds-count-2
           move ws-per-arc-amount to ds-amount-2
           move spaces to ws_output_line
           STRING
              "CHRG | CHARGED OFF: " delimited by size
              ds-count delimited by size
              " | LESS: " delimited by size
              ds-amount delimited by size
              " | ARCH | ARCHIVED: " delimited by size
              ds-count-2 delimited by size
              " | LESS: " delimited by size
              ds-amount-2 delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line

           move ws-per-posted to ds-amount
           move ws-per-capped to ds-amount-2
           move ws-per-interest to ds-amount-3
           move ws-per-new-count to ds-count
           move spaces to ws_output_line
           STRING
              "POST | COLLECTED LESS: " delimited by size
              ds-amount delimited by size
              " | CAPITALIZED PLUS: " delimited by size
              ds-amount-2 delimited by size
              " | INTEREST: " delimited by size
              ds-amount-3 delimited by size
              " | NEW LOANS: " delimited by size
              ds-count delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line

           move ws-expected to ds-expected
           move rh-balance to ds-amount
           move rh-loan-count to ds-count
           move spaces to ws_output_line
           STRING
              "EXPECTED CLOSING: " delimited by size
              ds-expected delimited by size
              " | ACTUAL CLOSING: " delimited by size
              ds-amount delimited by size
              " | LOANS: " delimited by size
              ds-count delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line

           move ws-difference to ds-difference
           move spaces to ws_output_line
           STRING
              "DIFFERENCE: " delimited by size
              ds-difference delimited by size
              into ws_output_line
           end-string
           if ws-difference = 0
              string
                 function trim(ws_output_line) delimited by size
                 " | IN BALANCE" delimited by size
                 into ws_output_line
              end-string
           else
              string
                 function trim(ws_output_line) delimited by size
                 " | OUT OF BALANCE" delimited by size
                 into ws_output_line
              end-string
           end-if
           perform Put-Report-Line
           move spaces to report_line
           write report_line
           exit.

      *runs since the last batch POST run are balanced by the next
      *one; they are listed so the day's activity so far is visible
       Write-Unbalanced-Movements.
           if ws-per-runs = 0
              exit paragraph
           end-if
           move ws-per-runs to ds-count
           move ws-per-add-amount to ds-amount
           move ws-per-del-amount to ds-amount-2
           move ws-per-co-amount to ds-amount-3
           move spaces to ws_output_line
           STRING
              "NOT YET BALANCED | RUNS SINCE LAST POST: "
                 delimited by size
              ds-count delimited by size
              " | ADDED: " delimited by size
              ds-amount delimited by size
              " | DELETED: " delimited by size
              ds-amount-2 delimited by size
              " | CHARGED OFF: " delimited by size
              ds-amount-3 delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line
           exit.

       Write-Balance-Trailer.
           if ws-bal-days = 0 and ws-bal-opened = 0
              and ws-return-code < 12
              move spaces to ds-from-date
              STRING
                 ws-from-date(1:4) "-" ws-from-date(5:2) "-"
                 ws-from-date(7:2) delimited by size
                 into ds-from-date
              end-string
              move spaces to ws_output_line
              STRING
                 "NO BATCH POST RUN ON OR AFTER " delimited by size
                 ds-from-date delimited by size
                 " -- NOTHING BALANCED" delimited by size
                 into ws_output_line
              end-string
              perform Put-Report-Line
              if ws-return-code < 4
                 move 4 to ws-return-code
              end-if
           end-if

           move ws-bal-read to ds-bal-read
           move ws-bal-days to ds-bal-days
           move ws-bal-in to ds-bal-in
           move ws-bal-out to ds-bal-out
           move ws-bal-opened to ds-bal-opened
           move spaces to ws_output_line
           STRING
              "RUN TOTALS | RUNS READ: " delimited by size
              ds-bal-read delimited by size
              " | DAYS ROLLED: " delimited by size
              ds-bal-days delimited by size
              " | IN BALANCE: " delimited by size
              ds-bal-in delimited by size
              " | OUT OF BALANCE: " delimited by size
              ds-bal-out delimited by size
              " | OPENINGS SET: " delimited by size
              ds-bal-opened delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line
           exit.

       Put-Report-Line.
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           exit.
