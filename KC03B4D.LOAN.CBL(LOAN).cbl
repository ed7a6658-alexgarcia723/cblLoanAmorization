               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COLLQ-STATUS.
            SELECT optional borrower_master ASSIGN TO BORRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS br-loan-id
               FILE STATUS IS BORRMSTR-STATUS.
            SELECT optional audit_journal ASSIGN TO AUDITJRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AUDITJRL-STATUS.
            SELECT optional gl_journal ASSIGN TO GLJRNL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS GLJRNL-STATUS.
            SELECT optional co_referral ASSIGN TO COREFER
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS COREFER-STATUS.
            SELECT optional loan_mod ASSIGN TO LOANMOD
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS md-key
               FILE STATUS IS LOANMOD-STATUS.
            SELECT optional ach_enroll ASSIGN TO ACHENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ae-loan-id
               FILE STATUS IS ACHENRL-STATUS.
            SELECT optional ach_file ASSIGN TO ACHOUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ACHOUT-STATUS.
            SELECT optional expected_receipts ASSIGN TO EXPRCPT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS EXPRCPT-STATUS.
            SELECT optional bureau_file ASSIGN TO M2OUT
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS M2OUT-STATUS.
            SELECT optional loan_hist ASSIGN TO LOANHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lh-loan-id
               FILE STATUS IS LOANHIST-STATUS.
            SELECT optional run_history ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS RUNHIST-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 lm-loan-day-basis  PIC X(3).
           05 lm-loan-pay-freq   PIC X(1).
           05 lm-loan-investor   PIC X(10).
      *    status C = charged off, blank = active; the date is the
      *    day the status was set and the month the last posted loan
      *    month at that time
           05 lm-loan-status     PIC X(1).
           05 lm-status-date     PIC X(8).
           05 lm-status-month    PIC X(4).

       FD loan_hist recording mode f
            record contains 334 characters.

      *paid-off loans archived off LOANMSTR by the ARCH run: the
      *master record as it last stood, then how and when the loan
      *paid off and its final totals. payoff type S=paid to the end
      *of its schedule A=paid early by additional principal
      *B=balloon payoff Q=paid off on a logged QUOTLOG quote
       01 loan_hist_record.
           05 lh-master.
              10 lh-loan-id         PIC X(10).
              10 lh-loan-title      PIC X(40).
              10 lh-loan-amount     PIC X(15).
              10 lh-loan-interest   PIC X(15).
              10 lh-loan-terms      PIC X(15).
              10 lh-loan-additional PIC X(15).
              10 lh-loan-orig-date  PIC X(15).
              10 lh-loan-escrow     PIC X(15).
              10 lh-loan-esc-tax    PIC X(15).
              10 lh-loan-esc-ins    PIC X(15).
              10 lh-loan-late-type  PIC X(1).
              10 lh-loan-late-fee   PIC X(15).
              10 lh-loan-late-grace PIC X(15).
              10 lh-loan-day-basis  PIC X(3).
              10 lh-loan-pay-freq   PIC X(1).
              10 lh-loan-investor   PIC X(10).
              10 lh-loan-status     PIC X(1).
              10 lh-status-date     PIC X(8).
              10 lh-status-month    PIC X(4).
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

       FD checkpoint_file recording mode f.

           05 dh-worst-bucket   PIC 9(1).
           05 dh-last-shortfall PIC 9(9)V99.
           05 dh-last-run-date  PIC X(8).
      *    runs in a row the loan has sat in the 120+ bucket
           05 dh-months-at-120  PIC 9(4).
      *    the payment history the credit bureau extract reports, one
      *    code per POST run with the latest run first: 0 current,
      *    1 thru 6 for 30 thru 180+ days behind, B no history yet.
      *    hist-month is the run month (YYYYMM) of the latest code, so
      *    a second POST run in the same month corrects that code
      *    instead of pushing the history down a month
           05 dh-hist-month     PIC X(6).
           05 dh-hist-profile   PIC X(25).
      *    due date (YYYYMMDD) of the first payment missed since the
      *    loan was last current, zero while it is current
           05 dh-first-delq     PIC 9(8).
      *    principal, interest and fees the charge-off run wrote off
           05 dh-co-amount      PIC 9(9)V99.
      *    every receipt on PAYFILE for the loan when it was charged
      *    off -- the write-off already allowed for them, so only
      *    receipts past this total are recoveries
           05 dh-co-received    PIC 9(9)V99.
      *    Y once the extract has reported the loan closed (paid in
      *    full, or a charge-off recovered in full) -- it is not
      *    reported again
           05 dh-m2-final       PIC X(1).
      *    principal outstanding, booked amount and interest collected
      *    to date as the last POST run left them -- the next POST
      *    run measures the loan's movement from these. snap-flag is
      *    Y once they are taken, N on a history no POST run has aged
      *    yet, P on one written before they were kept
           05 dh-snap-flag      PIC X(1).
           05 dh-snap-amount    PIC 9(9)V99.
           05 dh-snap-balance   PIC 9(9)V99.
           05 dh-snap-interest  PIC 9(9)V99.

       FD collections_queue recording mode f.

           05 so-reason    PIC X(45).
           05 FILLER       PIC X(6).

       FD borrower_master recording mode f.

      *borrower name and address, one per loan, keyed by loan id and
      *maintained through LOANMNT. mail hold Y keeps every notice for
      *the loan out of the mail run
       01 borrower_record.
           05 br-loan-id         PIC X(10).
           05 br-pri-last        PIC X(20).
           05 br-pri-first       PIC X(15).
           05 br-pri-middle      PIC X(1).
           05 br-pri-suffix      PIC X(3).
           05 br-co-last         PIC X(20).
           05 br-co-first        PIC X(15).
           05 br-co-middle       PIC X(1).
           05 br-co-suffix       PIC X(3).
           05 br-addr-1          PIC X(35).
           05 br-addr-2          PIC X(35).
           05 br-city            PIC X(20).
           05 br-state           PIC X(2).
           05 br-zip             PIC X(9).
           05 br-tax-id          PIC X(9).
           05 br-mail-hold       PIC X(1).
           05 br-birth-date      PIC X(8).
           05 FILLER             PIC X(8).

       FD audit_journal recording mode f
            record contains 300 characters.

      *the same journal LOANMNT writes, so a status this program sets
      *on the master is journaled and rolls forward under LOANRCVR
      *like any keyed change
       01 audit_record.
           05 aj-date            PIC X(8).
           05 aj-time            PIC X(6).
           05 aj-user            PIC X(8).
           05 aj-action          PIC X(1).
           05 aj-image           PIC X(6).
           05 aj-loan-id         PIC X(10).
           05 aj-loan-fields.
              10 aj-loan-title      PIC X(40).
              10 aj-loan-amount     PIC X(15).
              10 aj-loan-interest   PIC X(15).
              10 aj-loan-terms      PIC X(15).
              10 aj-loan-additional PIC X(15).
              10 aj-loan-orig-date  PIC X(15).
              10 aj-loan-escrow     PIC X(15).
              10 aj-loan-esc-tax    PIC X(15).
              10 aj-loan-esc-ins    PIC X(15).
              10 aj-loan-late-type  PIC X(1).
              10 aj-loan-late-fee   PIC X(15).
              10 aj-loan-late-grace PIC X(15).
              10 aj-loan-day-basis  PIC X(3).
              10 aj-loan-pay-freq   PIC X(1).
              10 aj-loan-investor   PIC X(10).
           05 aj-rec-type        PIC X(1).
           05 aj-loan-status     PIC X(1).
           05 aj-status-date     PIC X(8).
           05 aj-status-month    PIC X(4).
      *dual control stamps from LOANMNT: D=applied under the user's
      *own authority, A=applied on the checker's approval, P=waiting
      *on a checker, R=refused by the checker; blank on images the
      *batch programs write
           05 aj-control         PIC X(1).
           05 aj-checker         PIC X(8).
           05 aj-pend-id         PIC X(18).
           05 FILLER             PIC X(15).

       FD gl_journal recording mode f
            record contains 132 characters.

      *write-off journal lines, in the GL extract's column layout
       01 gl_journal_line PIC X(132).

       FD co_referral recording mode f.

      *collections charge-off referrals, one loan id per record
       01 co_referral_record.
           05 cr-loan-id   PIC X(10).
           05 cr-user      PIC X(8).
           05 cr-reason    PIC X(40).
           05 FILLER       PIC X(22).

       FD loan_mod recording mode f.

      *one loan modification (workout) per loan and effective month,
      *the same file LOANMNT maintains
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

       FD ach_enroll recording mode f.

      *autopay enrollment, one per loan, the same file LOANMNT
      *maintains. status A drafts; U was taken off autopay, by a
      *keyed change or by a returned draft whose reason code is kept
       01 ach_enroll_record.
           05 ae-loan-id         PIC X(10).
           05 ae-routing         PIC X(9).
           05 ae-account         PIC X(17).
           05 ae-acct-type       PIC X(1).
           05 ae-draft-day       PIC 9(2).
           05 ae-amount-opt      PIC X(1).
           05 ae-status          PIC X(1).
           05 ae-status-date     PIC X(8).
           05 ae-return-code     PIC X(3).
           05 ae-entered-date    PIC X(8).
           05 ae-user            PIC X(8).
           05 FILLER             PIC X(32).

       FD ach_file recording mode f
            record contains 94 characters.

      *NACHA origination file for the bank -- fixed 94-byte records
       01 ach_record PIC X(94).

       FD expected_receipts recording mode f.

      *one expected receipt per draft originated, loan id, month and
      *amount laid out as on PAYFILE so the settled drafts can be
      *fed back to the POST run, with the draft date and trace
       01 expected_receipt_record.
           05 er-loan-id    PIC X(10).
           05 er-month-x    PIC X(4).
           05 er-amount-x   PIC X(15).
           05 er-draft-date PIC X(8).
           05 er-trace      PIC X(15).
           05 FILLER        PIC X(28).

       FD bureau_file recording mode f
            record contains 426 characters.

      *Metro 2 credit bureau extract -- fixed 426-byte header, base
      *segment and trailer records in character format
       01 bureau_record PIC X(426).

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

       WORKING-STORAGE SECTION.

       01 loan_title PIC X(80) value zeroes.
      *5=additional schedule 6=rate schedule 7=unrecognized record
      *tag 8=truncated/malformed loan block 9=loan status 10=loan
      *lookup 11=origination date 12=escrow 13=payment structure
      *14=late fee 15=day basis 16=pay frequency 17=modification).
      *ws-err-sched-entry carries the
      *1-based position of
      *the first bad entry within a schedule (slots 5/6 only) so a
      *480-row additional-payment schedule points at a specific row
      *instead of just naming the field
       01 ws-err-table.
           05 ws-err-entry OCCURS 17 TIMES.
              10 ws-err-name        PIC X(15).
              10 ws-err-present     PIC X VALUE "N".
              10 ws-err-char        PIC X VALUE SPACE.
       01 ws-post-months-behind PIC 9(4) VALUE ZERO.
       01 ws-post-shortfall     PIC 9(9)v99 VALUE ZERO.
       01 ws-post-overpay       PIC 9(9)v99 VALUE ZERO.
      *the shortfall split the way receipts apply -- interest first,
      *so what a short month leaves unpaid comes off principal last
       01 ws-post-unpaid-int    PIC 9(9)v99 VALUE ZERO.
       01 ws-post-unpaid-prin   PIC 9(9)v99 VALUE ZERO.
       01 ws-post-short-amt     PIC 9(7)v99 VALUE ZERO.

       01 ds-post-shortfall PIC 9(9).99.
       01 ds-post-overpay   PIC 9(9).99.
       01 ws-dlq-prior  PIC 9(1) VALUE ZERO.
       01 ws-dlq-consec PIC 9(4) VALUE ZERO.
       01 ws-dlq-worst  PIC 9(1) VALUE ZERO.
       01 ws-dlq-at-120 PIC 9(4) VALUE ZERO.
       01 ws-dlq-found  PIC X VALUE "N".
       01 ws-dlq-open   PIC X VALUE "N".
      *    this run's payment history code, and the due date of the
      *    first month missed since the loan was last current, as the
      *    amortization loop finds it
       01 ws-dlq-code   PIC X VALUE SPACE.
       01 ws-dlq-shift  PIC X(24) VALUE SPACES.
       01 ws-dlq-first-delq PIC 9(8) VALUE ZERO.
       01 ws-dlq-roll-table.
           05 ws-dlq-roll-row OCCURS 5 TIMES.
              10 ws-dlq-roll-cell OCCURS 5 TIMES PIC 9(5).
      *keyword run-control file (RUNCNTL). when the file is present
      *and non-empty the run options come off it one keyword per
      *line -- FORMAT=, LOANID=, ASOF= (alias GOODTHRU=), RECON=,
      *FROM=, THRU=, COMONTHS= -- instead of the positional 30-byte
      *parameter string, whose single-column miscounts have fired
      *the wrong mode before. an unknown or malformed keyword stops
      *the run up front with return code 12 and every bad line
      *reported on OUTFILE, so nothing half-runs on a mistyped
      *option. FROM and THRU bound the batch by loan id so a big
      *portfolio can split across the night window; with no control
      *file the old parameter string still works unchanged. the
      *bank and bureau identifiers (ACH...= and M2...= keywords, see
      *ws-ach-dest-id and ws-m2-identification) come only off the
      *control file; an ACH or MET2 run without them stops with
      *return code 12
       01 ws-rc-line PIC X(80) VALUE SPACES.
       01 ws-rc-key PIC X(16) VALUE SPACES.
       01 ws-rc-value PIC X(64) VALUE SPACES.
              10 ws-rc-err-text PIC X(78).
       01 ws-rc-err-sub PIC 9(2) VALUE ZERO.
       01 ws-rc-this-reason PIC X(35) VALUE SPACES.
       01 ws-rc-max-len PIC 9(2) VALUE ZERO.
       01 ws-range-from PIC X(10) VALUE SPACES.
       01 ws-range-thru PIC X(10) VALUE SPACES.
       01 ws-range-active PIC X VALUE "N".
       01 ws-susp-dup      PIC X VALUE "N".
       01 ws-susp-dup-amount PIC 9(7)v99 VALUE ZERO.
       01 ws-susp-in-scope PIC X VALUE "Y".
       01 ws-susp-chgoff   PIC X VALUE "N".
       01 ds-susp-amount   PIC 9(7).99.
       01 ds-susp-retried  PIC ZZZ9.
       01 ds-susp-cleared  PIC ZZZ9.
       01 ds-bill-total-due PIC 9(9).99.
       01 ds-bill-due-x    PIC X(10) VALUE SPACES.

      *mailing address (BILL, STMT and QUOT). each notice opens with
      *the borrower's name and address off BORRMSTR; a loan with no
      *borrower record, or one whose borrower is on mail hold, gets
      *no notice at all and is listed on the mailing exceptions page
      *written at the end of the run instead
       01 ws-brw-open      PIC X VALUE "N".
       01 ws-brw-mail      PIC X VALUE "N".
       01 ws-brw-reason    PIC X(40) VALUE SPACES.
       01 ws-brw-name-line PIC X(80) VALUE SPACES.
       01 ws-brw-city-line PIC X(80) VALUE SPACES.
       01 ws-brw-zip-x     PIC X(10) VALUE SPACES.
       01 ws-mx-table.
           05 ws-mx-count PIC 9(4) COMP VALUE 0.
           05 ws-mx-entry OCCURS 500 TIMES
                          INDEXED BY ws-mx-idx.
              10 ws-mx-loan-id PIC X(10).
              10 ws-mx-title   PIC X(40).
              10 ws-mx-reason  PIC X(40).
       01 ws-mx-overflow   PIC X VALUE "N".
       01 ws-mx-missing    PIC 9(4) VALUE ZERO.
       01 ws-mx-held       PIC 9(4) VALUE ZERO.
       01 ws-mx-chgoff     PIC 9(4) VALUE ZERO.
       01 ds-mx-missing    PIC ZZZ9.
       01 ds-mx-held       PIC ZZZ9.
       01 ds-mx-chgoff     PIC ZZZ9.

      *charge-off (CHRG mode). a loan is charged off once it has sat
      *in the 120+ bucket for COMONTHS= POST runs in a row (3 when
      *the keyword is not given), or when collections refers it on
      *the COREFER file. the unpaid principal, the past-due interest
      *and the carried fee balance go to GLJRNL as write-off lines,
      *and once the batch is through the master is stamped C with
      *the run date and the last posted month. from then on no run
      *bills, projects or remits the loan, and receipts on it post
      *as recoveries -- never into the schedule, never to suspense
       01 ws-co-months-limit PIC 9(4) VALUE 3.
       01 ws-co-months-x     PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01 ws-co-charged-off  PIC X VALUE "N".
       01 ws-co-status-date  PIC X(8) VALUE SPACES.
       01 ws-co-status-month PIC 9(4) VALUE ZERO.
       01 ws-co-master-open  PIC X VALUE "N".
       01 ws-co-eligible     PIC X VALUE "N".
       01 ws-co-basis        PIC X(8) VALUE SPACES.
       01 ws-co-at-120       PIC 9(4) VALUE ZERO.
       01 ws-co-balance      PIC 9(7)v99 VALUE ZERO.
       01 ws-co-principal    PIC 9(9)v99 VALUE ZERO.
       01 ws-co-interest     PIC 9(9)v99 VALUE ZERO.
       01 ws-co-fees         PIC 9(9)v99 VALUE ZERO.
       01 ws-co-recovered    PIC 9(9)v99 VALUE ZERO.
      *receipts the write-off allowed for, off the loan's history;
      *known N when there is no history to say, and then a receipt
      *is a recovery only when it is for a month after the one the
      *loan was charged off through
       01 ws-co-received     PIC 9(9)v99 VALUE ZERO.
       01 ws-co-received-known PIC X VALUE "N".
       01 ws-co-covered      PIC 9(9)v99 VALUE ZERO.
       01 ws-co-line-amount  PIC 9(9)v99 VALUE ZERO.
       01 ws-co-write-lines  PIC X VALUE "N".
       01 ws-co-ref-table.
           05 ws-co-ref-count PIC 9(4) COMP VALUE 0.
           05 ws-co-ref-entry OCCURS 500 TIMES
                              INDEXED BY ws-co-ref-idx.
              10 ws-co-ref-id PIC X(10).
       01 ws-co-ref-eof      PIC X VALUE "N".
       01 ws-co-ref-found    PIC X VALUE "N".
       01 ws-co-ref-overflow PIC X VALUE "N".
       01 ws-co-stamp-table.
           05 ws-co-stamp-count PIC 9(4) COMP VALUE 0.
           05 ws-co-stamp-entry OCCURS 500 TIMES
                                INDEXED BY ws-co-stamp-idx.
              10 ws-co-stamp-id    PIC X(10).
              10 ws-co-stamp-month PIC 9(4).
              10 ws-co-stamp-principal PIC 9(9)v99.
       01 ws-co-stamp-overflow PIC X VALUE "N".
       01 ws-co-stamped      PIC 9(4) VALUE ZERO.
       01 ws-co-stamped-principal PIC 9(11)v99 VALUE ZERO.
       01 ws-co-count        PIC 9(4) VALUE ZERO.
       01 ws-co-tot-principal PIC 9(11)v99 VALUE ZERO.
       01 ws-co-tot-interest  PIC 9(11)v99 VALUE ZERO.
       01 ws-co-tot-fees      PIC 9(11)v99 VALUE ZERO.
       01 ws-co-master-before PIC X(228).
       01 ws-co-master-after  PIC X(228).
       01 ws-co-found         PIC X VALUE "N".
       01 ws-co-month-x      PIC X(4) VALUE SPACES.
       01 ws-co-gl-tag       PIC X(12) VALUE SPACES.
       01 ws-co-gl-amount    PIC 9(9)v99 VALUE ZERO.
       01 ds-co-gl-amount    PIC 9(9).99.
       01 ds-co-gl-date      PIC X(10) VALUE SPACES.
       01 ds-co-principal    PIC 9(9).99.
       01 ds-co-interest     PIC 9(9).99.
       01 ds-co-fees         PIC 9(9).99.
       01 ds-co-recovered    PIC 9(9).99.
       01 ds-co-at-120       PIC ZZZ9.
       01 ds-co-count        PIC ZZZ9.
       01 ds-co-stamped      PIC ZZZ9.
       01 ds-co-tot-principal PIC 9(11).99.
       01 ds-co-tot-interest  PIC 9(11).99.
       01 ds-co-tot-fees      PIC 9(11).99.
       01 ws-audit-image     PIC X(6) VALUE SPACES.
       01 ws-audit-user      PIC X(8) VALUE SPACES.
       01 ws-audit-action    PIC X(1) VALUE SPACES.
       01 ws-run-time        PIC X(8) VALUE SPACES.

      *paid-off archive (ARCH mode). a loan is paid in full when the
      *receipts posted off PAYFILE carry it to a zero balance with
      *nothing short along the way -- at the end of its schedule, or
      *early on additional principal, or on a balloon -- or when the
      *last month's receipt covers a payoff quote logged on QUOTLOG
      *for at least the balance then owing. a paid loan with a
      *suspense item or a fee balance still open is held, not
      *archived. once the batch is through each paid loan goes to
      *LOANHIST with its final totals and is deleted off LOANMSTR
      *under a journaled delete, a lien-release letter goes to the
      *borrower, and the purge register lists every loan the run
      *archived or held. by-key STMT and QUOT runs look a loan up on
      *LOANHIST when it is no longer on the master
       01 ws-arc-state       PIC X VALUE "N".
       01 ws-arc-type        PIC X VALUE SPACE.
       01 ws-arc-reason      PIC X(40) VALUE SPACES.
       01 ws-arc-bal-in      PIC 9(7)v99 VALUE ZERO.
       01 ws-arc-last-receipt PIC 9(7)v99 VALUE ZERO.
       01 ws-arc-int-before  PIC 9(9)v99 VALUE ZERO.
       01 ws-arc-prin-before PIC 9(9)v99 VALUE ZERO.
       01 ws-arc-add-before  PIC 9(9)v99 VALUE ZERO.
       01 ws-arc-last-due    PIC 9(8) VALUE ZERO.
       01 ws-arc-payoff-due  PIC 9(8) VALUE ZERO.
       01 ws-arc-received    PIC 9(9)v99 VALUE ZERO.
       01 ws-arc-quote-found PIC X VALUE "N".
       01 ws-arc-quote-total PIC 9(9)v99 VALUE ZERO.
       01 ws-arc-quote-accr  PIC 9(9)v99 VALUE ZERO.
       01 ws-arc-quote-date  PIC 9(8) VALUE ZERO.
       01 ws-arc-e-date-w    PIC 9(8) VALUE ZERO.
       01 ws-arc-e-month-w   PIC 9(4) VALUE ZERO.
       01 ws-arc-e-interest-w PIC 9(9)v99 VALUE ZERO.
       01 ws-arc-e-principal-w PIC 9(9)v99 VALUE ZERO.
       01 ws-arc-e-additional-w PIC 9(9)v99 VALUE ZERO.
       01 ws-arc-date-w      PIC 9(8) VALUE ZERO.
       01 ws-arc-ql-table.
           05 ws-arc-ql-count PIC 9(4) COMP VALUE 0.
           05 ws-arc-ql-entry OCCURS 500 TIMES
                              INDEXED BY ws-arc-ql-idx.
              10 ws-arc-ql-loan-id PIC X(10).
              10 ws-arc-ql-good-thru PIC 9(8).
              10 ws-arc-ql-balance PIC 9(7)v99.
              10 ws-arc-ql-accrued PIC 9(9)v99.
              10 ws-arc-ql-total   PIC 9(9)v99.
       01 ws-arc-ql-eof      PIC X VALUE "N".
       01 ws-arc-ql-overflow PIC X VALUE "N".
      *one entry per paid loan. state P=to be archived A=archived
      *H=held F=could not be archived
       01 ws-arc-table.
           05 ws-arc-count PIC 9(4) COMP VALUE 0.
           05 ws-arc-entry OCCURS 500 TIMES
                           INDEXED BY ws-arc-idx.
              10 ws-arc-loan-id    PIC X(10).
              10 ws-arc-title      PIC X(40).
              10 ws-arc-amount     PIC 9(7)v99.
              10 ws-arc-e-state    PIC X(1).
              10 ws-arc-e-type     PIC X(1).
              10 ws-arc-e-date     PIC 9(8).
              10 ws-arc-e-month    PIC 9(4).
              10 ws-arc-e-received PIC 9(9)v99.
              10 ws-arc-e-interest PIC 9(9)v99.
              10 ws-arc-e-principal PIC 9(9)v99.
              10 ws-arc-e-additional PIC 9(9)v99.
              10 ws-arc-e-quote    PIC 9(9)v99.
              10 ws-arc-e-outstanding PIC 9(9)v99.
              10 ws-arc-e-reason   PIC X(40).
       01 ws-arc-overflow    PIC X VALUE "N".
       01 ws-arc-archived    PIC 9(4) VALUE ZERO.
       01 ws-arc-held        PIC 9(4) VALUE ZERO.
       01 ws-arc-failed      PIC 9(4) VALUE ZERO.
       01 ws-arc-found       PIC X VALUE "N".
       01 ws-arc-tot-principal PIC 9(11)v99 VALUE ZERO.
       01 ws-arc-tot-received  PIC 9(11)v99 VALUE ZERO.
       01 ws-arc-master-image PIC X(228).
       01 ws-arc-type-text   PIC X(14) VALUE SPACES.
       01 ds-arc-date        PIC X(10) VALUE SPACES.
       01 ds-arc-amount      PIC 9(9).99.
       01 ds-arc-received    PIC 9(9).99.
       01 ds-arc-archived    PIC ZZZ9.
       01 ds-arc-held        PIC ZZZ9.
       01 ds-arc-failed      PIC ZZZ9.
       01 ds-arc-tot-principal PIC 9(11).99.
       01 ds-arc-tot-received  PIC 9(11).99.
      *a by-key STMT or QUOT run on a loan found on LOANHIST instead
      *of the master: the schedule pays off in the payoff month
       01 ws-hist-loaded     PIC X VALUE "N".
       01 ws-hist-month      PIC 9(4) VALUE ZERO.
       01 ws-hist-date       PIC 9(8) VALUE ZERO.
       01 ws-hist-received   PIC 9(9)v99 VALUE ZERO.

      *month-end accrual (ACCR mode). the interest each loan has
      *earned from its last due date through the month end -- the
      *ASOF date, or the last day of the run month without one -- on
      *its own day basis at the rate in force for the period, goes to
      *GLJRNL as an ACCR-INT line dated the month end and an ACCR-REV
      *line dated the first weekday of the next month. a loan in the
      *90+ bucket on DELQHIST or charged off is nonaccrual: it books
      *nothing and is listed on its own. the run ends with the
      *accrual totalled by investor, blank investor being own book
       01 ws-acr-end-int     PIC 9(7) COMP VALUE ZERO.
       01 ws-acr-end-num     PIC 9(8) VALUE ZERO.
       01 ws-acr-rev-int     PIC 9(7) COMP VALUE ZERO.
       01 ws-acr-rev-num     PIC 9(8) VALUE ZERO.
       01 ws-acr-year        PIC 9(4) VALUE ZERO.
       01 ws-acr-mm          PIC 9(2) VALUE ZERO.
       01 ws-acr-dd          PIC 9(2) VALUE ZERO.
       01 ws-acr-md          PIC 9(4) VALUE ZERO.
       01 ws-acr-dow         PIC 9(1) VALUE ZERO.
       01 ds-acr-end-date    PIC X(10) VALUE SPACES.
       01 ds-acr-rev-date    PIC X(10) VALUE SPACES.
       01 ws-acr-prev-due-int PIC 9(7) COMP VALUE ZERO.
       01 ws-acr-next-due-int PIC 9(7) COMP VALUE ZERO.
       01 ws-acr-days        PIC S9(5) VALUE ZERO.
       01 ws-acr-period-days PIC 9(5) VALUE ZERO.
       01 ws-acr-amount      PIC 9(7)v99 VALUE ZERO.
       01 ws-acr-balance     PIC 9(7)v99 VALUE ZERO.
       01 ws-acr-month       PIC 9(4) VALUE ZERO.
       01 ws-acr-gl-tag      PIC X(12) VALUE SPACES.
       01 ws-acr-nonaccrual  PIC X VALUE "N".
       01 ws-acr-reason      PIC X(30) VALUE SPACES.
       01 ws-acr-kind        PIC X VALUE SPACE.
      *kind N=nonaccrual X=not accrued for want of due dates
       01 ws-acr-na-table.
           05 ws-acr-na-count PIC 9(4) COMP VALUE 0.
           05 ws-acr-na-entry OCCURS 500 TIMES
                              INDEXED BY ws-acr-na-idx.
              10 ws-acr-na-loan-id  PIC X(10).
              10 ws-acr-na-title    PIC X(40).
              10 ws-acr-na-investor PIC X(10).
              10 ws-acr-na-kind     PIC X(1).
              10 ws-acr-na-reason   PIC X(30).
              10 ws-acr-na-balance  PIC 9(7)v99.
       01 ws-acr-na-overflow PIC X VALUE "N".
       01 ws-acr-inv-table.
           05 ws-acr-inv-count PIC 9(2) VALUE 0.
           05 ws-acr-inv-entry OCCURS 20 TIMES.
              10 ws-acr-inv-id       PIC X(10).
              10 ws-acr-inv-loans    PIC 9(5).
              10 ws-acr-inv-balance  PIC 9(11)v99.
              10 ws-acr-inv-accrued  PIC 9(11)v99.
              10 ws-acr-inv-na-loans PIC 9(5).
              10 ws-acr-inv-na-balance PIC 9(11)v99.
       01 ws-acr-inv-overflow PIC X VALUE "N".
       01 ws-acr-inv-sub     PIC 9(2) VALUE ZERO.
       01 ws-acr-inv-loop    PIC 9(2) VALUE ZERO.
       01 ws-acr-tot-loans   PIC 9(5) VALUE ZERO.
       01 ws-acr-tot-balance PIC 9(11)v99 VALUE ZERO.
       01 ws-acr-tot-accrued PIC 9(11)v99 VALUE ZERO.
       01 ws-acr-tot-na      PIC 9(5) VALUE ZERO.
       01 ws-acr-tot-na-balance PIC 9(11)v99 VALUE ZERO.
       01 ws-acr-tot-excluded PIC 9(5) VALUE ZERO.
       01 ds-acr-amount      PIC 9(7).99.
       01 ds-acr-balance     PIC 9(7).99.
       01 ds-acr-days        PIC ZZZZ9.
       01 ds-acr-rate        PIC Z9.99.
       01 ds-acr-investor    PIC X(10) VALUE SPACES.
       01 ds-acr-loans       PIC ZZZZ9.
       01 ds-acr-na-loans    PIC ZZZZ9.
       01 ds-acr-excluded    PIC ZZZZ9.
       01 ds-acr-tot-balance PIC 9(11).99.
       01 ds-acr-tot-accrued PIC 9(11).99.
       01 ds-acr-tot-na-balance PIC 9(11).99.

      *run-history figures for RUNHIST. a loan's principal
      *outstanding is its scheduled balance at the last posted month
      *plus the principal short months left unpaid, less anything
      *overpaid; its interest collected to date is the scheduled
      *interest through that month less what went unpaid. POST moves
      *each loan off the figures DELQHIST kept from its last POST run
       01 ws-rh-sched-bal    PIC 9(7)v99 VALUE ZERO.
       01 ws-rh-sched-int    PIC 9(9)v99 VALUE ZERO.
       01 ws-rh-outstanding  PIC 9(9)v99 VALUE ZERO.
       01 ws-rh-int-to-date  PIC 9(9)v99 VALUE ZERO.
       01 ws-rh-movement     PIC S9(11)v99 VALUE ZERO.
       01 ws-rh-loans        PIC 9(7) VALUE ZERO.
       01 ws-rh-balance      PIC 9(11)v99 VALUE ZERO.
       01 ws-rh-prin-posted  PIC 9(11)v99 VALUE ZERO.
       01 ws-rh-prin-capped  PIC 9(11)v99 VALUE ZERO.
       01 ws-rh-int-posted   PIC 9(11)v99 VALUE ZERO.
       01 ws-rh-new-count    PIC 9(7) VALUE ZERO.
       01 ws-rh-rolled       PIC X VALUE "Y".
       01 ws-rh-arc-amount   PIC 9(11)v99 VALUE ZERO.
       01 ds-rh-loans        PIC ZZZZZZ9.
       01 ds-rh-new-count    PIC ZZZZZZ9.
       01 ds-rh-balance      PIC 9(11).99.
       01 ds-rh-prin-posted  PIC 9(11).99.
       01 ds-rh-prin-capped  PIC 9(11).99.
       01 ds-rh-int-posted   PIC 9(11).99.

      *loan modifications (workouts) off LOANMOD, keyed by loan id
      *and effective month and maintained through LOANMNT. at its
      *effective month a modification capitalizes the arrears it
      *names into principal (the escrow part also back into the
      *escrow balance it was advanced out of), takes the new rate,
      *and re-terms the loan: any forbearance months come first --
      *nothing falls due and the month's interest is added to the
      *balance -- then the payment is recast over the remaining
      *term, which is the modification's own term when it carries
      *one and otherwise what was left of the loan, pushed out by
      *the forbearance. an interest-only period still running is cut
      *off at the modification. POST, BILL, GL, CHRG, ACH, MET2 and
      *ARCH re-age the loan at the effective month: the arrears the
      *agreement rolled into principal are no longer past due.
      *principal always grows by the amounts keyed off the signed
      *agreement, never by what the run works out; where the keyed
      *interest or fees differ from the unpaid interest and fee
      *balance the posted payments leave at that month, a MODIFICATION
      *VARIANCE line follows the marker row and the run warns (RC 4)
      *-- the difference would otherwise be written off or counted
      *twice unseen. it is reported every run until the LOANMOD
      *figures are corrected through LOANMNT. there is no posted
      *figure for the escrow shortage to check the keyed one against
       01 ws-mod-table.
           05 ws-mod-count PIC 9(4) COMP VALUE 0.
           05 ws-mod-entry OCCURS 12 TIMES
                           INDEXED BY ws-mod-idx.
              10 ws-mod-month    PIC 9(4).
              10 ws-mod-rate     PIC 99v99.
              10 ws-mod-term     PIC 9(4).
              10 ws-mod-forb     PIC 9(3).
              10 ws-mod-cap-int  PIC 9(7)v99.
              10 ws-mod-cap-esc  PIC 9(7)v99.
              10 ws-mod-cap-fees PIC 9(7)v99.
       01 ws-mod-open         PIC X VALUE "N".
       01 ws-mod-eof          PIC X VALUE "N".
       01 ws-mod-overflow     PIC X VALUE "N".
       01 ws-mod-bad          PIC X VALUE "N".
       01 ws-mod-active       PIC X VALUE "N".
       01 ws-mod-in-forb      PIC X VALUE "N".
       01 ws-mod-last-pmt     PIC 9(4) VALUE ZERO.
       01 ws-mod-forb-from    PIC 9(4) VALUE ZERO.
       01 ws-mod-forb-thru    PIC 9(4) VALUE ZERO.
       01 ws-mod-recast-month PIC 9(4) VALUE ZERO.
       01 ws-mod-base         PIC S9(5) VALUE ZERO.
       01 ws-mod-remaining    PIC 9(4) VALUE ZERO.
       01 ws-mod-capitalized  PIC 9(7)v99 VALUE ZERO.
       01 ws-mod-forb-int     PIC 9(7)v99 VALUE ZERO.
       01 ds-mod-capitalized  PIC 9(7).99.
       01 ds-mod-forb-int     PIC 9(7).99.
       01 ds-mod-rate         PIC Z9.99.
       01 ds-mod-remaining    PIC ZZZ9.
       01 ds-mod-forb         PIC ZZ9.
      *keyed less posted arrears at a re-aging modification
       01 ws-mod-var-found    PIC X VALUE "N".
       01 ws-mod-var-int      PIC S9(9)v99 VALUE ZERO.
       01 ws-mod-var-fees     PIC S9(9)v99 VALUE ZERO.
       01 ws-mod-var-net      PIC S9(9)v99 VALUE ZERO.
       01 ds-mod-var-int      PIC 9(9).99-.
       01 ds-mod-var-fees     PIC 9(9).99-.
       01 ds-mod-var-net      PIC 9(9).99-.
       01 ds-mod-post-int     PIC 9(9).99.
       01 ds-mod-post-fees    PIC 9(9).99.

      *autopay draft run (ACH mode). each loan enrolled on ACHENRL
      *and active is billed the way BILL bills it; its draft date is
      *the bill's due date moved to the enrollment's draft day in
      *the same month (the due date itself for a bi-weekly loan or a
      *blank draft day), and a loan whose draft date falls inside
      *the DRAFTFROM=/DRAFTTHRU= window (the run date when neither
      *is given) is drafted for the scheduled payment plus escrow,
      *or the total now due when the enrollment says so. drafts are
      *held in a table until the batch is through, then written to
      *ACHOUT one NACHA batch per draft date, with an expected
      *receipt per draft on EXPRCPT and a register on OUTFILE
       01 ws-ach-from-x     PIC X(8) VALUE SPACES.
       01 ws-ach-thru-x     PIC X(8) VALUE SPACES.
       01 ws-ach-date-x     PIC X(8) VALUE SPACES.
       01 ws-ach-from-num   PIC 9(8) VALUE ZERO.
       01 ws-ach-thru-num   PIC 9(8) VALUE ZERO.
       01 ws-ach-open       PIC X VALUE "N".
      *    A=active enrollment U=unenrolled N=not enrolled
       01 ws-ach-state      PIC X VALUE "N".
       01 ws-ach-due-num    PIC 9(8) VALUE ZERO.
       01 ws-ach-due-year   PIC 9(4) VALUE ZERO.
       01 ws-ach-due-month  PIC 9(2) VALUE ZERO.
       01 ws-ach-draft-num  PIC 9(8) VALUE ZERO.
       01 ws-ach-amount     PIC 9(8)v99 VALUE ZERO.
       01 ws-ach-name       PIC X(22) VALUE SPACES.
       01 ws-ach-reason     PIC X(45) VALUE SPACES.
       01 ws-ach-table.
           05 ws-ach-count PIC 9(4) COMP VALUE 0.
           05 ws-ach-entry OCCURS 2000 TIMES
                           INDEXED BY ws-ach-idx.
              10 ws-ach-e-date     PIC 9(8).
              10 ws-ach-e-loan-id  PIC X(10).
              10 ws-ach-e-month    PIC 9(4).
              10 ws-ach-e-tran     PIC X(2).
              10 ws-ach-e-routing  PIC X(9).
              10 ws-ach-e-account  PIC X(17).
              10 ws-ach-e-amount   PIC 9(8)v99.
              10 ws-ach-e-name     PIC X(22).
       01 ws-ach-overflow   PIC X VALUE "N".
       01 ws-ach-batch-date PIC 9(8) VALUE ZERO.
       01 ws-ach-last-date  PIC 9(8) VALUE ZERO.
       01 ws-ach-batch-done PIC X VALUE "N".
       01 ws-ach-batch-no   PIC 9(7) VALUE ZERO.
       01 ws-ach-trace-seq  PIC 9(7) VALUE ZERO.
       01 ws-ach-trace      PIC X(15) VALUE SPACES.
       01 ws-ach-b-entries  PIC 9(6) VALUE ZERO.
       01 ws-ach-b-hash     PIC 9(12) VALUE ZERO.
       01 ws-ach-b-debits   PIC 9(10)v99 VALUE ZERO.
       01 ws-ach-f-entries  PIC 9(8) VALUE ZERO.
       01 ws-ach-f-hash     PIC 9(12) VALUE ZERO.
       01 ws-ach-f-debits   PIC 9(10)v99 VALUE ZERO.
       01 ws-ach-records    PIC 9(8) VALUE ZERO.
       01 ws-ach-blocks     PIC 9(6) VALUE ZERO.
       01 ws-ach-pad        PIC 9(2) VALUE ZERO.
       01 ws-ach-rdfi-num   PIC 9(8) VALUE ZERO.
       01 ws-ach-enrolled   PIC 9(6) VALUE ZERO.
       01 ws-ach-not-due    PIC 9(6) VALUE ZERO.
       01 ws-ach-not-drafted PIC 9(6) VALUE ZERO.
       01 ds-ach-amount     PIC 9(8).99.
       01 ds-ach-receipt    PIC 9(12).99.
       01 ds-ach-draft-date PIC X(10) VALUE SPACES.
       01 ds-ach-count      PIC ZZZZZ9.
       01 ds-ach-enrolled   PIC ZZZZZ9.
       01 ds-ach-not-due    PIC ZZZZZ9.
       01 ds-ach-not-drafted PIC ZZZZZ9.
       01 ds-ach-batches    PIC ZZZZZ9.
       01 ds-ach-debits     PIC 9(10).99.

      *bank and company identifiers on the origination file, as the
      *originating bank assigned them, off the ACHDEST=, ACHDESTNAME=,
      *ACHORIGIN=, ACHORIGNAME=, ACHCOMPANY=, ACHCOMPNAME= and
      *ACHODFI= control keywords. the immediate destination is the
      *bank's nine-digit routing number, carried with a leading space
       01 ws-ach-dest-id      PIC X(10) VALUE SPACES.
       01 ws-ach-dest-name    PIC X(23) VALUE SPACES.
       01 ws-ach-origin-id    PIC X(10) VALUE SPACES.
       01 ws-ach-origin-name  PIC X(23) VALUE SPACES.
       01 ws-ach-company-id   PIC X(10) VALUE SPACES.
       01 ws-ach-company-name PIC X(16) VALUE SPACES.
       01 ws-ach-odfi         PIC X(8) VALUE SPACES.
       01 ws-ach-entry-desc   PIC X(10) VALUE "LOAN PMT".

      *NACHA record layouts, built here and written to ACHOUT
       01 ws-ach-file-header.
           05 ws-ach-fh-type      PIC X(1) VALUE "1".
           05 ws-ach-fh-priority  PIC X(2) VALUE "01".
           05 ws-ach-fh-dest      PIC X(10).
           05 ws-ach-fh-origin    PIC X(10).
           05 ws-ach-fh-date      PIC X(6).
           05 ws-ach-fh-time      PIC X(4).
           05 ws-ach-fh-modifier  PIC X(1) VALUE "A".
           05 ws-ach-fh-rec-size  PIC X(3) VALUE "094".
           05 ws-ach-fh-blocking  PIC X(2) VALUE "10".
           05 ws-ach-fh-format    PIC X(1) VALUE "1".
           05 ws-ach-fh-dest-name PIC X(23).
           05 ws-ach-fh-orig-name PIC X(23).
           05 ws-ach-fh-reference PIC X(8) VALUE SPACES.
       01 ws-ach-batch-header.
           05 ws-ach-bh-type      PIC X(1) VALUE "5".
           05 ws-ach-bh-class     PIC X(3) VALUE "225".
           05 ws-ach-bh-co-name   PIC X(16).
           05 ws-ach-bh-discr     PIC X(20) VALUE SPACES.
           05 ws-ach-bh-co-id     PIC X(10).
           05 ws-ach-bh-sec       PIC X(3) VALUE "PPD".
           05 ws-ach-bh-desc      PIC X(10).
           05 ws-ach-bh-desc-date PIC X(6) VALUE SPACES.
           05 ws-ach-bh-eff-date  PIC X(6).
           05 ws-ach-bh-settle    PIC X(3) VALUE SPACES.
           05 ws-ach-bh-status    PIC X(1) VALUE "1".
           05 ws-ach-bh-odfi      PIC X(8).
           05 ws-ach-bh-batch-no  PIC 9(7).
       01 ws-ach-entry-detail.
           05 ws-ach-ed-type      PIC X(1) VALUE "6".
           05 ws-ach-ed-tran      PIC X(2).
           05 ws-ach-ed-rdfi      PIC X(8).
           05 ws-ach-ed-check     PIC X(1).
           05 ws-ach-ed-account   PIC X(17).
           05 ws-ach-ed-amount    PIC 9(8)v99.
           05 ws-ach-ed-indiv-id  PIC X(15).
           05 ws-ach-ed-name      PIC X(22).
           05 ws-ach-ed-discr     PIC X(2) VALUE SPACES.
           05 ws-ach-ed-addenda   PIC X(1) VALUE "0".
           05 ws-ach-ed-trace     PIC X(15).
       01 ws-ach-batch-control.
           05 ws-ach-bc-type      PIC X(1) VALUE "8".
           05 ws-ach-bc-class     PIC X(3) VALUE "225".
           05 ws-ach-bc-entries   PIC 9(6).
           05 ws-ach-bc-hash      PIC 9(10).
           05 ws-ach-bc-debits    PIC 9(10)v99.
           05 ws-ach-bc-credits   PIC 9(10)v99 VALUE ZERO.
           05 ws-ach-bc-co-id     PIC X(10).
           05 ws-ach-bc-auth      PIC X(19) VALUE SPACES.
           05 ws-ach-bc-reserved  PIC X(6) VALUE SPACES.
           05 ws-ach-bc-odfi      PIC X(8).
           05 ws-ach-bc-batch-no  PIC 9(7).
       01 ws-ach-file-control.
           05 ws-ach-fc-type      PIC X(1) VALUE "9".
           05 ws-ach-fc-batches   PIC 9(6).
           05 ws-ach-fc-blocks    PIC 9(6).
           05 ws-ach-fc-entries   PIC 9(8).
           05 ws-ach-fc-hash      PIC 9(10).
           05 ws-ach-fc-debits    PIC 9(10)v99.
           05 ws-ach-fc-credits   PIC 9(10)v99 VALUE ZERO.
           05 ws-ach-fc-reserved  PIC X(39) VALUE SPACES.
       01 ws-ach-fill-record PIC X(94) VALUE ALL "9".

      *credit bureau extract (MET2 mode). every loan in the batch is
      *run through its posted months the way POST runs it, and one
      *Metro 2 base segment goes to M2OUT with the balance, amount
      *past due and dates as of the last posted month. the account
      *status, payment rating and 24-month payment history come off
      *DELQHIST as the last POST run left it. a loan without the
      *borrower identification the bureaus match on -- name,
      *taxpayer id, date of birth, full address -- or without an
      *origination date is held back and listed on OUTFILE as a
      *reject; a loan reported closed on an earlier run is not
      *reported again
       01 ws-m2-open        PIC X VALUE "N".
      *    Y=report the loan R=rejected F=closed, already reported
       01 ws-m2-state       PIC X VALUE "N".
       01 ws-m2-reason      PIC X(45) VALUE SPACES.
       01 ws-m2-dh-found    PIC X VALUE "N".
       01 ws-m2-bucket      PIC 9(1) VALUE ZERO.
       01 ws-m2-at-120      PIC 9(4) VALUE ZERO.
       01 ws-m2-profile     PIC X(25) VALUE SPACES.
      *months a charged-off loan's payment history has to catch up,
      *from its last history month to the reporting month
       01 ws-m2-age-months  PIC S9(5) VALUE ZERO.
       01 ws-m2-run-ym.
           05 ws-m2-run-year PIC 9(4).
           05 ws-m2-run-mon  PIC 9(2).
       01 ws-m2-hist-ym.
           05 ws-m2-hist-year PIC 9(4).
           05 ws-m2-hist-mon  PIC 9(2).
       01 ws-m2-first-delq  PIC 9(8) VALUE ZERO.
       01 ws-m2-co-amount   PIC 9(9)v99 VALUE ZERO.
       01 ws-m2-original    PIC 9(7)v99 VALUE ZERO.
       01 ws-m2-balance     PIC 9(7)v99 VALUE ZERO.
       01 ws-m2-current     PIC 9(9)v99 VALUE ZERO.
       01 ws-m2-past-due    PIC 9(9)v99 VALUE ZERO.
       01 ws-m2-actual      PIC 9(9)v99 VALUE ZERO.
       01 ws-m2-scheduled   PIC 9(9)v99 VALUE ZERO.
       01 ws-m2-last-pay    PIC 9(8) VALUE ZERO.
       01 ws-m2-closed      PIC 9(8) VALUE ZERO.
       01 ws-m2-status      PIC X(2) VALUE SPACES.
       01 ws-m2-rating      PIC X VALUE SPACE.
       01 ws-m2-terms       PIC 9(4) VALUE ZERO.
       01 ws-m2-ymd         PIC 9(8) VALUE ZERO.
       01 ws-m2-ymd-parts REDEFINES ws-m2-ymd.
           05 ws-m2-ymd-year  PIC 9(4).
           05 ws-m2-ymd-month PIC 9(2).
           05 ws-m2-ymd-day   PIC 9(2).
       01 ws-m2-mdy         PIC X(8) VALUE ZEROES.
       01 ws-m2-base-count  PIC 9(9) VALUE ZERO.
       01 ws-m2-rejects     PIC 9(6) VALUE ZERO.
       01 ws-m2-prior-final PIC 9(6) VALUE ZERO.
       01 ws-m2-tot-balance PIC 9(12) VALUE ZERO.
       01 ws-m2-tot-past-due PIC 9(12) VALUE ZERO.
       01 ds-m2-count       PIC ZZZZZZZZ9.
       01 ds-m2-rejects     PIC ZZZZZ9.
       01 ds-m2-prior-final PIC ZZZZZ9.
       01 ds-m2-balance     PIC Z(11)9.
       01 ds-m2-past-due    PIC Z(11)9.
       01 ds-m2-status-count PIC ZZZZZZZZ9.

      *reporter identification as the bureaus assigned it, off the
      *M2IDENT=, M2INNOVIS=, M2EQUIFAX=, M2EXPERIAN=, M2TRANSUNION=,
      *M2REPORTER=, M2PROGDATE= and M2REVDATE= control keywords. a
      *bureau the servicer does not report to has no id; the
      *revision date is the program date until a revision is made
       01 ws-m2-identification PIC X(20) VALUE SPACES.
       01 ws-m2-innovis-id    PIC X(10) VALUE SPACES.
       01 ws-m2-equifax-id    PIC X(10) VALUE SPACES.
       01 ws-m2-experian-id   PIC X(5)  VALUE SPACES.
       01 ws-m2-transunion-id PIC X(10) VALUE SPACES.
       01 ws-m2-reporter-name PIC X(40) VALUE SPACES.
       01 ws-m2-reporter-addr PIC X(96) VALUE SPACES.
       01 ws-m2-reporter-tel  PIC X(10) VALUE ZEROES.
       01 ws-m2-program-date  PIC X(8) VALUE SPACES.
       01 ws-m2-revision-date PIC X(8) VALUE SPACES.
      *    serviced loans go to the bureaus as conventional real
      *    estate mortgages on an installment schedule
       01 ws-m2-portfolio     PIC X(1) VALUE "M".
       01 ws-m2-account-type  PIC X(2) VALUE "26".

      *Metro 2 record layouts, built here and written to M2OUT
       01 ws-m2-header.
           05 ws-m2-h-rdw         PIC X(4) VALUE "0426".
           05 ws-m2-h-id          PIC X(6) VALUE "HEADER".
           05 ws-m2-h-cycle       PIC X(2) VALUE SPACES.
           05 ws-m2-h-innovis     PIC X(10).
           05 ws-m2-h-equifax     PIC X(10).
           05 ws-m2-h-experian    PIC X(5).
           05 ws-m2-h-transunion  PIC X(10).
           05 ws-m2-h-activity    PIC X(8).
           05 ws-m2-h-created     PIC X(8).
           05 ws-m2-h-program     PIC X(8).
           05 ws-m2-h-revision    PIC X(8).
           05 ws-m2-h-name        PIC X(40).
           05 ws-m2-h-address     PIC X(96).
           05 ws-m2-h-telephone   PIC X(10).
           05 ws-m2-h-vendor      PIC X(40) VALUE SPACES.
           05 ws-m2-h-version     PIC X(5) VALUE SPACES.
           05 ws-m2-h-prbc        PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(146) VALUE SPACES.
       01 ws-m2-base.
           05 ws-m2-b-rdw         PIC X(4) VALUE "0426".
           05 ws-m2-b-processing  PIC X(1) VALUE "1".
           05 ws-m2-b-timestamp   PIC X(14).
           05 ws-m2-b-reserved-1  PIC X(1) VALUE "0".
           05 ws-m2-b-ident       PIC X(20).
           05 ws-m2-b-cycle       PIC X(2) VALUE SPACES.
           05 ws-m2-b-account     PIC X(30).
           05 ws-m2-b-portfolio   PIC X(1).
           05 ws-m2-b-acct-type   PIC X(2).
           05 ws-m2-b-opened      PIC X(8).
           05 ws-m2-b-limit       PIC 9(9) VALUE ZERO.
           05 ws-m2-b-original    PIC 9(9).
           05 ws-m2-b-terms       PIC 9(3).
           05 ws-m2-b-frequency   PIC X(1).
           05 ws-m2-b-scheduled   PIC 9(9).
           05 ws-m2-b-actual      PIC 9(9).
           05 ws-m2-b-status      PIC X(2).
           05 ws-m2-b-rating      PIC X(1).
           05 ws-m2-b-profile     PIC X(24).
           05 ws-m2-b-special     PIC X(2) VALUE SPACES.
           05 ws-m2-b-compliance  PIC X(2) VALUE SPACES.
           05 ws-m2-b-balance     PIC 9(9).
           05 ws-m2-b-past-due    PIC 9(9).
           05 ws-m2-b-co-amount   PIC 9(9).
           05 ws-m2-b-info-date   PIC X(8).
           05 ws-m2-b-first-delq  PIC X(8).
           05 ws-m2-b-closed      PIC X(8).
           05 ws-m2-b-last-pay    PIC X(8).
           05 ws-m2-b-int-type    PIC X(1).
           05 ws-m2-b-reserved-2  PIC X(16) VALUE SPACES.
           05 ws-m2-b-tran-type   PIC X(1) VALUE SPACE.
           05 ws-m2-b-surname     PIC X(25).
           05 ws-m2-b-first       PIC X(20).
           05 ws-m2-b-middle      PIC X(20).
           05 ws-m2-b-generation  PIC X(1).
           05 ws-m2-b-ssn         PIC X(9).
           05 ws-m2-b-birth-date  PIC X(8).
           05 ws-m2-b-telephone   PIC X(10) VALUE ZEROES.
           05 ws-m2-b-ecoa        PIC X(1) VALUE "1".
           05 ws-m2-b-cii         PIC X(2) VALUE SPACES.
           05 ws-m2-b-country     PIC X(2) VALUE "US".
           05 ws-m2-b-addr-1      PIC X(32).
           05 ws-m2-b-addr-2      PIC X(32).
           05 ws-m2-b-city        PIC X(20).
           05 ws-m2-b-state       PIC X(2).
           05 ws-m2-b-zip         PIC X(9).
           05 ws-m2-b-addr-ind    PIC X(1) VALUE SPACE.
           05 ws-m2-b-residence   PIC X(1) VALUE SPACE.
       01 ws-m2-trailer.
           05 ws-m2-t-rdw         PIC X(4) VALUE "0426".
           05 ws-m2-t-id          PIC X(7) VALUE "TRAILER".
           05 ws-m2-t-base        PIC 9(9) VALUE ZERO.
           05 ws-m2-t-reserved-1  PIC X(9) VALUE SPACES.
           05 ws-m2-t-status-df   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-j1          PIC 9(9) VALUE ZERO.
           05 ws-m2-t-j2          PIC 9(9) VALUE ZERO.
           05 ws-m2-t-blocks      PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-da   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-05   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-11   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-13   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-61   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-62   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-63   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-64   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-65   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-71   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-78   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-80   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-82   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-83   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-84   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-88   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-89   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-93   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-94   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-95   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-96   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-status-97   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-ecoa-z      PIC 9(9) VALUE ZERO.
           05 ws-m2-t-employment  PIC 9(9) VALUE ZERO.
           05 ws-m2-t-orig-cred   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-purchased   PIC 9(9) VALUE ZERO.
           05 ws-m2-t-mortgage    PIC 9(9) VALUE ZERO.
           05 ws-m2-t-specialized PIC 9(9) VALUE ZERO.
           05 ws-m2-t-change      PIC 9(9) VALUE ZERO.
           05 ws-m2-t-ssn-all     PIC 9(9) VALUE ZERO.
           05 ws-m2-t-ssn-base    PIC 9(9) VALUE ZERO.
           05 ws-m2-t-ssn-j1      PIC 9(9) VALUE ZERO.
           05 ws-m2-t-ssn-j2      PIC 9(9) VALUE ZERO.
           05 ws-m2-t-dob-all     PIC 9(9) VALUE ZERO.
           05 ws-m2-t-dob-base    PIC 9(9) VALUE ZERO.
           05 ws-m2-t-dob-j1      PIC 9(9) VALUE ZERO.
           05 ws-m2-t-dob-j2      PIC 9(9) VALUE ZERO.
           05 ws-m2-t-telephone   PIC 9(9) VALUE ZERO.
           05 FILLER              PIC X(19) VALUE SPACES.

      *payment structure -- an interest-only month count and/or a
      *balloon month off the PS record. during the interest-only
      *period the scheduled payment is the month's interest alone

       01  LOANFILE-STATUS     PIC X(2).
       01  RUNCNTL-STATUS      PIC X(2).
       01  LOANHIST-STATUS     PIC X(2).
       01  LOANMSTR-STATUS     PIC X(2).
       01  CHKPT-STATUS        PIC X(2).
       01  PAYFILE-STATUS      PIC X(2).
       01  QUOTLOG-STATUS      PIC X(2).
       01  DELQ-STATUS         PIC X(2).
       01  COLLQ-STATUS        PIC X(2).
       01  BORRMSTR-STATUS     PIC X(2).
       01  AUDITJRL-STATUS     PIC X(2).
       01  GLJRNL-STATUS       PIC X(2).
       01  COREFER-STATUS      PIC X(2).
       01  LOANMOD-STATUS      PIC X(2).
       01  ACHENRL-STATUS      PIC X(2).
       01  ACHOUT-STATUS       PIC X(2).
       01  EXPRCPT-STATUS      PIC X(2).
       01  M2OUT-STATUS        PIC X(2).
       01  RUNHIST-STATUS      PIC X(2).

       01 ws_output_line PIC X(1000) value spaces.
       01 ds_space PIC X(3) value " | ".
       PROCEDURE DIVISION using parameters.
       MAIN-LOGIC Section.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time

           perform Read-Run-Control
           if ws-rc-errors = "Y"
              perform Parse-Positional-Parameters
           end-if

      *    a file for the bank or the bureaus goes out under the
      *    identifiers they assigned, or not at all
           perform Check-Originator-Identifiers
           if ws-rc-errors = "Y"
              perform Write-Run-Control-Errors
              move 12 to return-code
              GOBACK
           end-if

           if ws-loan-id-filter not = spaces
              move "Y" to ws-single-loan-mode
           end-if
              and output-format not = "BILL"
              and output-format not = "RMT"
              and output-format not = "QUOT"
              and output-format not = "CHRG"
              and output-format not = "ACH"
              and output-format not = "MET2"
              and output-format not = "ARCH"
              and output-format not = "ACCR"
              move "TEXT" to output-format
           end-if

           if output-format = "CMP" or output-format = "POST"
              or output-format = "STMT" or output-format = "BILL"
              or output-format = "RMT" or output-format = "QUOT"
              or output-format = "CHRG" or output-format = "ACH"
              or output-format = "MET2" or output-format = "ARCH"
              or output-format = "ACCR"
              move "Y" to ws-no-checkpoint-mode
           end-if

      *    the late fees assessed against actual receipts can ride
      *    the extract as their own journal line
           if output-format = "POST" or output-format = "BILL"
              or output-format = "GL" or output-format = "CHRG"
              or output-format = "ACH" or output-format = "MET2"
              or output-format = "ARCH"
              perform Load-Payment-File
           end-if

      *    GL reads the history for what a charged-off loan's
      *    write-off already allowed for
           if output-format = "POST" or output-format = "CHRG"
              or output-format = "MET2" or output-format = "ACCR"
              or output-format = "GL"
              perform Open-Delq-Hist
           end-if

           if output-format = "CHRG"
              perform Open-Charge-Off-Run
           end-if

           if output-format = "ACH"
              perform Open-Ach-Run
           end-if

           if output-format = "MET2" and not ws-is-single-loan-mode
              perform Open-Metro2-Run
           end-if

           if output-format = "ARCH" and not ws-is-single-loan-mode
              perform Open-Archive-Run
           end-if

           if output-format = "ACCR" and not ws-is-single-loan-mode
              perform Open-Accrual-Run
           end-if

           if output-format = "BILL" or output-format = "STMT"
              or output-format = "QUOT" or output-format = "ARCH"
              perform Open-Borrower-Master
           end-if

      *    a what-if comparison runs the booked terms against its
      *    scenarios only -- modifications stay out of it
           if output-format not = "CMP"
              perform Open-Loan-Mod-File
           end-if

           if output-format = "CMP"
              perform Process-Comparison-Run
           else
           if output-format = "RMT" and ws-is-single-loan-mode
              perform Write-Remit-Parameter-Error
           else
           if output-format = "MET2" and ws-is-single-loan-mode
              perform Write-Metro2-Parameter-Error
           else
           if output-format = "ARCH" and ws-is-single-loan-mode
              perform Write-Archive-Parameter-Error
           else
           if output-format = "ACCR" and ws-is-single-loan-mode
              perform Write-Accrual-Parameter-Error
           else
           if ws-is-single-loan-mode
              perform Process-Single-Loan-By-Key
           else
                 perform Write-Truncated-Block-Error
                 move "N" to ws-block-preloaded
              end-if
              perform Open-Status-Master
              perform Process-Next-Batch-Loan
                 until ws-at-eof
              close loan_info
              if ws-co-master-open = "Y"
                 CLOSE loan_master
                 move "N" to ws-co-master-open
              end-if
      *       a no-checkpoint run must not purge either: a month-end
      *       POST or STMT run sandwiched between an interrupted
      *       ordinary batch and its resume would destroy the
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if

           if output-format = "HTML"
              perform Write-Html-Document-Footer
              perform Write-Suspense-File
           end-if
           if output-format = "POST" or output-format = "BILL"
              or output-format = "ACH" or output-format = "MET2"
              perform Write-Posting-Trailer
           end-if

           if output-format = "POST"
              perform Write-Roll-Rate-Report
              perform Write-Collections-Queue
              perform Write-Portfolio-Balance-Line
              perform Close-Delq-Hist
           end-if

           if output-format = "CHRG"
              perform Stamp-Charged-Off-Loans
              perform Write-Charge-Off-Totals
              perform Close-Delq-Hist
              close gl_journal
           end-if

           if output-format = "ACH"
              perform Write-Ach-File
              perform Write-Ach-Totals
              perform Close-Ach-Run
           end-if

           if output-format = "MET2" and not ws-is-single-loan-mode
              perform Write-Metro2-Trailer
              perform Write-Metro2-Totals
              perform Close-Metro2-Run
           end-if
           if output-format = "MET2" or output-format = "GL"
              perform Close-Delq-Hist
           end-if

      *    the purge waits for the whole batch: a loan is only taken
      *    off the master once every loan has been read from it
           if output-format = "ARCH" and not ws-is-single-loan-mode
              perform Archive-Paid-Off-Loans
              perform Write-Purge-Register
           end-if

           if output-format = "ACCR" and not ws-is-single-loan-mode
              perform Write-Nonaccrual-List
              perform Write-Accrual-Totals
              close gl_journal
           end-if
           if output-format = "ACCR"
              perform Close-Delq-Hist
           end-if

           if output-format = "BILL" or output-format = "STMT"
              or output-format = "QUOT" or output-format = "ARCH"
              perform Write-Mailing-Exceptions
              if ws-brw-open = "Y"
                 CLOSE borrower_master
              end-if
           end-if

           if ws-mod-open = "Y"
              CLOSE loan_mod
           end-if

           perform Write-Run-History

           close loan_out
           perform Close-Checkpoint-File

              display "loan id range is: " ws-range-from
                 " thru " ws-range-thru
           end-if

           if ws-ach-from-x not = spaces and ws-ach-thru-x not = spaces
              and ws-ach-thru-x < ws-ach-from-x
              move spaces to ws-rc-line
              STRING
                 "DRAFTTHRU=" delimited by size
                 ws-ach-thru-x delimited by size
                 into ws-rc-line
              end-string
              move "draft window ends before DRAFTFROM"
                 to ws-rc-this-reason
              perform Add-Control-Error
           end-if
           exit.

       Read-One-Control-Record.
                    ws-rc-value(1:4) = "CMP" or
                    ws-rc-value(1:4) = "BILL" or
                    ws-rc-value(1:4) = "RMT" or
                    ws-rc-value(1:4) = "QUOT" or
                    ws-rc-value(1:4) = "CHRG" or
                    ws-rc-value(1:4) = "ACH" or
                    ws-rc-value(1:4) = "MET2" or
                    ws-rc-value(1:4) = "ARCH" or
                    ws-rc-value(1:4) = "ACCR"
                    move ws-rc-value(1:4) to output-format
                 else
                    move "unknown output format"
              when "THRU"
                 move ws-rc-value(1:10) to ws-range-thru
                 move "Y" to ws-range-active
              when "DRAFTFROM"
                 perform Parse-Draft-Date-Keyword
                 move ws-ach-date-x to ws-ach-from-x
              when "DRAFTTHRU"
                 perform Parse-Draft-Date-Keyword
                 move ws-ach-date-x to ws-ach-thru-x
              when "COMONTHS"
                 move function trim(ws-rc-value) to ws-co-months-x
                 inspect ws-co-months-x
                    replacing leading spaces by zeroes
                 if ws-co-months-x is numeric and
                    ws-rc-value(5:1) = space
                    move ws-co-months-x to ws-co-months-limit
                 else
                    move "charge-off months must be numeric"
                       to ws-rc-this-reason
                    perform Add-Control-Error
                 end-if
              when "ACHDEST"
                 if ws-rc-value(1:9) is numeric and
                    ws-rc-value(10:1) = space
                    move space to ws-ach-dest-id(1:1)
                    move ws-rc-value(1:9) to ws-ach-dest-id(2:9)
                 else
                    move "routing number must be nine digits"
                       to ws-rc-this-reason
                    perform Add-Control-Error
                 end-if
              when "ACHODFI"
                 if ws-rc-value(1:8) is numeric and
                    ws-rc-value(9:1) = space
                    move ws-rc-value(1:8) to ws-ach-odfi
                 else
                    move "ODFI id must be eight digits"
                       to ws-rc-this-reason
                    perform Add-Control-Error
                 end-if
              when "ACHDESTNAME"
                 move 23 to ws-rc-max-len
                 perform Check-Control-Value-Length
                 move ws-rc-value to ws-ach-dest-name
              when "ACHORIGIN"
                 move 10 to ws-rc-max-len
                 perform Check-Control-Value-Length
                 move ws-rc-value to ws-ach-origin-id
              when "ACHORIGNAME"
                 move 23 to ws-rc-max-len
                 perform Check-Control-Value-Length
                 move ws-rc-value to ws-ach-origin-name
              when "ACHCOMPANY"
                 move 10 to ws-rc-max-len
                 perform Check-Control-Value-Length
                 move ws-rc-value to ws-ach-company-id
              when "ACHCOMPNAME"
                 move 16 to ws-rc-max-len
                 perform Check-Control-Value-Length
                 move ws-rc-value to ws-ach-company-name
              when "M2IDENT"
                 move 20 to ws-rc-max-len
                 perform Check-Control-Value-Length
                 move ws-rc-value to ws-m2-identification
              when "M2INNOVIS"
                 move 10 to ws-rc-max-len
                 perform Check-Control-Value-Length
                 move ws-rc-value to ws-m2-innovis-id
              when "M2EQUIFAX"
                 move 10 to ws-rc-max-len
                 perform Check-Control-Value-Length
                 move ws-rc-value to ws-m2-equifax-id
              when "M2EXPERIAN"
                 move 5 to ws-rc-max-len
                 perform Check-Control-Value-Length
                 move ws-rc-value to ws-m2-experian-id
              when "M2TRANSUNION"
                 move 10 to ws-rc-max-len
                 perform Check-Control-Value-Length
                 move ws-rc-value to ws-m2-transunion-id
              when "M2REPORTER"
                 move 40 to ws-rc-max-len
                 perform Check-Control-Value-Length
                 move ws-rc-value to ws-m2-reporter-name
              when "M2PROGDATE"
                 perform Check-Metro2-Date-Keyword
                 move ws-rc-value(1:8) to ws-m2-program-date
              when "M2REVDATE"
                 perform Check-Metro2-Date-Keyword
                 move ws-rc-value(1:8) to ws-m2-revision-date
              when other
                 move "unknown keyword" to ws-rc-this-reason
                 perform Add-Control-Error
           end-evaluate
           exit.

      *    an identifier too long for its field would go out cut
      *    short, under an id the bank or bureau never assigned
       Check-Control-Value-Length.
           if ws-rc-value(ws-rc-max-len + 1:) not = spaces
              move "value too long for the field"
                 to ws-rc-this-reason
              perform Add-Control-Error
           end-if
           exit.

      *    Metro 2 dates are MMDDYYYY
       Check-Metro2-Date-Keyword.
           if ws-rc-value(1:8) is numeric and
              ws-rc-value(9:1) = space and
              ws-rc-value(1:2) >= "01" and
              ws-rc-value(1:2) <= "12" and
              ws-rc-value(3:2) >= "01" and
              ws-rc-value(3:2) <= "31"
              continue
           else
              move "date must be a valid MMDDYYYY"
                 to ws-rc-this-reason
              perform Add-Control-Error
           end-if
           exit.

      ******************************************************************
      *an ACH run needs the bank's routing number, the immediate
      *origin, the company id and name and the ODFI; a MET2 run the
      *reporter's identification number, name, program date and the
      *id of at least one bureau. without them the run is stopped
      *(return code 12) with each missing keyword listed
      ******************************************************************
       Check-Originator-Identifiers.
           if output-format = "ACH"
              if ws-ach-dest-id = spaces
                 move "ACHDEST=" to ws-rc-line
                 perform Add-Missing-Identifier
              end-if
              if ws-ach-origin-id = spaces
                 move "ACHORIGIN=" to ws-rc-line
                 perform Add-Missing-Identifier
              end-if
              if ws-ach-company-id = spaces
                 move "ACHCOMPANY=" to ws-rc-line
                 perform Add-Missing-Identifier
              end-if
              if ws-ach-company-name = spaces
                 move "ACHCOMPNAME=" to ws-rc-line
                 perform Add-Missing-Identifier
              end-if
              if ws-ach-odfi = spaces
                 move "ACHODFI=" to ws-rc-line
                 perform Add-Missing-Identifier
              end-if
           end-if
           if output-format = "MET2"
              if ws-m2-identification = spaces
                 move "M2IDENT=" to ws-rc-line
                 perform Add-Missing-Identifier
              end-if
              if ws-m2-reporter-name = spaces
                 move "M2REPORTER=" to ws-rc-line
                 perform Add-Missing-Identifier
              end-if
              if ws-m2-program-date = spaces
                 move "M2PROGDATE=" to ws-rc-line
                 perform Add-Missing-Identifier
              end-if
              if ws-m2-innovis-id = spaces and
                 ws-m2-equifax-id = spaces and
                 ws-m2-experian-id = spaces and
                 ws-m2-transunion-id = spaces
                 move "M2EQUIFAX= (or another bureau id)"
                    to ws-rc-line
                 perform Add-Missing-Identifier
              end-if
              if ws-m2-revision-date = spaces
                 move ws-m2-program-date to ws-m2-revision-date
              end-if
           end-if
           exit.

       Add-Missing-Identifier.
           move "required for this run, not supplied"
              to ws-rc-this-reason
           perform Add-Control-Error
           exit.

      *    the control file rejects a bad as-of date outright where
      *    the positional string only warned -- a date keyed wrong
      *    here must not quietly run the whole portfolio instead
           end-if
           exit.

      *    the draft window dates get the same check -- a window keyed
      *    wrong would draft the wrong days' borrowers
       Parse-Draft-Date-Keyword.
           move ws-rc-value(1:8) to ws-ach-date-x
           if ws-ach-date-x is numeric and
              ws-rc-value(9:1) = space and
              ws-ach-date-x(5:2) >= "01" and
              ws-ach-date-x(5:2) <= "12" and
              ws-ach-date-x(7:2) >= "01" and
              ws-ach-date-x(7:2) <= "31"
              continue
           else
              move "date must be a valid YYYYMMDD"
                 to ws-rc-this-reason
              perform Add-Control-Error
              move spaces to ws-ach-date-x
           end-if
           exit.

       Add-Control-Error.
           move "Y" to ws-rc-errors
           if ws-rc-err-count < 20
       Process-Single-Loan-By-Key.
           perform Open-Read-Loan-Master
           if ws-block-has-data = "Y"
              if ws-hist-loaded = "Y" and output-format = "QUOT"
                 perform Write-Paid-In-Full-Quote
              else
                 perform Process-Current-Loan
              end-if
              if not ws-no-checkpoint
                 perform Purge-Checkpoint-For-Loan
              end-if
           move 0 to ws_months_to_payoff

           if output-format = "POST" or output-format = "BILL"
              or output-format = "GL" or output-format = "CHRG"
              or output-format = "ACH" or output-format = "MET2"
              or output-format = "ARCH"
              perform Find-Last-Posted-Month
           end-if

           move zero to ws-stmt-principal
           move zero to ws-stmt-balance

           move "N" to ws-arc-state
           move space to ws-arc-type
           move zero to ws-arc-bal-in
           move zero to ws-arc-last-receipt
           move 0 to ws-arc-last-due
           move 0 to ws-arc-payoff-due

           move "N" to ws-acr-nonaccrual
           move 0 to ws-acr-prev-due-int
           move 0 to ws-acr-next-due-int

           add 1 to ws-ctl-loans-read

           if ws-recon-mode = "Q" and not ws-is-single-loan-mode
           display loan_additional
           DISPLAY " "

           perform Load-Loan-Modifications
           perform Data-Check

           if ws-valid-flag not = "Y"
              exit paragraph
           end-if

      *    a charged-off loan is finished with as far as the schedule
      *    goes -- only a year-end statement still runs it through,
      *    for the interest it paid before the charge-off
           perform Check-Loan-Status
           if ws-co-charged-off = "Y" and output-format not = "STMT"
              perform Process-Charged-Off-Loan
              exit paragraph
           end-if

           if output-format = "CHRG"
              perform Check-Charge-Off-Eligible
              if ws-co-eligible not = "Y"
                 exit paragraph
              end-if
           end-if

           if output-format = "ACH"
              perform Check-Ach-Enrollment
              if ws-ach-state not = "A"
                 exit paragraph
              end-if
           end-if

           if output-format = "MET2"
              perform Check-Metro2-Loan
              if ws-m2-state not = "Y"
                 exit paragraph
              end-if
           end-if

           if output-format = "ACCR"
              perform Check-Accrual-Status
           end-if

      *    the loan still runs and counts on the control totals when
      *    its notice is held back -- only the piece of paper is
      *    suppressed, and the exceptions page says why
           move "Y" to ws-brw-mail
           if output-format = "BILL" or output-format = "STMT"
              or output-format = "QUOT"
              perform Find-Borrower-For-Loan
           end-if

           add ws_loan_amount to ws-ctl-hash-read
           move ws_loan_amount to ws-ctl-this-amount

              perform Read-Checkpoint-For-Loan
           end-if

           if ws-checkpoint-exists-for-loan = "Y" and ws-mod-count > 0
              perform Restore-Modification-State
           end-if

           if ws-checkpoint-exists-for-loan not = "Y"
              if output-format = "HTML"
                 perform Write-Html-Loan-Header
              perform Register-Remit-Investor
           end-if

           move ws_loan_amount to ws-rh-sched-bal
           move zero to ws-rh-sched-int
           move "N" to ws-asof-stop
           perform Amorization until ws_loan_amount = 0
              or ws-asof-stop = "Y"

           if ws-asof-stop = "Y" and output-format not = "QUOT"
              and output-format not = "ACCR"
              perform Write-Asof-Balance-Line
           end-if

           if output-format = "ACCR"
              perform Write-Accrual-Lines
           end-if

           if output-format = "QUOT"
              perform Write-Payoff-Quote
           end-if

           if output-format = "CHRG"
              perform Write-Charge-Off
           end-if

           add 1 to ws-ctl-loans-amortized
           add ws-ctl-this-amount to ws-ctl-hash-processed

              end-if
           end-if

           if (output-format = "POST" or output-format = "BILL"
               or output-format = "ARCH")
              and ws-asof-stop not = "Y"
              perform Sweep-Paid-Off-Payments
           end-if

           if output-format = "ARCH"
              perform Check-Archive-Loan
           end-if

           if output-format = "POST"
              perform Write-Posting-Report
              perform Figure-Loan-Outstanding
              add 1 to ws-rh-loans
              add ws-rh-outstanding to ws-rh-balance
              if ws-dlq-open = "Y"
                 perform Update-Delinquency-History
              else
                 move "N" to ws-rh-rolled
              end-if
           end-if

              perform Write-Billing-Notice
           end-if

           if output-format = "ACH"
              perform Build-Ach-Draft
           end-if

           if output-format = "MET2"
              perform Write-Metro2-Loan
           end-if

           if output-format = "GL" and ws-post-fees-assessed > 0
              perform Write-Gl-Fee-Line
           end-if
           if ws-asof-active = "Y" and ws-have-orig-date = "Y"
              and ws-due-date-num > ws-asof-date-num
              move "Y" to ws-asof-stop
      *       the accrual runs into this period at this period's rate
              if output-format = "ACCR"
                 perform Apply-Rate-Change-If-Due
                 move ws-prev-due-int to ws-acr-prev-due-int
                 move ws-due-int to ws-acr-next-due-int
              end-if
              subtract 1 from ws_month
              exit paragraph
           end-if
              display "recast monthly payment " ws_monthly_payment
           end-if

           perform Apply-Modification-If-Due

      *    actual-day bases accrue on the real days between due
      *    dates; a blank basis (or a loan with no origination date
      *    to hang due dates on) keeps the original monthly accrual.
              end-if
           end-if

      *    a forbearance month owes nothing: its interest goes onto
      *    the balance and the row shows no payment at all
           if ws-mod-in-forb = "Y"
              add ws_interest_payment to ws_loan_amount
              add ws_interest_payment to ws-mod-forb-int
              move 0 to ws_interest_payment
              move 0 to ws_principal_payment
              move 0 to ws_scheduled_payment
              move 0 to ws_loan_additional_this_month
           else
           if ws_month <= ws_loan_io_months
              move 0 to ws_principal_payment
              move ws_interest_payment to ws_scheduled_payment
      -        ws_monthly_payment - ws_interest_payment
              move ws_monthly_payment to ws_scheduled_payment
           end-if
           end-if

           compute ws_total_payment =
      -      ws_loan_additional_this_month + ws_principal_payment
                 " amount " ws-balloon-due
           end-if

      *    a loan read back off LOANHIST pays off in the month it
      *    actually did, whatever was left owing going with it
           if ws-hist-loaded = "Y" and ws_month = ws-hist-month
              and ws_total_payment < ws_loan_amount
              compute ws_principal_payment = ws_principal_payment +
      -        ws_loan_amount - ws_total_payment
              compute ws_total_payment = ws_loan_amount
           end-if

           compute ws_loan_amount =
      -       ws_loan_amount - ws_total_payment

           compute ws_actual_payment =
      -       ws_interest_payment + ws_total_payment

           if ws-mod-in-forb not = "Y"
              add ws_loan_escrow to ws-escrow-balance
           end-if
      *    loan-year end keys off elapsed time -- one year is twelve
      *    monthly, twenty-six bi-weekly or four quarterly payments
           if function mod(ws_month, ws-periods-per-year) = 0
           move ws_month to ws_months_to_payoff

           if output-format = "POST" or output-format = "BILL"
              or output-format = "GL" or output-format = "CHRG"
              or output-format = "ACH" or output-format = "MET2"
              or output-format = "ARCH"
              perform Post-Payment-For-Month
           end-if

           if output-format = "ARCH"
              perform Track-Archive-Month
           end-if

           if output-format = "POST" or output-format = "MET2"
              perform Track-Bureau-Month
           end-if

           if output-format = "CHRG" and ws_month = ws-post-last-month
              move ws_loan_amount to ws-co-balance
           end-if

           if (output-format = "POST" or output-format = "ARCH")
              and ws_month <= ws-post-last-month
              move ws_loan_amount to ws-rh-sched-bal
              move ws_total_interest_paid to ws-rh-sched-int
           end-if

           if (output-format = "BILL" or output-format = "ACH"
               or output-format = "MET2")
              and ws_month = ws-bill-month
              move "Y" to ws-bill-captured
              move ds-due-date to ws-bill-due-date
              move ws_scheduled_payment to ws-bill-payment
              move ws-due-date-num to ws-ach-due-num
              move ws-due-year to ws-ach-due-year
              move ws-due-month to ws-ach-due-month
           end-if

           if output-format = "STMT"
              perform Accumulate-Statement-Year
           end-if

           if output-format not = "CMP" and ws-co-charged-off not = "Y"
              perform Accumulate-Portfolio-Month
           end-if

                    compute WS_LOAN_INTEREST_P = ws_loan_interest / 100
                    compute ws_monthly_interest =
      -                ws_loan_interest / ws-periods-per-year
                    if ws-mod-active = "Y"
                       and ws-mod-last-pmt >= ws_month
                       compute ws_loan_payments =
      -                   ws-mod-last-pmt - ws_month + 1
                    else
                       compute ws_loan_payments =
      -                   (ws_loan_terms * ws-periods-per-year)
      -                   - ws_month + 1
                    end-if
                    compute ws_monthly_payment = ws_loan_amount *
      -                function annuity(ws_monthly_interest / 100,
      -                                 ws_loan_payments)
           exit.

      ******************************************************************
      *loan modification support. LOANMOD is held open for input
      *across the run and each loan's modifications are loaded into
      *ws-mod-table, in effective-month order, ahead of Data-Check so
      *an unreadable or overfull set rejects the loan with the rest
      *of its validation errors. a run with no LOANMOD simply has no
      *modifications to apply
      ******************************************************************
       Open-Loan-Mod-File.
           move "N" to ws-mod-open
           OPEN INPUT loan_mod
           if LOANMOD-STATUS = "00"
              move "Y" to ws-mod-open
           else
              if LOANMOD-STATUS = "05"
                 CLOSE loan_mod
              end-if
              display "loan modification file not available, "
                 "status " LOANMOD-STATUS
           end-if
           exit.

       Load-Loan-Modifications.
           move 0 to ws-mod-count
           move "N" to ws-mod-overflow
           move "N" to ws-mod-bad
           move "N" to ws-mod-active
           move "N" to ws-mod-in-forb
           move 0 to ws-mod-last-pmt
           move 0 to ws-mod-forb-from
           move 0 to ws-mod-forb-thru
           move 0 to ws-mod-recast-month
           move zero to ws-mod-forb-int
           if ws-mod-open not = "Y"
              exit paragraph
           end-if
           move "N" to ws-mod-eof
           move ws_loan_id to md-loan-id
           move 0 to md-eff-month
           START loan_mod KEY IS NOT LESS THAN md-key
              INVALID KEY
                 move "Y" to ws-mod-eof
           end-start
           perform Load-One-Modification
              until ws-mod-eof = "Y"
           exit.

       Load-One-Modification.
           READ loan_mod NEXT RECORD
              AT END
                 move "Y" to ws-mod-eof
              NOT AT END
                 if md-loan-id not = ws_loan_id
                    move "Y" to ws-mod-eof
                 else
                 if md-eff-month is not numeric or
                    md-new-rate is not numeric or
                    md-new-term is not numeric or
                    md-forb-months is not numeric or
                    md-cap-interest is not numeric or
                    md-cap-escrow is not numeric or
                    md-cap-fees is not numeric or
                    md-eff-month = 0
                    move "Y" to ws-mod-bad
                 else
                 if ws-mod-count < 12
                    add 1 to ws-mod-count
                    set ws-mod-idx to ws-mod-count
                    move md-eff-month to ws-mod-month(ws-mod-idx)
                    move md-new-rate to ws-mod-rate(ws-mod-idx)
                    move md-new-term to ws-mod-term(ws-mod-idx)
                    move md-forb-months to ws-mod-forb(ws-mod-idx)
                    move md-cap-interest to ws-mod-cap-int(ws-mod-idx)
                    move md-cap-escrow to ws-mod-cap-esc(ws-mod-idx)
                    move md-cap-fees to ws-mod-cap-fees(ws-mod-idx)
                 else
                    move "Y" to ws-mod-overflow
                 end-if
                 end-if
                 end-if
           end-read
           exit.

      ******************************************************************
      *runs every month ahead of the interest calculation: takes a
      *modification whose effective month this is, flags a month
      *inside the forbearance window, and recasts the payment on the
      *first month after the forbearance ends
      ******************************************************************
       Apply-Modification-If-Due.
           move "N" to ws-mod-in-forb
           if ws-mod-count = 0
              exit paragraph
           end-if
           perform varying ws-mod-idx from 1 by 1
              until ws-mod-idx > ws-mod-count
              if ws-mod-month(ws-mod-idx) = ws_month
                 perform Take-Modification
              end-if
           end-perform
           if ws-mod-active = "Y"
              if ws_month >= ws-mod-forb-from and
                 ws_month <= ws-mod-forb-thru
                 move "Y" to ws-mod-in-forb
              end-if
              if ws_month = ws-mod-recast-month
                 perform Recast-Modified-Payment
                 perform Write-Forbearance-End-Line
                 move zero to ws-mod-forb-int
              end-if
           end-if
           exit.

       Take-Modification.
           compute ws-mod-capitalized =
      -      ws-mod-cap-int(ws-mod-idx) + ws-mod-cap-esc(ws-mod-idx)
      -      + ws-mod-cap-fees(ws-mod-idx)
           add ws-mod-capitalized to ws_loan_amount
           add ws-mod-cap-esc(ws-mod-idx) to ws-escrow-balance
           if ws-mod-rate(ws-mod-idx) > 0
              move ws-mod-rate(ws-mod-idx) to ws_loan_interest
              compute WS_LOAN_INTEREST_P = ws_loan_interest / 100
              compute ws_monthly_interest =
      -        ws_loan_interest / ws-periods-per-year
           end-if
           perform Set-Modification-Term
           move zero to ws-mod-forb-int
           if ws-mod-recast-month = 0
              perform Recast-Modified-Payment
           end-if

           if (output-format = "POST" or output-format = "BILL"
              or output-format = "GL" or output-format = "CHRG"
              or output-format = "ACH" or output-format = "MET2"
              or output-format = "ARCH")
              and ws_month <= ws-post-last-month + 1
              perform Check-Modification-Arrears
              move 0 to ws-post-months-behind
              move zero to ws-post-shortfall
              move zero to ws-post-unpaid-int
              move zero to ws-post-unpaid-prin
              move zero to ws-post-fee-balance
              display "loan re-aged by modification at month "
                 ws_month
           end-if

           display "modification effective at month " ws_month
              " capitalized " ws-mod-capitalized
              " remaining payments " ws-mod-remaining
              " forbearance " ws-mod-forb(ws-mod-idx)
           perform Write-Modification-Line
           if ws-mod-var-found = "Y"
              perform Write-Modification-Variance
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
           end-if
           exit.

      *    the interest and fees the agreement capitalizes against
      *    what the posted payments actually left unpaid at the
      *    effective month, taken before the re-age clears them
       Check-Modification-Arrears.
           move "N" to ws-mod-var-found
           compute ws-mod-var-int =
      -      ws-mod-cap-int(ws-mod-idx) - ws-post-unpaid-int
           compute ws-mod-var-fees =
      -      ws-mod-cap-fees(ws-mod-idx) - ws-post-fee-balance
           compute ws-mod-var-net = ws-mod-var-int + ws-mod-var-fees
           move ws-post-unpaid-int to ds-mod-post-int
           move ws-post-fee-balance to ds-mod-post-fees
           if ws-mod-var-int not = 0 or ws-mod-var-fees not = 0
              move "Y" to ws-mod-var-found
              display "modification at month " ws_month
                 " capitalizes interest/fees other than posted, loan "
                 ws_loan_id
           end-if
           exit.

      *    the term window of the modification at ws-mod-idx, worked
      *    off its own effective month so a resumed run can rebuild
      *    the windows of modifications already behind it
       Set-Modification-Term.
           if ws-mod-term(ws-mod-idx) > 0
              move ws-mod-term(ws-mod-idx) to ws-mod-remaining
              move 0 to ws_loan_balloon
           else
              if ws-mod-last-pmt > 0
                 compute ws-mod-base = ws-mod-last-pmt
      -           - ws-mod-month(ws-mod-idx) + 1
              else
                 compute ws-mod-base =
      -           (ws_loan_terms * ws-periods-per-year)
      -           - ws-mod-month(ws-mod-idx) + 1
              end-if
              if ws-mod-base < 1
                 move 1 to ws-mod-remaining
              else
                 move ws-mod-base to ws-mod-remaining
              end-if
           end-if
           compute ws-mod-last-pmt = ws-mod-month(ws-mod-idx) - 1
      -      + ws-mod-forb(ws-mod-idx) + ws-mod-remaining
           if ws-mod-forb(ws-mod-idx) > 0
              move ws-mod-month(ws-mod-idx) to ws-mod-forb-from
              compute ws-mod-forb-thru = ws-mod-month(ws-mod-idx)
      -        + ws-mod-forb(ws-mod-idx) - 1
              compute ws-mod-recast-month = ws-mod-month(ws-mod-idx)
      -        + ws-mod-forb(ws-mod-idx)
           else
              move 0 to ws-mod-forb-from
              move 0 to ws-mod-forb-thru
              move 0 to ws-mod-recast-month
           end-if
           if ws_loan_io_months >= ws-mod-month(ws-mod-idx)
              compute ws_loan_io_months =
      -        ws-mod-month(ws-mod-idx) - 1
           end-if
           move "Y" to ws-mod-active
           exit.

       Recast-Modified-Payment.
           compute ws_loan_payments = ws-mod-last-pmt - ws_month + 1
           compute ws_monthly_payment = ws_loan_amount *
      -     function annuity(ws_monthly_interest / 100,
      -                      ws_loan_payments)
           display "modified payment recast at month " ws_month
              " over " ws_loan_payments " payments: "
              ws_monthly_payment
           exit.

      *    a resumed run picks up the balance, rate and payment off
      *    the checkpoint; only the term windows of modifications
      *    already taken need rebuilding
       Restore-Modification-State.
           perform varying ws-mod-idx from 1 by 1
              until ws-mod-idx > ws-mod-count
              if ws-mod-month(ws-mod-idx) <= ws_month
                 perform Set-Modification-Term
                 if ws-mod-recast-month <= ws_month
                    move 0 to ws-mod-recast-month
                 end-if
              end-if
           end-perform
           exit.

      ******************************************************************
      *the modification marker row, written ahead of the schedule row
      *for its effective month. CSV and GL keep their column
      *discipline the way the as-of line does: MOD in the month
      *column, the due date next, then the new payment and balance
      *in their own columns (CSV) or the capitalized amount in the
      *final column (GL). a forbearance ending gets its own RECAST
      *row when the payment is set. only the schedule formats carry
      *the markers
      ******************************************************************
       Write-Modification-Line.
           if output-format not = "TEXT" and output-format not = "HTML"
              and output-format not = "CSV" and output-format not = "GL"
              exit paragraph
           end-if
           move ws-mod-capitalized to ds-mod-capitalized
           move ws_loan_amount to ds_loan_amount
           move ws_loan_interest to ds-mod-rate
           move ws-mod-remaining to ds-mod-remaining
           move ws-mod-forb(ws-mod-idx) to ds-mod-forb
           if ws-mod-recast-month = 0
              move ws_monthly_payment to ds_monthly_payment
           else
              move zero to ds_monthly_payment
           end-if
           move spaces to ws_output_line
           if output-format = "CSV"
              STRING
                 function trim(ws_loan_id) delimited by size
                 ds_comma delimited by size
                 "MOD" delimited by size
                 ds_comma delimited by size
                 ds-due-date delimited by size
                 ds_comma delimited by size
                 ds_monthly_payment delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_loan_amount delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 into ws_output_line
              end-string
           else
           if output-format = "GL"
              STRING
                 function trim(ws_loan_id) delimited by size
                 ds_comma delimited by size
                 "MOD" delimited by size
                 ds_comma delimited by size
                 ds-due-date delimited by size
                 ds_comma delimited by size
                 ws_month delimited by size
                 ds_comma delimited by size
                 ds-mod-capitalized delimited by size
                 into ws_output_line
              end-string
           else
              STRING
                 "MODIFICATION" delimited by size
                 ds_space delimited by size
                 "LOAN: " delimited by size
                 function trim(ws_loan_id) delimited by size
                 ds_space delimited by size
                 "MONTH: " delimited by size
                 ws_month delimited by size
                 ds_space delimited by size
                 "CAPITALIZED: " delimited by size
                 ds-mod-capitalized delimited by size
                 ds_space delimited by size
                 "RATE: " delimited by size
                 ds-mod-rate delimited by size
                 ds_space delimited by size
                 "PAYMENTS: " delimited by size
                 ds-mod-remaining delimited by size
                 ds_space delimited by size
                 "FORBEARANCE MONTHS: " delimited by size
                 ds-mod-forb delimited by size
                 ds_space delimited by size
                 "NEW BALANCE: " delimited by size
                 ds_loan_amount delimited by size
                 ds_space delimited by size
                 "NEW PAYMENT: " delimited by size
                 ds_monthly_payment delimited by size
                 into ws_output_line
              end-string
           end-if
           end-if
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

      ******************************************************************
      *keyed less posted interest and fees at a re-aging modification,
      *on OUTFILE after the marker row. GL keeps its columns: MODVAR
      *in the month column and the net difference in the amount
      *column; every other mode gets the full line
      ******************************************************************
       Write-Modification-Variance.
           move ws-mod-var-int to ds-mod-var-int
           move ws-mod-var-fees to ds-mod-var-fees
           move ws-mod-var-net to ds-mod-var-net
           move spaces to ws_output_line
           if output-format = "GL"
              STRING
                 function trim(ws_loan_id) delimited by size
                 ds_comma delimited by size
                 "MODVAR" delimited by size
                 ds_comma delimited by size
                 ds-due-date delimited by size
                 ds_comma delimited by size
                 ws_month delimited by size
                 ds_comma delimited by size
                 ds-mod-var-net delimited by size
                 into ws_output_line
              end-string
           else
              STRING
                 "MODIFICATION VARIANCE" delimited by size
                 ds_space delimited by size
                 "LOAN: " delimited by size
                 function trim(ws_loan_id) delimited by size
                 ds_space delimited by size
                 "MONTH: " delimited by size
                 ws_month delimited by size
                 ds_space delimited by size
                 "UNPAID INT POSTED: " delimited by size
                 ds-mod-post-int delimited by size
                 ds_space delimited by size
                 "KEYED LESS POSTED: " delimited by size
                 ds-mod-var-int delimited by size
                 ds_space delimited by size
                 "FEES POSTED: " delimited by size
                 ds-mod-post-fees delimited by size
                 ds_space delimited by size
                 "KEYED LESS POSTED: " delimited by size
                 ds-mod-var-fees delimited by size
                 into ws_output_line
              end-string
           end-if
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

       Write-Forbearance-End-Line.
           if output-format not = "TEXT" and output-format not = "HTML"
              and output-format not = "CSV"
              exit paragraph
           end-if
           move ws_loan_amount to ds_loan_amount
           move ws_monthly_payment to ds_monthly_payment
           move ws_loan_payments to ds-mod-remaining
           move ws-mod-forb-int to ds-mod-forb-int
           move spaces to ws_output_line
           if output-format = "CSV"
              STRING
                 function trim(ws_loan_id) delimited by size
                 ds_comma delimited by size
                 "RECAST" delimited by size
                 ds_comma delimited by size
                 ds-due-date delimited by size
                 ds_comma delimited by size
                 ds_monthly_payment delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_loan_amount delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 ds_comma delimited by size
                 into ws_output_line
              end-string
           else
              STRING
                 "FORBEARANCE ENDED" delimited by size
                 ds_space delimited by size
                 "LOAN: " delimited by size
                 function trim(ws_loan_id) delimited by size
                 ds_space delimited by size
                 "MONTH: " delimited by size
                 ws_month delimited by size
                 ds_space delimited by size
                 "INTEREST CAPITALIZED: " delimited by size
                 ds-mod-forb-int delimited by size
                 ds_space delimited by size
                 "PAYMENTS: " delimited by size
                 ds-mod-remaining delimited by size
                 ds_space delimited by size
                 "BALANCE: " delimited by size
                 ds_loan_amount delimited by size
                 ds_space delimited by size
                 "NEW PAYMENT: " delimited by size
                 ds_monthly_payment delimited by size
                 into ws_output_line
              end-string
           end-if
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

      ******************************************************************
      *serial day number of the PREVIOUS due date (payment n-1; for
      *the first payment, the origination date itself), used to
      *count the actual days an actual/365 or actual/360 loan
      *accrues over. it runs before Compute-Due-Date-For-Month each
      *month on purpose: both share the ws-due scratch fields, and
      *the current month's values must be the ones left standing for
      *the statement and portfolio accumulators downstream
      ******************************************************************
       Compute-Prev-Due-Date.
           move 0 to ws-prev-due-int
           if ws-have-orig-date not = "Y"
              exit paragraph
           end-if
           if ws_loan_pay_freq = "B"
              compute ws-prev-due-int =
      -        ws-orig-int + ((ws_month - 1) * 14)
              exit paragraph
           end-if
           compute ws-tot-months =
      -      (ws-orig-year * 12) + ws-orig-month - 1 +
      -      ((ws_month - 1) * ws-months-per-period)
           divide ws-tot-months by 12 giving ws-due-year
              remainder ws-due-rem
           compute ws-due-month = ws-due-rem + 1
           move ws-orig-day to ws-due-day
           perform Clamp-Due-Day
           compute ws-prev-due-int = function integer-of-date(
      -      (ws-due-year * 10000) + (ws-due-month * 100) +
      -      ws-due-day)
           exit.

      ******************************************************************
      *the due date for payment n is the origination date advanced n
      *months, day-of-month preserved and clamped to the length of
      *the target month (a loan originated on the 31st falls due on
      *the 30th or 28th/29th in shorter months). loans with no
      *origination date leave the due-date column blank and ws-due-
      *date-num at zero so the as-of check never fires for them
      ******************************************************************
       Compute-Due-Date-For-Month.
           if ws-have-orig-date = "Y"
              if ws_loan_pay_freq = "B"
      *          a bi-weekly loan falls due every fourteen real
      *          days, so the date walks the calendar by serial day
      *          instead of advancing whole months
                 compute ws-due-int = ws-orig-int + (ws_month * 14)
                 compute ws-due-date-num =
      -           function date-of-integer(ws-due-int)
                 divide ws-due-date-num by 10000
                    giving ws-due-year remainder ws-due-md
                 divide ws-due-md by 100
                    giving ws-due-month remainder ws-due-day
              else
                 compute ws-tot-months =
      -           (ws-orig-year * 12) + ws-orig-month - 1 +
      -           (ws_month * ws-months-per-period)
      *shortage alone. every quote issued is appended to QUOTLOG
      ******************************************************************
       Write-Payoff-Quote.
           if ws-brw-mail not = "Y"
              exit paragraph
           end-if

           compute ws-quote-thru-int =
      -      function integer-of-date(ws-asof-date-num)

           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           perform Write-Borrower-Address-Block

           move spaces to ws_output_line
           STRING
           close quote_log
           exit.

      ******************************************************************
      *a by-key quote on a loan already archived: nothing is owing, so
      *the reply states the payoff instead of figuring one, and is not
      *logged as a quote
      ******************************************************************
       Write-Paid-In-Full-Quote.
           move lh-loan-title to ws_loan_title
           perform Find-Borrower-For-Loan
           if ws-brw-mail not = "Y"
              exit paragraph
           end-if
           move ws-hist-date to ws-arc-date-w
           move spaces to ds-arc-date
           STRING
              ws-arc-date-w(1:4) delimited by size
              "-" delimited by size
              ws-arc-date-w(5:2) delimited by size
              "-" delimited by size
              ws-arc-date-w(7:2) delimited by size
              into ds-arc-date
           end-string
           move ws-hist-received to ds-arc-received

           move spaces to ws_output_line
           STRING
              "PAYOFF QUOTE" delimited by size
              ds_space delimited by size
              "LOAN: " delimited by size
              function trim(ws_loan_id) delimited by size
              ds_space delimited by size
              function trim(ws_loan_title) delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           perform Write-Borrower-Address-Block

           move spaces to ws_output_line
           STRING
              "LOAN PAID IN FULL ON: " delimited by size
              ds-arc-date delimited by size
              ds_space delimited by size
              "TOTAL RECEIVED: " delimited by size
              ds-arc-received delimited by size
              ds_space delimited by size
              "NO PAYOFF AMOUNT IS DUE" delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

       Write-Quote-Parameter-Error.
           display "payoff quote needs a loan id and a good-through "
              "date"
           move ws-loan-id-filter to ws_loan_id
           initialize ws-err-table
           move "loan lookup" to ws-err-name(10)
           move "Y" to ws-err-present(10)
           move "quote needs a loan id and good-through date"
              to ws-err-reason(10)
           if output-format = "CSV" or output-format = "GL"
              perform Write-Delimited-Error-Report
           else
              perform Write-Validation-Error-Report
           end-if
           if ws-ctl-return-code < 8
              move 8 to ws-ctl-return-code
           end-if
           exit.

      ******************************************************************
      *remittance totals a portfolio -- a by-key run would fill the
      *remit table and end clean without ever opening REMITOUT, so
      *the combination is rejected up front instead
      ******************************************************************
       Write-Remit-Parameter-Error.
           end-if
           exit.

      ******************************************************************
      *the credit bureau file reports the whole portfolio every
      *month -- a by-key run would send a file of one loan, so the
      *combination is rejected up front the same way
      ******************************************************************
       Write-Archive-Parameter-Error.
           display "archive mode runs the whole batch and does "
              "not take a loan id"
           move ws-loan-id-filter to ws_loan_id
           initialize ws-err-table
           move "loan lookup" to ws-err-name(10)
           move "Y" to ws-err-present(10)
           move "archive mode does not take a loan id"
              to ws-err-reason(10)
           perform Write-Validation-Error-Report
           if ws-ctl-return-code < 8
              move 8 to ws-ctl-return-code
           end-if
           exit.

       Write-Accrual-Parameter-Error.
           display "accrual mode runs the whole batch and does "
              "not take a loan id"
           move ws-loan-id-filter to ws_loan_id
           initialize ws-err-table
           move "loan lookup" to ws-err-name(10)
           move "Y" to ws-err-present(10)
           move "accrual mode does not take a loan id"
              to ws-err-reason(10)
           perform Write-Validation-Error-Report
           if ws-ctl-return-code < 8
              move 8 to ws-ctl-return-code
           end-if
           exit.

       Write-Metro2-Parameter-Error.
           display "credit bureau mode runs the whole batch and does "
              "not take a loan id"
           move ws-loan-id-filter to ws_loan_id
           initialize ws-err-table
           move "loan lookup" to ws-err-name(10)
           move "Y" to ws-err-present(10)
           move "credit bureau mode does not take a loan id"
              to ws-err-reason(10)
           perform Write-Validation-Error-Report
           if ws-ctl-return-code < 8
              move 8 to ws-ctl-return-code
           end-if
           exit.

       Write-Quote-Needs-Date-Error.
           initialize ws-err-table
           move "origination date" to ws-err-name(11)
           exit.

       Write-Year-Statement.
           if ws-brw-mail not = "Y"
              exit paragraph
           end-if

           move ws-stmt-interest to ds-stmt-interest
           move ws-stmt-principal to ds-stmt-principal
           move ws-stmt-balance to ds-stmt-balance
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           perform Write-Borrower-Address-Block

           move spaces to ws_output_line
           STRING
           end-if

           move spaces to ws-susp-this-reason
           move "N" to ws-susp-chgoff

           move "Y" to ws-valid-flag
           move zeroes to ws-input
                 move "loan id not on master file"
                    to ws-susp-this-reason
              NOT INVALID KEY
                 if lm-loan-status = "C"
                    move "Y" to ws-susp-chgoff
                 end-if
                 move "Y" to ws-valid-flag
                 move zeroes to ws-input
                 move function trim(lm-loan-terms) to ws-input
                 move 8 to ws-err-index
                 perform input-check
      *          a recovery on a charged-off loan is taken whenever it
      *          comes, whatever month the borrower wrote on it
                 if ws-valid-flag = "Y" and ws-susp-chgoff not = "Y"
                    evaluate lm-loan-pay-freq
                       when "B"
                          compute ws-susp-term-months =
           move zero to ws-post-overpay
           move zero to ws-post-fee-balance
           move zero to ws-post-fees-assessed
           move zero to ws-post-unpaid-int
           move zero to ws-post-unpaid-prin
           move 0 to ws-dlq-first-delq
           perform varying ws-post-idx from 1 by 1
              until ws-post-idx > ws-post-count
              if ws-post-loan-id(ws-post-idx) = ws_loan_id and
                 add 1 to ws-post-months-behind
                 compute ws-post-shortfall = ws-post-shortfall +
      -             ws_actual_payment - ws-post-paid
                 perform Split-Unpaid-Amount
                 perform Assess-Late-Fee
              end-if
              if ws-post-paid > ws_actual_payment
      -             ws-post-paid - ws_actual_payment
              end-if
           else
      *       a forbearance month owes nothing, so it cannot be missed
              if ws_month <= ws-post-last-month
                 and ws_actual_payment > 0
                 add 1 to ws-post-months-behind
                 add ws_actual_payment to ws-post-shortfall
                 perform Split-Unpaid-Amount
                 perform Assess-Late-Fee
              end-if
           end-if
           exit.

      *    receipts go to the month's interest first, so the unpaid
      *    part of a short month is principal until the interest
      *    itself went unpaid
       Split-Unpaid-Amount.
           if ws-post-paid >= ws_interest_payment
              compute ws-post-short-amt =
      -         ws_actual_payment - ws-post-paid
              add ws-post-short-amt to ws-post-unpaid-prin
           else
              compute ws-post-short-amt =
      -         ws_interest_payment - ws-post-paid
              add ws-post-short-amt to ws-post-unpaid-int
              compute ws-post-short-amt =
      -         ws_actual_payment - ws_interest_payment
              add ws-post-short-amt to ws-post-unpaid-prin
           end-if
           exit.

      ******************************************************************
      *one fee per short or missed month once the grace count is used
      *up. type F charges the flat master amount, type P charges that
           end-if
           exit.

      ******************************************************************
      *each posted month as the loop passes it (POST and MET2): the
      *due date of the first month missed since the loan was last
      *current, cleared again when a modification re-ages it. the
      *credit bureau extract also takes the balance and receipts of
      *the last posted month, the due date of the latest month that
      *had a receipt, and the due date of the month that paid the
      *loan off when that happened inside the posted months
      ******************************************************************
       Track-Bureau-Month.
           if ws-post-months-behind = 0
              move 0 to ws-dlq-first-delq
           else
           if ws-dlq-first-delq = 0
              move ws-due-date-num to ws-dlq-first-delq
           end-if
           end-if
           if output-format not = "MET2"
              exit paragraph
           end-if

           if ws-post-found = "Y"
              move ws-due-date-num to ws-m2-last-pay
           end-if
           if ws_month = ws-post-last-month
              move ws_loan_amount to ws-m2-balance
              move zero to ws-m2-actual
              perform varying ws-post-idx from 1 by 1
                 until ws-post-idx > ws-post-count
                 if ws-post-loan-id(ws-post-idx) = ws_loan_id and
                    ws-post-month(ws-post-idx) = ws_month
                    add ws-post-amount(ws-post-idx) to ws-m2-actual
                 end-if
              end-perform
           end-if
           if ws_loan_amount = 0 and ws_month <= ws-post-last-month
              move ws-due-date-num to ws-m2-closed
           end-if
           exit.

      ******************************************************************
      *rolls this loan's history forward one run: the bucket comes
      *off ws-post-months-behind (capped at 120+), prior is what the
      *last run left as current, consecutive counts unbroken
      *delinquent runs, worst never comes back down. the movement
      *feeds the roll-rate matrix, and a loan that rolled WORSE goes
      *on the collections queue with its shortfall. the run's code
      *goes on the front of the payment history the credit bureau
      *extract reports
      ******************************************************************
       Update-Delinquency-History.
           evaluate ws-post-months-behind
                 move 0 to ws-dlq-prior
                 move 0 to ws-dlq-consec
                 move 0 to ws-dlq-worst
                 move 0 to ws-dlq-at-120
              NOT INVALID KEY
                 move "Y" to ws-dlq-found
                 move dh-curr-bucket to ws-dlq-prior
                 move dh-consec-months to ws-dlq-consec
                 move dh-worst-bucket to ws-dlq-worst
                 if dh-months-at-120 is numeric
                    move dh-months-at-120 to ws-dlq-at-120
                 else
                    move 0 to ws-dlq-at-120
                 end-if
           end-read
           perform Ready-Delq-Hist-Extras

           move ws_loan_id to dh-loan-id
           move ws-dlq-prior to dh-prior-bucket
           else
              move ws-dlq-worst to dh-worst-bucket
           end-if
      *    a history written before the 120+ run count existed reads
      *    as zero and starts counting from this run
           if ws-dlq-bucket = 4
              compute dh-months-at-120 = ws-dlq-at-120 + 1
           else
              move 0 to dh-months-at-120
           end-if

      *    the payment history moves down one place a month; this
      *    run's code always goes in front
           perform Set-Delq-History-Code
           if dh-hist-month = ws-run-date(1:6)
              move ws-dlq-code to dh-hist-profile(1:1)
           else
              move dh-hist-profile(1:24) to ws-dlq-shift
              move ws-dlq-shift to dh-hist-profile(2:24)
              move ws-dlq-code to dh-hist-profile(1:1)
              move ws-run-date(1:6) to dh-hist-month
           end-if
           move ws-dlq-first-delq to dh-first-delq
           move ws-post-shortfall to dh-last-shortfall
           move ws-run-date to dh-last-run-date
           perform Roll-Loan-Balance

           if ws-dlq-found = "Y"
              REWRITE delq_hist_record
           end-if
           exit.

      *    a history record for a loan no POST run has aged yet
       Start-Delq-Hist-Record.
           move ws_loan_id to dh-loan-id
           move 0 to dh-curr-bucket
           move 0 to dh-prior-bucket
           move 0 to dh-consec-months
           move 0 to dh-worst-bucket
           move zero to dh-last-shortfall
           move spaces to dh-last-run-date
           move 0 to dh-months-at-120
           exit.

      *    a new history starts with no payment history and nothing
      *    written off; one written before the bureau fields existed
      *    reads them as spaces and is squared up the same way
       Ready-Delq-Hist-Extras.
           if ws-dlq-found not = "Y"
              move spaces to dh-hist-month
              move all "B" to dh-hist-profile
              move 0 to dh-first-delq
              move zero to dh-co-amount
              move zero to dh-co-received
              move "N" to dh-m2-final
              move "N" to dh-snap-flag
              move zero to dh-snap-amount
              move zero to dh-snap-balance
              move zero to dh-snap-interest
              exit paragraph
           end-if
           if dh-hist-profile = spaces
              move all "B" to dh-hist-profile
           end-if
           if dh-hist-month is not numeric
              move spaces to dh-hist-month
           end-if
           if dh-first-delq is not numeric
              move 0 to dh-first-delq
           end-if
           if dh-co-amount is not numeric
              move zero to dh-co-amount
           end-if
           if dh-co-received is not numeric
              move zero to dh-co-received
           end-if
           if dh-m2-final not = "Y"
              move "N" to dh-m2-final
           end-if
           if dh-snap-flag not = "Y" and dh-snap-flag not = "N"
              move "P" to dh-snap-flag
           end-if
           if dh-snap-amount is not numeric
              or dh-snap-balance is not numeric
              or dh-snap-interest is not numeric
              if dh-snap-flag = "Y"
                 move "P" to dh-snap-flag
              end-if
              move zero to dh-snap-amount
              move zero to dh-snap-balance
              move zero to dh-snap-interest
           end-if
           exit.

      *the loan's principal outstanding and interest collected to
      *date as the posted months leave them
       Figure-Loan-Outstanding.
           compute ws-rh-outstanding =
      -      ws-rh-sched-bal + ws-post-unpaid-prin
           if ws-post-overpay < ws-rh-outstanding
              subtract ws-post-overpay from ws-rh-outstanding
           else
              move zero to ws-rh-outstanding
           end-if
           if ws-post-unpaid-int < ws-rh-sched-int
              compute ws-rh-int-to-date =
      -         ws-rh-sched-int - ws-post-unpaid-int
           else
              move zero to ws-rh-int-to-date
           end-if
           exit.

      *the loan's principal movement since its last POST run: what
      *it owed then, plus any change to its booked amount since,
      *less what it owes now. a rise (arrears a modification
      *capitalized, an overpayment taken back) is kept apart from
      *the principal collected. a loan no POST run has taken figures
      *for is new and moves off its booked amount; one whose history
      *predates the figures cannot be rolled this run. either way
      *this run's figures are kept for the next
       Roll-Loan-Balance.
           evaluate dh-snap-flag
              when "Y"
                 compute ws-rh-movement =
      -            dh-snap-balance + ws-ctl-this-amount
      -            - dh-snap-amount - ws-rh-outstanding
                 if ws-rh-int-to-date > dh-snap-interest
                    compute ws-rh-int-posted = ws-rh-int-posted
      -               + ws-rh-int-to-date - dh-snap-interest
                 end-if
              when "N"
                 add 1 to ws-rh-new-count
                 compute ws-rh-movement =
      -            ws-ctl-this-amount - ws-rh-outstanding
                 add ws-rh-int-to-date to ws-rh-int-posted
              when other
                 move "N" to ws-rh-rolled
                 move zero to ws-rh-movement
           end-evaluate
           if ws-rh-movement < 0
              subtract ws-rh-movement from ws-rh-prin-capped
           else
              add ws-rh-movement to ws-rh-prin-posted
           end-if
           move "Y" to dh-snap-flag
           move ws-ctl-this-amount to dh-snap-amount
           move ws-rh-outstanding to dh-snap-balance
           move ws-rh-int-to-date to dh-snap-interest
           exit.

      *    0 thru 3 are the aging bucket itself; the 120+ bucket
      *    splits on its run count into 120, 150 and 180+ days
       Set-Delq-History-Code.
           if ws-dlq-bucket < 4
              move ws-dlq-bucket to ws-dlq-code
           else
              evaluate dh-months-at-120
                 when 0
                 when 1
                    move "4" to ws-dlq-code
                 when 2
                    move "5" to ws-dlq-code
                 when other
                    move "6" to ws-dlq-code
              end-evaluate
           end-if
           exit.

       Set-Dlq-Label-From.
           evaluate ws-dlq-row
              when 1 move "CUR" to ws-dlq-label-f
              to ds-dlq-shortfall
           move spaces to ws_output_line
           STRING
              "COLLECTIONS" delimited by size
              ds_space delimited by size
              "LOAN: " delimited by size
              function trim(ws-dlq-q-id(ws-dlq-q-max-idx))
                 delimited by size
              ds_space delimited by size
              "ROLLED: " delimited by size
              ws-dlq-q-prior(ws-dlq-q-max-idx) delimited by size
              " TO " delimited by size
              ws-dlq-q-curr(ws-dlq-q-max-idx) delimited by size
              ds_space delimited by size
              "SHORTFALL: " delimited by size
              ds-dlq-shortfall delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

       Write-Posting-Trailer.
           if ws-post-bad-recs > 0 or ws-post-overflow = "Y"
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
              move ws-post-bad-recs to ds-post-bad-recs
              move spaces to ws_output_line
              STRING
                 "PAYMENT FILE WARNINGS" delimited by size
                 ds_space delimited by size
                 "BAD RECORDS SKIPPED: " delimited by size
                 ds-post-bad-recs delimited by size
                 into ws_output_line
              end-string
              if ws-post-overflow = "Y"
                 string
                    function trim(ws_output_line) delimited by size
                    ds_space delimited by size
                    "PAYMENT TABLE FULL, EXCESS RECORDS DROPPED"
                       delimited by size
                    into ws_output_line
                 end-string
              end-if
              move spaces to loan_table
              move function trim(ws_output_line) to loan_table
              write loan_table
           end-if
           exit.

      ******************************************************************
      *one billing notice per loan (BILL mode) -- the piece of paper
      *the borrower gets for the NEXT payment due. the due date and
      *scheduled payment come off the same amortization loop the
      *schedule uses, the escrow portion off the ES/master escrow
      *field, and the past-due amount is the shortfall the posting
      *comparison accumulated through the last posted month, with
      *any standing late-fee balance billed in its own right. a loan
      *whose schedule ran out before the bill month is paid in full
      *and gets a notice saying so instead of a zero bill
      ******************************************************************
       Write-Billing-Notice.
           if ws-brw-mail not = "Y"
              exit paragraph
           end-if

           if ws-bill-captured not = "Y"
              move spaces to ws_output_line
              STRING
                 "BILLING NOTICE" delimited by size
                 ds_space delimited by size
                 "LOAN: " delimited by size
                 function trim(ws_loan_id) delimited by size
                 ds_space delimited by size
                 "LOAN PAID IN FULL, NO PAYMENT DUE"
                    delimited by size
                 into ws_output_line
              end-string
              move spaces to loan_table
              move function trim(ws_output_line) to loan_table
              write loan_table
              perform Write-Borrower-Address-Block
              exit paragraph
           end-if

      *    fees assessed for wholly missed months sit only on the
      *    carried fee balance, never in the shortfall, so the
      *    balance goes on the bill in its own right
           compute ws-bill-total-due = ws-bill-payment +
      -      ws_loan_escrow + ws-post-shortfall +
      -      ws-post-fee-balance
           move ws-bill-payment to ds-bill-payment
           move ws_loan_escrow to ds-bill-escrow
           move ws-post-shortfall to ds-bill-past-due
           move ws-post-fee-balance to ds-post-fee-balance
           move ws-bill-total-due to ds-bill-total-due

      *    an undated loan has no due-date column anywhere else
      *    either, so its notice carries the loan month number
           if ws-bill-due-date = spaces
              move spaces to ds-bill-due-x
              STRING
                 "MONTH " delimited by size
                 ws-bill-month delimited by size
                 into ds-bill-due-x
              end-string
           else
              move ws-bill-due-date to ds-bill-due-x
           end-if

           move spaces to ws_output_line
           STRING
              "BILLING NOTICE" delimited by size
              ds_space delimited by size
              "LOAN: " delimited by size
              function trim(ws_loan_id) delimited by size
              ds_space delimited by size
              function trim(ws_loan_title) delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           perform Write-Borrower-Address-Block

           move spaces to ws_output_line
           STRING
              "NEXT DUE: " delimited by size
              ds-bill-due-x delimited by size
              ds_space delimited by size
              "PAYMENT: " delimited by size
              ds-bill-payment delimited by size
              ds_space delimited by size
              "ESCROW: " delimited by size
              ds-bill-escrow delimited by size
              ds_space delimited by size
              "PAST DUE: " delimited by size
              ds-bill-past-due delimited by size
              ds_space delimited by size
              "FEE BALANCE: " delimited by size
              ds-post-fee-balance delimited by size
              ds_space delimited by size
              "TOTAL NOW DUE: " delimited by size
              ds-bill-total-due delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

      ******************************************************************
      *borrower name-and-address support (BILL, STMT and QUOT). the
      *borrower file is read-only here; a run that cannot open it
      *still amortizes every loan but mails nothing, and every loan
      *lands on the exceptions page
      ******************************************************************
       Open-Borrower-Master.
           move 0 to ws-mx-count
           move "N" to ws-mx-overflow
           move 0 to ws-mx-missing
           move 0 to ws-mx-held
           move 0 to ws-mx-chgoff
           OPEN INPUT borrower_master
           if BORRMSTR-STATUS = "00" or BORRMSTR-STATUS = "05"
              move "Y" to ws-brw-open
           else
              move "N" to ws-brw-open
              display "borrower file not available, status "
                 BORRMSTR-STATUS " -- no notices mailed this run"
           end-if
           exit.

      *Y=mail the notice, H=borrower on mail hold, N=no borrower
      *record to address it to
       Find-Borrower-For-Loan.
           move "N" to ws-brw-mail
           if ws-brw-open = "Y"
              move ws_loan_id to br-loan-id
              READ borrower_master KEY IS br-loan-id
                 INVALID KEY
                    move "N" to ws-brw-mail
                 NOT INVALID KEY
                    if br-mail-hold = "Y"
                       move "H" to ws-brw-mail
                    else
                       move "Y" to ws-brw-mail
                    end-if
              end-read
           end-if

           if ws-brw-mail = "H"
              display "borrower on mail hold, no notice: " ws_loan_id
              add 1 to ws-mx-held
              move "borrower on mail hold" to ws-brw-reason
              perform Add-Mailing-Exception
           end-if
           if ws-brw-mail = "N"
              display "no borrower record, no notice: " ws_loan_id
              add 1 to ws-mx-missing
              move "no borrower name and address record"
                 to ws-brw-reason
              perform Add-Mailing-Exception
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
           end-if
           exit.

       Add-Mailing-Exception.
           if ws-mx-count < 500
              add 1 to ws-mx-count
              set ws-mx-idx to ws-mx-count
              move ws_loan_id to ws-mx-loan-id(ws-mx-idx)
              move ws_loan_title to ws-mx-title(ws-mx-idx)
              move ws-brw-reason to ws-mx-reason(ws-mx-idx)
           else
              move "Y" to ws-mx-overflow
           end-if
           exit.

      ******************************************************************
      *the addressed header every mailed notice opens with: primary
      *borrower, co-borrower when there is one, street lines, then
      *city, state and zip (zip+4 printed with its hyphen)
      ******************************************************************
       Write-Borrower-Address-Block.
           move spaces to ws-brw-name-line
           move "MAIL TO:" to ws-brw-name-line
           perform Append-Primary-Name
           move spaces to loan_table
           move function trim(ws-brw-name-line) to loan_table
           write loan_table

           if br-co-last not = spaces
              move spaces to ws-brw-name-line
              move "AND" to ws-brw-name-line
              perform Append-Co-Borrower-Name
              move spaces to loan_table
              move function trim(ws-brw-name-line) to loan_table
              write loan_table
           end-if

           move spaces to loan_table
           move function trim(br-addr-1) to loan_table
           write loan_table

           if br-addr-2 not = spaces
              move spaces to loan_table
              move function trim(br-addr-2) to loan_table
              write loan_table
           end-if

           move spaces to ws-brw-zip-x
           if br-zip(6:4) = spaces
              move br-zip(1:5) to ws-brw-zip-x
           else
              STRING
                 br-zip(1:5) delimited by size
                 "-" delimited by size
                 br-zip(6:4) delimited by size
                 into ws-brw-zip-x
              end-string
           end-if

           move spaces to ws-brw-city-line
           STRING
              function trim(br-city) delimited by size
              ", " delimited by size
              br-state delimited by size
              "  " delimited by size
              ws-brw-zip-x delimited by size
              into ws-brw-city-line
           end-string
           move spaces to loan_table
           move function trim(ws-brw-city-line) to loan_table
           write loan_table
           exit.

       Append-Primary-Name.
           if br-pri-first not = spaces
              string
                 function trim(ws-brw-name-line) delimited by size
                 " " delimited by size
                 function trim(br-pri-first) delimited by size
                 into ws-brw-name-line
              end-string
           end-if
           if br-pri-middle not = space
              string
                 function trim(ws-brw-name-line) delimited by size
                 " " delimited by size
                 br-pri-middle delimited by size
                 into ws-brw-name-line
              end-string
           end-if
           string
              function trim(ws-brw-name-line) delimited by size
              " " delimited by size
              function trim(br-pri-last) delimited by size
              into ws-brw-name-line
           end-string
           if br-pri-suffix not = spaces
              string
                 function trim(ws-brw-name-line) delimited by size
                 " " delimited by size
                 function trim(br-pri-suffix) delimited by size
                 into ws-brw-name-line
              end-string
           end-if
           exit.

       Append-Co-Borrower-Name.
           if br-co-first not = spaces
              string
                 function trim(ws-brw-name-line) delimited by size
                 " " delimited by size
                 function trim(br-co-first) delimited by size
                 into ws-brw-name-line
              end-string
           end-if
           if br-co-middle not = space
              string
                 function trim(ws-brw-name-line) delimited by size
                 " " delimited by size
                 br-co-middle delimited by size
                 into ws-brw-name-line
              end-string
           end-if
           string
              function trim(ws-brw-name-line) delimited by size
              " " delimited by size
              function trim(br-co-last) delimited by size
              into ws-brw-name-line
           end-string
           if br-co-suffix not = spaces
              string
                 function trim(ws-brw-name-line) delimited by size
                 " " delimited by size
                 function trim(br-co-suffix) delimited by size
                 into ws-brw-name-line
              end-string
           end-if
           exit.

      ******************************************************************
      *end of run: every loan whose notice was held back, with the
      *reason, so the mailroom can chase the missing addresses. a
      *loan with no borrower record at all is a data gap and sets
      *return code 4; a mail hold is a deliberate instruction and
      *only lists
      ******************************************************************
       Write-Mailing-Exceptions.
           move spaces to loan_table
           move "MAILING EXCEPTIONS" to loan_table
           write loan_table

           perform varying ws-mx-idx from 1 by 1
              until ws-mx-idx > ws-mx-count
              move spaces to ws_output_line
              STRING
                 "NOT MAILED" delimited by size
                 ds_space delimited by size
                 "LOAN: " delimited by size
                 function trim(ws-mx-loan-id(ws-mx-idx))
                    delimited by size
                 ds_space delimited by size
                 function trim(ws-mx-title(ws-mx-idx))
                    delimited by size
                 ds_space delimited by size
                 "REASON: " delimited by size
                 function trim(ws-mx-reason(ws-mx-idx))
                    delimited by size
                 into ws_output_line
              end-string
              move spaces to loan_table
              move function trim(ws_output_line) to loan_table
              write loan_table
           end-perform

           move ws-mx-missing to ds-mx-missing
           move ws-mx-held to ds-mx-held
           move ws-mx-chgoff to ds-mx-chgoff
           move spaces to ws_output_line
           STRING
              "MAILING EXCEPTIONS TOTALS" delimited by size
              ds_space delimited by size
              "NO BORROWER RECORD: " delimited by size
              ds-mx-missing delimited by size
              ds_space delimited by size
              "MAIL HOLD: " delimited by size
              ds-mx-held delimited by size
              ds_space delimited by size
              "CHARGED OFF: " delimited by size
              ds-mx-chgoff delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table

           if ws-mx-overflow = "Y"
              move spaces to loan_table
              move "WARNING: EXCEPTIONS TABLE FULL, LATE LOANS LOST"
                 to loan_table
              write loan_table
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
           end-if
           exit.

      ******************************************************************
      *autopay draft run (ACH mode) setup. the draft window defaults
      *to the run date; a DRAFTTHRU= alone that ends before the run
      *date makes a one-day window on that date. without the
      *enrollment file nothing can be drafted, and the run says so.
      *the borrower file only supplies the name on each entry
      ******************************************************************
       Open-Ach-Run.
           if ws-ach-from-x = spaces
              move ws-run-date to ws-ach-from-x
           end-if
           if ws-ach-thru-x = spaces
              move ws-ach-from-x to ws-ach-thru-x
           end-if
           if ws-ach-thru-x < ws-ach-from-x
              move ws-ach-thru-x to ws-ach-from-x
           end-if
           move ws-ach-from-x to ws-ach-from-num
           move ws-ach-thru-x to ws-ach-thru-num
           display "draft window is: " ws-ach-from-x " thru "
              ws-ach-thru-x

           OPEN INPUT ach_enroll
           if ACHENRL-STATUS = "00"
              move "Y" to ws-ach-open
           else
              if ACHENRL-STATUS = "05"
                 CLOSE ach_enroll
              end-if
              move "N" to ws-ach-open
              display "autopay enrollment file not available, status "
                 ACHENRL-STATUS " -- nothing drafted"
              if ws-ctl-return-code < 8
                 move 8 to ws-ctl-return-code
              end-if
           end-if

           OPEN INPUT borrower_master
           if BORRMSTR-STATUS = "00" or BORRMSTR-STATUS = "05"
              move "Y" to ws-brw-open
           else
              move "N" to ws-brw-open
              display "borrower file not available, status "
                 BORRMSTR-STATUS " -- drafts carry the loan title"
           end-if
           exit.

      *A=active enrollment, the loan is drafted; U=taken off
      *autopay, listed as not drafted with the reason; N=not
      *enrolled, passed over without a word
       Check-Ach-Enrollment.
           move "N" to ws-ach-state
           if ws-ach-open not = "Y"
              exit paragraph
           end-if
           move ws_loan_id to ae-loan-id
           READ ach_enroll KEY IS ae-loan-id
              INVALID KEY
                 move "N" to ws-ach-state
              NOT INVALID KEY
                 if ae-status = "U"
                    move "U" to ws-ach-state
                 else
                    move "A" to ws-ach-state
                 end-if
           end-read

           if ws-ach-state = "A"
              add 1 to ws-ach-enrolled
           end-if
           if ws-ach-state = "U"
              move spaces to ws-ach-reason
              if ae-return-code = spaces
                 STRING
                    "autopay suspended " delimited by size
                    ae-status-date delimited by size
                    into ws-ach-reason
                 end-string
              else
                 STRING
                    "autopay suspended " delimited by size
                    ae-status-date delimited by size
                    ", draft returned " delimited by size
                    ae-return-code delimited by size
                    into ws-ach-reason
                 end-string
              end-if
              perform Write-Ach-Not-Drafted
           end-if
           exit.

      ******************************************************************
      *one enrolled loan, once the loop has run it past its bill
      *month: the draft date off the bill's due date and the
      *enrollment's draft day, the amount off the enrollment's
      *amount option. a forbearance month falls due for nothing, so
      *the scheduled option drafts nothing in it -- the total-due
      *option still takes any arrears
      ******************************************************************
       Build-Ach-Draft.
           if ws-bill-captured not = "Y"
              move "loan paid in full, nothing due" to ws-ach-reason
              perform Write-Ach-Not-Drafted
              exit paragraph
           end-if
           if ws-have-orig-date not = "Y"
              move "loan has no due dates to draft against"
                 to ws-ach-reason
              perform Write-Ach-Not-Drafted
              exit paragraph
           end-if

           if ws_loan_pay_freq = "B" or ae-draft-day is not numeric
              or ae-draft-day = 0
              move ws-ach-due-num to ws-ach-draft-num
           else
              move ws-ach-due-year to ws-due-year
              move ws-ach-due-month to ws-due-month
              move ae-draft-day to ws-due-day
              perform Clamp-Due-Day
              compute ws-ach-draft-num = (ws-due-year * 10000) +
      -         (ws-due-month * 100) + ws-due-day
           end-if

           if ws-ach-draft-num < ws-ach-from-num or
              ws-ach-draft-num > ws-ach-thru-num
              add 1 to ws-ach-not-due
              exit paragraph
           end-if

           move zero to ws-ach-amount
           if ws-bill-payment > 0
              compute ws-ach-amount = ws-bill-payment + ws_loan_escrow
           end-if
           if ae-amount-opt = "T"
              compute ws-ach-amount = ws-ach-amount +
      -         ws-post-shortfall + ws-post-fee-balance
           end-if
           if ws-ach-amount = 0
              move "nothing falls due for the draft month"
                 to ws-ach-reason
              perform Write-Ach-Not-Drafted
              exit paragraph
           end-if

           if ws-ach-count >= 2000
              move "Y" to ws-ach-overflow
              move "draft table full, loan not drafted"
                 to ws-ach-reason
              perform Write-Ach-Not-Drafted
              exit paragraph
           end-if

           perform Set-Ach-Name
           add 1 to ws-ach-count
           set ws-ach-idx to ws-ach-count
           move ws-ach-draft-num to ws-ach-e-date(ws-ach-idx)
           move ws_loan_id to ws-ach-e-loan-id(ws-ach-idx)
           move ws-bill-month to ws-ach-e-month(ws-ach-idx)
           if ae-acct-type = "S"
              move "37" to ws-ach-e-tran(ws-ach-idx)
           else
              move "27" to ws-ach-e-tran(ws-ach-idx)
           end-if
           move ae-routing to ws-ach-e-routing(ws-ach-idx)
           move ae-account to ws-ach-e-account(ws-ach-idx)
           move ws-ach-amount to ws-ach-e-amount(ws-ach-idx)
           move ws-ach-name to ws-ach-e-name(ws-ach-idx)
           exit.

      *the primary borrower's name when there is a borrower record,
      *otherwise the loan title, cut to the entry's 22 bytes
       Set-Ach-Name.
           move spaces to ws-ach-name
           if ws-brw-open = "Y"
              move ws_loan_id to br-loan-id
              READ borrower_master KEY IS br-loan-id
                 INVALID KEY
                    continue
                 NOT INVALID KEY
                    STRING
                       function trim(br-pri-first) delimited by size
                       " " delimited by size
                       function trim(br-pri-last) delimited by size
                       into ws-ach-name
                    end-string
              end-read
           end-if
           if ws-ach-name = spaces
              move ws_loan_title to ws-ach-name
           end-if
           exit.

       Write-Ach-Not-Drafted.
           add 1 to ws-ach-not-drafted
           move spaces to ws_output_line
           STRING
              "ACH NOT DRAFTED" delimited by size
              ds_space delimited by size
              "LOAN: " delimited by size
              function trim(ws_loan_id) delimited by size
              ds_space delimited by size
              "REASON: " delimited by size
              function trim(ws-ach-reason) delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

      ******************************************************************
      *the origination file, written once the batch is through: file
      *header, one PPD debit batch per draft date in date order (each
      *closed by its batch control with the entry count, the hash of
      *the receiving banks' routing numbers and the debit total), the
      *file control, then 9-filled records out to a whole block of
      *ten. each entry also goes to EXPRCPT and the OUTFILE register
      ******************************************************************
       Write-Ach-File.
           OPEN OUTPUT ach_file
           if ACHOUT-STATUS not = "00"
              display "ACH output file not available, status "
                 ACHOUT-STATUS " -- drafts not written"
              move 12 to ws-ctl-return-code
              exit paragraph
           end-if
           OPEN OUTPUT expected_receipts

           move ws-ach-dest-id to ws-ach-fh-dest
           move ws-ach-origin-id to ws-ach-fh-origin
           move ws-run-date(3:6) to ws-ach-fh-date
           move ws-run-time(1:4) to ws-ach-fh-time
           move ws-ach-dest-name to ws-ach-fh-dest-name
           move ws-ach-origin-name to ws-ach-fh-orig-name
           write ach_record from ws-ach-file-header
           move 1 to ws-ach-records

           move 0 to ws-ach-last-date
           move "N" to ws-ach-batch-done
           perform Write-Next-Ach-Batch
              until ws-ach-batch-done = "Y"

           add 1 to ws-ach-records
           compute ws-ach-blocks = (ws-ach-records + 9) / 10
           move ws-ach-batch-no to ws-ach-fc-batches
           move ws-ach-blocks to ws-ach-fc-blocks
           move ws-ach-f-entries to ws-ach-fc-entries
           move ws-ach-f-hash to ws-ach-fc-hash
           move ws-ach-f-debits to ws-ach-fc-debits
           write ach_record from ws-ach-file-control

           compute ws-ach-pad = (ws-ach-blocks * 10) - ws-ach-records
           perform ws-ach-pad times
              write ach_record from ws-ach-fill-record
           end-perform

           close ach_file
           close expected_receipts
           exit.

      *the earliest draft date after the last batch written makes the
      *next batch; none left means the file is done
       Write-Next-Ach-Batch.
           move 99999999 to ws-ach-batch-date
           perform varying ws-ach-idx from 1 by 1
              until ws-ach-idx > ws-ach-count
              if ws-ach-e-date(ws-ach-idx) > ws-ach-last-date and
                 ws-ach-e-date(ws-ach-idx) < ws-ach-batch-date
                 move ws-ach-e-date(ws-ach-idx) to ws-ach-batch-date
              end-if
           end-perform
           if ws-ach-batch-date = 99999999
              move "Y" to ws-ach-batch-done
              exit paragraph
           end-if

           add 1 to ws-ach-batch-no
           move 0 to ws-ach-b-entries
           move zero to ws-ach-b-hash
           move zero to ws-ach-b-debits
           move ws-ach-batch-date to ws-ach-date-x
           move ws-ach-company-name to ws-ach-bh-co-name
           move ws-ach-company-id to ws-ach-bh-co-id
           move ws-ach-entry-desc to ws-ach-bh-desc
           move ws-ach-date-x(3:6) to ws-ach-bh-eff-date
           move ws-ach-odfi to ws-ach-bh-odfi
           move ws-ach-batch-no to ws-ach-bh-batch-no
           write ach_record from ws-ach-batch-header
           add 1 to ws-ach-records

           perform varying ws-ach-idx from 1 by 1
              until ws-ach-idx > ws-ach-count
              if ws-ach-e-date(ws-ach-idx) = ws-ach-batch-date
                 perform Write-Ach-Entry
              end-if
           end-perform

           move ws-ach-b-entries to ws-ach-bc-entries
           move ws-ach-b-hash to ws-ach-bc-hash
           move ws-ach-b-debits to ws-ach-bc-debits
           move ws-ach-company-id to ws-ach-bc-co-id
           move ws-ach-odfi to ws-ach-bc-odfi
           move ws-ach-batch-no to ws-ach-bc-batch-no
           write ach_record from ws-ach-batch-control
           add 1 to ws-ach-records

           move ws-ach-batch-date to ws-ach-last-date
           exit.

       Write-Ach-Entry.
           add 1 to ws-ach-trace-seq
           move spaces to ws-ach-trace
           STRING
              ws-ach-odfi delimited by size
              ws-ach-trace-seq delimited by size
              into ws-ach-trace
           end-string

           move ws-ach-e-tran(ws-ach-idx) to ws-ach-ed-tran
           move ws-ach-e-routing(ws-ach-idx)(1:8) to ws-ach-ed-rdfi
           move ws-ach-e-routing(ws-ach-idx)(9:1) to ws-ach-ed-check
           move ws-ach-e-account(ws-ach-idx) to ws-ach-ed-account
           move ws-ach-e-amount(ws-ach-idx) to ws-ach-ed-amount
           move ws-ach-e-loan-id(ws-ach-idx) to ws-ach-ed-indiv-id
           move ws-ach-e-name(ws-ach-idx) to ws-ach-ed-name
           move ws-ach-trace to ws-ach-ed-trace
           write ach_record from ws-ach-entry-detail
           add 1 to ws-ach-records
           add 1 to ws-ach-b-entries
           add 1 to ws-ach-f-entries
           move ws-ach-e-routing(ws-ach-idx)(1:8) to ws-ach-rdfi-num
           add ws-ach-rdfi-num to ws-ach-b-hash
           add ws-ach-rdfi-num to ws-ach-f-hash
           add ws-ach-e-amount(ws-ach-idx) to ws-ach-b-debits
           add ws-ach-e-amount(ws-ach-idx) to ws-ach-f-debits

           move spaces to expected_receipt_record
           move ws-ach-e-loan-id(ws-ach-idx) to er-loan-id
           move ws-ach-e-month(ws-ach-idx) to er-month-x
           move ws-ach-e-amount(ws-ach-idx) to ds-ach-receipt
           move ds-ach-receipt to er-amount-x
           move ws-ach-date-x to er-draft-date
           move ws-ach-trace to er-trace
           write expected_receipt_record

           move ws-ach-e-amount(ws-ach-idx) to ds-ach-amount
           move spaces to ds-ach-draft-date
           STRING
              ws-ach-date-x(1:4) delimited by size
              "-" delimited by size
              ws-ach-date-x(5:2) delimited by size
              "-" delimited by size
              ws-ach-date-x(7:2) delimited by size
              into ds-ach-draft-date
           end-string
           move spaces to ws_output_line
           STRING
              "ACH DRAFT" delimited by size
              ds_space delimited by size
              "LOAN: " delimited by size
              function trim(ws-ach-e-loan-id(ws-ach-idx))
                 delimited by size
              ds_space delimited by size
              "PAYMENT MONTH: " delimited by size
              ws-ach-e-month(ws-ach-idx) delimited by size
              ds_space delimited by size
              "DRAFT DATE: " delimited by size
              ds-ach-draft-date delimited by size
              ds_space delimited by size
              "AMOUNT: " delimited by size
              ds-ach-amount delimited by size
              ds_space delimited by size
              "TRAN CODE: " delimited by size
              ws-ach-e-tran(ws-ach-idx) delimited by size
              ds_space delimited by size
              "TRACE: " delimited by size
              ws-ach-trace delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

       Write-Ach-Totals.
           move ws-ach-f-entries to ds-ach-count
           move ws-ach-batch-no to ds-ach-batches
           move ws-ach-f-debits to ds-ach-debits
           move ws-ach-enrolled to ds-ach-enrolled
           move ws-ach-not-due to ds-ach-not-due
           move ws-ach-not-drafted to ds-ach-not-drafted
           move spaces to ws_output_line
           STRING
              "ACH TOTALS" delimited by size
              ds_space delimited by size
              "DRAFTS: " delimited by size
              ds-ach-count delimited by size
              ds_space delimited by size
              "BATCHES: " delimited by size
              ds-ach-batches delimited by size
              ds_space delimited by size
              "AMOUNT: " delimited by size
              ds-ach-debits delimited by size
              ds_space delimited by size
              "ENROLLED: " delimited by size
              ds-ach-enrolled delimited by size
              ds_space delimited by size
              "OUTSIDE WINDOW: " delimited by size
              ds-ach-not-due delimited by size
              ds_space delimited by size
              "NOT DRAFTED: " delimited by size
              ds-ach-not-drafted delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table

           if ws-ach-overflow = "Y"
              move spaces to loan_table
              move "WARNING: DRAFT TABLE FULL, LATE LOANS NOT DRAFTED"
                 to loan_table
              write loan_table
              if ws-ctl-return-code < 8
                 move 8 to ws-ctl-return-code
              end-if
           end-if
           exit.

       Close-Ach-Run.
           if ws-ach-open = "Y"
              CLOSE ach_enroll
           end-if
           if ws-brw-open = "Y"
              CLOSE borrower_master
           end-if
           exit.

      ******************************************************************
      *credit bureau extract (MET2 mode) setup. the borrower file is
      *what identifies each consumer to the bureaus, so a run that
      *cannot open it holds every loan back; the header goes out as
      *soon as M2OUT is open
      ******************************************************************
       Open-Metro2-Run.
           move 0 to ws-m2-base-count
           move 0 to ws-m2-rejects
           move 0 to ws-m2-prior-final
           move zero to ws-m2-tot-balance
           move zero to ws-m2-tot-past-due

           OPEN INPUT borrower_master
           if BORRMSTR-STATUS = "00" or BORRMSTR-STATUS = "05"
              move "Y" to ws-brw-open
           else
              move "N" to ws-brw-open
              display "borrower file not available, status "
                 BORRMSTR-STATUS " -- no loan can be reported"
              if ws-ctl-return-code < 8
                 move 8 to ws-ctl-return-code
              end-if
           end-if

           OPEN OUTPUT bureau_file
           if M2OUT-STATUS not = "00"
              move "N" to ws-m2-open
              display "credit bureau file not available, status "
                 M2OUT-STATUS " -- extract not written"
              move 12 to ws-ctl-return-code
              exit paragraph
           end-if
           move "Y" to ws-m2-open

           move ws-run-date to ws-m2-ymd
           perform Set-Metro2-Date
           move spaces to ws-m2-b-timestamp
           STRING
              ws-m2-mdy delimited by size
              ws-run-time(1:6) delimited by size
              into ws-m2-b-timestamp
           end-string

           move ws-m2-innovis-id to ws-m2-h-innovis
           move ws-m2-equifax-id to ws-m2-h-equifax
           move ws-m2-experian-id to ws-m2-h-experian
           move ws-m2-transunion-id to ws-m2-h-transunion
           move ws-m2-mdy to ws-m2-h-activity
           move ws-m2-mdy to ws-m2-h-created
           move ws-m2-program-date to ws-m2-h-program
           move ws-m2-revision-date to ws-m2-h-revision
           move ws-m2-reporter-name to ws-m2-h-name
           move ws-m2-reporter-addr to ws-m2-h-address
           move ws-m2-reporter-tel to ws-m2-h-telephone
           write bureau_record from ws-m2-header
           exit.

      *    YYYYMMDD in ws-m2-ymd to the bureaus' MMDDYYYY; no date
      *    goes out as zeroes
       Set-Metro2-Date.
           if ws-m2-ymd = 0
              move zeroes to ws-m2-mdy
           else
              move spaces to ws-m2-mdy
              STRING
                 ws-m2-ymd-month delimited by size
                 ws-m2-ymd-day delimited by size
                 ws-m2-ymd-year delimited by size
                 into ws-m2-mdy
              end-string
           end-if
           exit.

      ******************************************************************
      *decides, before the loan is run, whether it goes to the
      *bureaus at all: a loan reported closed on an earlier run is
      *passed over, and one missing the identification the bureaus
      *match a consumer on is held back and listed as a reject
      ******************************************************************
       Check-Metro2-Loan.
           move "Y" to ws-m2-state
           move spaces to ws-m2-reason
           move ws_loan_amount to ws-m2-original
           move ws_loan_amount to ws-m2-balance
           move zero to ws-m2-actual
           move 0 to ws-m2-last-pay
           move 0 to ws-m2-closed

           perform Read-Metro2-History
           if ws-m2-dh-found = "Y" and dh-m2-final = "Y"
              move "F" to ws-m2-state
              add 1 to ws-m2-prior-final
              display "closed loan already reported: " ws_loan_id
              exit paragraph
           end-if

           perform Check-Metro2-Identity
           if ws-m2-reason not = spaces
              move "R" to ws-m2-state
              perform Write-Metro2-Reject
           end-if
           exit.

       Read-Metro2-History.
           move "N" to ws-m2-dh-found
           move 0 to ws-m2-bucket
           move 0 to ws-m2-at-120
           move all "B" to ws-m2-profile
           move 0 to ws-m2-first-delq
           move zero to ws-m2-co-amount
           if ws-dlq-open not = "Y"
              exit paragraph
           end-if
           move ws_loan_id to dh-loan-id
           READ delq_hist KEY IS dh-loan-id
              INVALID KEY
                 continue
              NOT INVALID KEY
                 move "Y" to ws-m2-dh-found
           end-read
           if ws-m2-dh-found = "Y"
              move "Y" to ws-dlq-found
              perform Ready-Delq-Hist-Extras
              move dh-curr-bucket to ws-m2-bucket
              if dh-months-at-120 is numeric
                 move dh-months-at-120 to ws-m2-at-120
              end-if
              move dh-hist-profile to ws-m2-profile
              move dh-first-delq to ws-m2-first-delq
              move dh-co-amount to ws-m2-co-amount
           end-if
           exit.

      *    the first thing missing is the reason given
       Check-Metro2-Identity.
           if ws-have-orig-date not = "Y"
              move "no origination date to report as date opened"
                 to ws-m2-reason
              exit paragraph
           end-if
           if ws-brw-open not = "Y"
              move "borrower file not available" to ws-m2-reason
              exit paragraph
           end-if
           move ws_loan_id to br-loan-id
           READ borrower_master KEY IS br-loan-id
              INVALID KEY
                 move "no borrower name and address record"
                    to ws-m2-reason
           end-read
           if ws-m2-reason not = spaces
              exit paragraph
           end-if

           if br-pri-last = spaces or br-pri-first = spaces
              move "primary borrower first or last name missing"
                 to ws-m2-reason
           else
           if br-tax-id is not numeric or br-tax-id = "000000000"
              move "taxpayer id missing or not valid"
                 to ws-m2-reason
           else
           if br-birth-date is not numeric
              move "date of birth missing" to ws-m2-reason
           else
           if br-addr-1 = spaces or br-city = spaces
              or br-state = spaces or br-zip(1:5) is not numeric
              move "mailing address incomplete" to ws-m2-reason
           end-if
           end-if
           end-if
           end-if
           exit.

       Write-Metro2-Reject.
           add 1 to ws-m2-rejects
           if ws-ctl-return-code < 4
              move 4 to ws-ctl-return-code
           end-if
           display "loan held back from credit bureau file: "
              ws_loan_id " " ws-m2-reason
           move spaces to ws_output_line
           STRING
              "METRO 2 REJECT" delimited by size
              ds_space delimited by size
              "LOAN: " delimited by size
              function trim(ws_loan_id) delimited by size
              ds_space delimited by size
              function trim(ws_loan_title) delimited by size
              ds_space delimited by size
              "REASON: " delimited by size
              function trim(ws-m2-reason) delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

      ******************************************************************
      *an open loan once the loop has run it past its last posted
      *month. a loan whose schedule ran out inside its posted months
      *is paid in full (status 13, rated on the aging it had when it
      *paid) and is marked so it is reported closed only once. an
      *open loan takes its status off the aging bucket; the balance
      *is the schedule's balance at the last posted month plus the
      *principal short months left unpaid, less anything overpaid
      *toward principal -- the same figure a charge-off would write
      ******************************************************************
       Write-Metro2-Loan.
      *    a loan no POST run has aged yet ages off this run's own
      *    posting
           if ws-m2-dh-found not = "Y"
              evaluate ws-post-months-behind
                 when 0
                 when 1
                 when 2
                 when 3
                    move ws-post-months-behind to ws-m2-bucket
                 when other
                    move 4 to ws-m2-bucket
              end-evaluate
              move ws-m2-bucket to ws-dlq-bucket
              move ws-m2-at-120 to dh-months-at-120
              perform Set-Delq-History-Code
              move ws-dlq-code to ws-m2-profile(1:1)
           end-if
           if ws-dlq-first-delq > 0
              move ws-dlq-first-delq to ws-m2-first-delq
           end-if

           if ws-m2-closed > 0
              move "13" to ws-m2-status
              if ws-m2-profile(1:1) = "B"
                 move "0" to ws-m2-rating
              else
                 move ws-m2-profile(1:1) to ws-m2-rating
              end-if
              move zero to ws-m2-current
              move zero to ws-m2-past-due
              move zero to ws-m2-scheduled
              if ws-m2-rating = "0"
                 move 0 to ws-m2-first-delq
              end-if
           else
              perform Set-Metro2-Status
              move space to ws-m2-rating
              compute ws-m2-current =
      -         ws-m2-balance + ws-post-unpaid-prin
              if ws-post-overpay < ws-m2-current
                 subtract ws-post-overpay from ws-m2-current
              else
                 move zero to ws-m2-current
              end-if
              move ws-post-shortfall to ws-m2-past-due
              if ws-bill-captured = "Y"
                 compute ws-m2-scheduled =
      -            ws-bill-payment + ws_loan_escrow
              else
                 move zero to ws-m2-scheduled
              end-if
              if ws-m2-bucket = 0
                 move 0 to ws-m2-first-delq
              end-if
           end-if
           move zero to ws-m2-co-amount

           perform Fill-Metro2-Account
           perform Write-Metro2-Base
           if ws-m2-closed > 0
              perform Mark-Metro2-Final
           end-if
           exit.

       Set-Metro2-Status.
           evaluate ws-m2-bucket
              when 0
                 move "11" to ws-m2-status
              when 1
                 move "71" to ws-m2-status
              when 2
                 move "78" to ws-m2-status
              when 3
                 move "80" to ws-m2-status
              when other
                 evaluate ws-m2-at-120
                    when 0
                    when 1
                       move "82" to ws-m2-status
                    when 2
                       move "83" to ws-m2-status
                    when other
                       move "84" to ws-m2-status
                 end-evaluate
           end-evaluate
           exit.

      ******************************************************************
      *a charged-off loan: the balance is what the charge-off run
      *wrote off less the recoveries received since, figured as POST
      *figures them. status 97 while any of it is owed, 64 once
      *recoveries have made it good (reported that once); the
      *amount past due on a charge-off is the whole balance. the
      *payment history is brought up to the reporting month first
      ******************************************************************
       Write-Metro2-Charged-Off.
           if ws-m2-co-amount = 0
              move "R" to ws-m2-state
              move "charge-off amount not on delinquency history"
                 to ws-m2-reason
              perform Write-Metro2-Reject
              exit paragraph
           end-if

           perform Age-Charged-Off-History
           perform Read-Charge-Off-Received
           move "N" to ws-co-write-lines
           perform Figure-Charge-Off-Recoveries

           if ws-co-recovered < ws-m2-co-amount
              compute ws-m2-current = ws-m2-co-amount - ws-co-recovered
              move "97" to ws-m2-status
              move ws-m2-current to ws-m2-past-due
           else
              move zero to ws-m2-current
              move "64" to ws-m2-status
              move zero to ws-m2-past-due
           end-if
           move "L" to ws-m2-rating
           move zero to ws-m2-scheduled
           move zero to ws-m2-actual
           move 0 to ws-m2-last-pay
           move 0 to ws-m2-closed
           if ws-co-status-date is numeric
              move ws-co-status-date to ws-m2-closed
           end-if

           perform Fill-Metro2-Account
           perform Write-Metro2-Base
           if ws-m2-status = "64"
              perform Mark-Metro2-Final
           end-if
           exit.

      ******************************************************************
      *the loan and consumer fields every base segment carries: the
      *account off the loan master, the consumer off the borrower
      *record Check-Metro2-Identity read. a co-borrower has no
      *taxpayer id or birth date on file to identify them by, so
      *the primary borrower is reported alone, as an individual
      ******************************************************************
       Fill-Metro2-Account.
           move ws-m2-identification to ws-m2-b-ident
           move ws_loan_id to ws-m2-b-account
           move ws-m2-portfolio to ws-m2-b-portfolio
           move ws-m2-account-type to ws-m2-b-acct-type
           compute ws-m2-ymd = (ws-orig-year * 10000) +
      -      (ws-orig-month * 100) + ws-orig-day
           perform Set-Metro2-Date
           move ws-m2-mdy to ws-m2-b-opened
           move ws-m2-original to ws-m2-b-original
           compute ws-m2-terms = ws_loan_terms * ws-periods-per-year
           if ws-m2-terms > 999
              move 999 to ws-m2-terms
           end-if
           move ws-m2-terms to ws-m2-b-terms
           if ws_loan_pay_freq = "B" or ws_loan_pay_freq = "Q"
              move ws_loan_pay_freq to ws-m2-b-frequency
           else
              move "M" to ws-m2-b-frequency
           end-if
           if ws-rate-sched-count > 0
              move "V" to ws-m2-b-int-type
           else
              move "F" to ws-m2-b-int-type
           end-if

           move br-pri-last to ws-m2-b-surname
           move br-pri-first to ws-m2-b-first
           move br-pri-middle to ws-m2-b-middle
           evaluate br-pri-suffix
              when "JR"
              when "JR."
                 move "J" to ws-m2-b-generation
              when "SR"
              when "SR."
                 move "S" to ws-m2-b-generation
              when "II"
                 move "2" to ws-m2-b-generation
              when "III"
                 move "3" to ws-m2-b-generation
              when "IV"
                 move "4" to ws-m2-b-generation
              when other
                 move space to ws-m2-b-generation
           end-evaluate
           move br-tax-id to ws-m2-b-ssn
           move br-birth-date to ws-m2-ymd
           perform Set-Metro2-Date
           move ws-m2-mdy to ws-m2-b-birth-date
           move br-addr-1 to ws-m2-b-addr-1
           move br-addr-2 to ws-m2-b-addr-2
           move br-city to ws-m2-b-city
           move br-state to ws-m2-b-state
           move br-zip to ws-m2-b-zip
           exit.

      *    the amounts go to the bureaus in whole dollars, cents
      *    dropped; the register line on OUTFILE shows the same
      *    figures so the file can be balanced to it
       Write-Metro2-Base.
           move ws-m2-status to ws-m2-b-status
           move ws-m2-rating to ws-m2-b-rating
           move ws-m2-profile(2:24) to ws-m2-b-profile
           move ws-m2-scheduled to ws-m2-b-scheduled
           move ws-m2-actual to ws-m2-b-actual
           move ws-m2-current to ws-m2-b-balance
           move ws-m2-past-due to ws-m2-b-past-due
           move ws-m2-co-amount to ws-m2-b-co-amount
           move ws-run-date to ws-m2-ymd
           perform Set-Metro2-Date
           move ws-m2-mdy to ws-m2-b-info-date
           move ws-m2-first-delq to ws-m2-ymd
           perform Set-Metro2-Date
           move ws-m2-mdy to ws-m2-b-first-delq
           move ws-m2-closed to ws-m2-ymd
           perform Set-Metro2-Date
           move ws-m2-mdy to ws-m2-b-closed
           move ws-m2-last-pay to ws-m2-ymd
           perform Set-Metro2-Date
           move ws-m2-mdy to ws-m2-b-last-pay

           if ws-m2-open = "Y"
              write bureau_record from ws-m2-base
           end-if

           add 1 to ws-m2-base-count
           add 1 to ws-m2-t-ssn-base
           add 1 to ws-m2-t-ssn-all
           add 1 to ws-m2-t-dob-base
           add 1 to ws-m2-t-dob-all
           add ws-m2-b-balance to ws-m2-tot-balance
           add ws-m2-b-past-due to ws-m2-tot-past-due
           evaluate ws-m2-status
              when "11" add 1 to ws-m2-t-status-11
              when "13" add 1 to ws-m2-t-status-13
              when "64" add 1 to ws-m2-t-status-64
              when "71" add 1 to ws-m2-t-status-71
              when "78" add 1 to ws-m2-t-status-78
              when "80" add 1 to ws-m2-t-status-80
              when "82" add 1 to ws-m2-t-status-82
              when "83" add 1 to ws-m2-t-status-83
              when "84" add 1 to ws-m2-t-status-84
              when "97" add 1 to ws-m2-t-status-97
           end-evaluate

           move ws-m2-b-balance to ds-m2-balance
           move ws-m2-b-past-due to ds-m2-past-due
           move spaces to ws_output_line
           STRING
              "METRO 2" delimited by size
              ds_space delimited by size
              "LOAN: " delimited by size
              function trim(ws_loan_id) delimited by size
              ds_space delimited by size
              "STATUS: " delimited by size
              ws-m2-status delimited by size
              ds_space delimited by size
              "RATING: " delimited by size
              ws-m2-rating delimited by size
              ds_space delimited by size
              "HISTORY: " delimited by size
              ws-m2-b-profile delimited by size
              ds_space delimited by size
              "BALANCE: " delimited by size
              ds-m2-balance delimited by size
              ds_space delimited by size
              "PAST DUE: " delimited by size
              ds-m2-past-due delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

      *    POST passes a charged-off loan by, so its payment history
      *    stops where the last POST run before the charge-off left
      *    it. each month since goes on the front as L (charged off)
      *    and the aged history is kept for the next extract
       Age-Charged-Off-History.
           if ws-dlq-open not = "Y"
              exit paragraph
           end-if
           move ws_loan_id to dh-loan-id
           READ delq_hist KEY IS dh-loan-id
              INVALID KEY
                 move "N" to ws-dlq-found
              NOT INVALID KEY
                 move "Y" to ws-dlq-found
           end-read
           if ws-dlq-found not = "Y"
              exit paragraph
           end-if
           perform Ready-Delq-Hist-Extras
           move ws-run-date(1:6) to ws-m2-run-ym
           if dh-hist-month is numeric
              move dh-hist-month to ws-m2-hist-ym
              compute ws-m2-age-months =
      -         (ws-m2-run-year * 12 + ws-m2-run-mon)
      -         - (ws-m2-hist-year * 12 + ws-m2-hist-mon)
           else
              move 1 to ws-m2-age-months
           end-if
           if ws-m2-age-months > 25
              move 25 to ws-m2-age-months
           end-if
           if ws-m2-age-months > 0
              perform Shift-In-Charged-Off-Code ws-m2-age-months times
              move ws-run-date(1:6) to dh-hist-month
              REWRITE delq_hist_record
              if DELQ-STATUS not = "00"
                 display "delinquency history update failed, status "
                    DELQ-STATUS " loan " ws_loan_id
                 if ws-ctl-return-code < 4
                    move 4 to ws-ctl-return-code
                 end-if
              end-if
           end-if
           move dh-hist-profile to ws-m2-profile
           exit.

       Shift-In-Charged-Off-Code.
           move dh-hist-profile(1:24) to ws-dlq-shift
           move ws-dlq-shift to dh-hist-profile(2:24)
           move "L" to dh-hist-profile(1:1)
           exit.

      *    a loan reported closed is marked on its history so the
      *    next extract passes it over; one no POST run ever aged
      *    gets a history record for the purpose
       Mark-Metro2-Final.
           if ws-dlq-open not = "Y"
              exit paragraph
           end-if
           move ws_loan_id to dh-loan-id
           READ delq_hist KEY IS dh-loan-id
              INVALID KEY
                 move "N" to ws-dlq-found
              NOT INVALID KEY
                 move "Y" to ws-dlq-found
           end-read
           if ws-dlq-found not = "Y"
              perform Start-Delq-Hist-Record
           end-if
           perform Ready-Delq-Hist-Extras
           move "Y" to dh-m2-final
           if ws-dlq-found = "Y"
              REWRITE delq_hist_record
           else
              WRITE delq_hist_record
           end-if
           if DELQ-STATUS not = "00"
              display "delinquency history update failed, status "
                 DELQ-STATUS " loan " ws_loan_id
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
           end-if
           exit.

       Write-Metro2-Trailer.
           if ws-m2-open not = "Y"
              exit paragraph
           end-if
           move ws-m2-base-count to ws-m2-t-base
           write bureau_record from ws-m2-trailer
           exit.

      ******************************************************************
      *the count and balance trailer the file is balanced to before
      *it is sent: base segments, the whole-dollar balance and past
      *due totals, loans held back, and segments by account status
      ******************************************************************
       Write-Metro2-Totals.
           move ws-m2-base-count to ds-m2-count
           move ws-m2-tot-balance to ds-m2-balance
           move ws-m2-tot-past-due to ds-m2-past-due
           move ws-m2-rejects to ds-m2-rejects
           move ws-m2-prior-final to ds-m2-prior-final
           move spaces to ws_output_line
           STRING
              "METRO 2 TOTALS" delimited by size
              ds_space delimited by size
              "BASE SEGMENTS: " delimited by size
              ds-m2-count delimited by size
              ds_space delimited by size
              "CURRENT BALANCE: " delimited by size
              ds-m2-balance delimited by size
              ds_space delimited by size
              "AMOUNT PAST DUE: " delimited by size
              ds-m2-past-due delimited by size
              ds_space delimited by size
              "REJECTED: " delimited by size
              ds-m2-rejects delimited by size
              ds_space delimited by size
              "CLOSED, REPORTED BEFORE: " delimited by size
              ds-m2-prior-final delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table

           move spaces to ws_output_line
           move "METRO 2 STATUS COUNTS" to ws_output_line
           move "11" to ws-m2-status
           move ws-m2-t-status-11 to ds-m2-status-count
           perform Append-Metro2-Status-Count
           move "13" to ws-m2-status
           move ws-m2-t-status-13 to ds-m2-status-count
           perform Append-Metro2-Status-Count
           move "64" to ws-m2-status
           move ws-m2-t-status-64 to ds-m2-status-count
           perform Append-Metro2-Status-Count
           move "71" to ws-m2-status
           move ws-m2-t-status-71 to ds-m2-status-count
           perform Append-Metro2-Status-Count
           move "78" to ws-m2-status
           move ws-m2-t-status-78 to ds-m2-status-count
           perform Append-Metro2-Status-Count
           move "80" to ws-m2-status
           move ws-m2-t-status-80 to ds-m2-status-count
           perform Append-Metro2-Status-Count
           move "82" to ws-m2-status
           move ws-m2-t-status-82 to ds-m2-status-count
           perform Append-Metro2-Status-Count
           move "83" to ws-m2-status
           move ws-m2-t-status-83 to ds-m2-status-count
           perform Append-Metro2-Status-Count
           move "84" to ws-m2-status
           move ws-m2-t-status-84 to ds-m2-status-count
           perform Append-Metro2-Status-Count
           move "97" to ws-m2-status
           move ws-m2-t-status-97 to ds-m2-status-count
           perform Append-Metro2-Status-Count
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

       Append-Metro2-Status-Count.
           STRING
              function trim(ws_output_line) delimited by size
              ds_space delimited by size
              ws-m2-status delimited by size
              ": " delimited by size
              function trim(ds-m2-status-count) delimited by size
              into ws_output_line
           end-string
           exit.

       Close-Metro2-Run.
           if ws-m2-open = "Y"
              close bureau_file
           end-if
           if ws-brw-open = "Y"
              CLOSE borrower_master
           end-if
           exit.

      ******************************************************************
      *paid-off archive (ARCH mode). the quotes logged on QUOTLOG are
      *loaded up front so each loan's last receipt can be matched to
      *a payoff quote; a missing log just means no quoted payoffs
      ******************************************************************
       Open-Archive-Run.
           move 0 to ws-arc-count
           move "N" to ws-arc-overflow
           move 0 to ws-arc-ql-count
           move "N" to ws-arc-ql-overflow
           move "N" to ws-arc-ql-eof
           OPEN INPUT quote_log
           if QUOTLOG-STATUS not = "00"
              if QUOTLOG-STATUS = "05"
                 CLOSE quote_log
              end-if
              display "no quote log for the archive run, status "
                 QUOTLOG-STATUS
              exit paragraph
           end-if
           perform Load-Archive-Quote until ws-arc-ql-eof = "Y"
           close quote_log
           if ws-arc-ql-overflow = "Y"
              display "warning: quote table full, later quotes not "
                 "matched to payoffs"
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
           end-if
           exit.

       Load-Archive-Quote.
           read quote_log
              at end
                 move "Y" to ws-arc-ql-eof
              not at end
                 if ws-arc-ql-count < 500
                    add 1 to ws-arc-ql-count
                    set ws-arc-ql-idx to ws-arc-ql-count
                    move ql-loan-id to ws-arc-ql-loan-id(ws-arc-ql-idx)
                    move ql-good-thru
                       to ws-arc-ql-good-thru(ws-arc-ql-idx)
                    move ql-balance to ws-arc-ql-balance(ws-arc-ql-idx)
                    compute ws-arc-ql-accrued(ws-arc-ql-idx) =
      -                ql-per-diem * ql-days
                    move ql-total to ws-arc-ql-total(ws-arc-ql-idx)
                 else
                    move "Y" to ws-arc-ql-overflow
                 end-if
           end-read
           exit.

      ******************************************************************
      *the last posted month is the one a payoff would have come in
      *on: what was owing going into it, what it received net of any
      *fee, and the loan totals before it. the month the schedule
      *itself reaches zero gives the payoff date of a loan paid out
      ******************************************************************
       Track-Archive-Month.
           if ws_month = ws-post-last-month
              compute ws-arc-bal-in =
      -        ws_loan_amount + ws_total_payment
              move ws-post-paid to ws-arc-last-receipt
              compute ws-arc-int-before =
      -        ws_total_interest_paid - ws_interest_payment
              compute ws-arc-prin-before =
      -        ws_total_principal_paid - ws_principal_payment
              compute ws-arc-add-before =
      -        ws_total_additional_paid - ws_loan_additional_this_month
              move ws-due-date-num to ws-arc-last-due
           end-if
           if ws_loan_amount = 0
              move ws-due-date-num to ws-arc-payoff-due
           end-if
           exit.

      ******************************************************************
      *is the loan paid in full? nothing short anywhere in the posted
      *months, and either the schedule ran out to zero inside them or
      *the last month's receipt covered a logged payoff quote for at
      *least the balance then owing. a paid loan still carrying an
      *open suspense item (a receipt after payoff among them) or a
      *fee balance is held for the next run
      ******************************************************************
       Check-Archive-Loan.
           move "N" to ws-arc-state
           move space to ws-arc-type
           move spaces to ws-arc-reason
           if ws-post-last-month = 0 or ws-post-shortfall > 0
              exit paragraph
           end-if

           if ws_loan_amount = 0
              and ws_months_to_payoff <= ws-post-last-month
              if ws-balloon-paid = "Y"
                 move "B" to ws-arc-type
              else
              if ws_total_additional_paid > 0
                 move "A" to ws-arc-type
              else
                 move "S" to ws-arc-type
              end-if
              end-if
              move ws-arc-payoff-due to ws-arc-e-date-w
              move ws_months_to_payoff to ws-arc-e-month-w
              move ws_total_interest_paid to ws-arc-e-interest-w
              move ws_total_principal_paid to ws-arc-e-principal-w
              move ws_total_additional_paid to ws-arc-e-additional-w
              move zero to ws-arc-quote-total
           else
              perform Find-Archive-Quote
              if ws-arc-quote-found not = "Y"
                 exit paragraph
              end-if
              move "Q" to ws-arc-type
              move ws-arc-quote-date to ws-arc-e-date-w
              move ws-post-last-month to ws-arc-e-month-w
              compute ws-arc-e-interest-w =
      -        ws-arc-int-before + ws-arc-quote-accr
              compute ws-arc-e-principal-w =
      -        ws-arc-prin-before + ws-arc-bal-in
              move ws-arc-add-before to ws-arc-e-additional-w
           end-if
      *    an undated loan has no due dates to pay off on
           if ws-arc-e-date-w = 0
              move ws-run-date to ws-arc-e-date-w
           end-if

           move zero to ws-arc-received
           perform varying ws-post-idx from 1 by 1
              until ws-post-idx > ws-post-count
              if ws-post-loan-id(ws-post-idx) = ws_loan_id and
                 ws-post-applied(ws-post-idx) = "Y"
                 add ws-post-amount(ws-post-idx) to ws-arc-received
              end-if
           end-perform

           move "P" to ws-arc-state
           perform varying ws-susp-idx from 1 by 1
              until ws-susp-idx > ws-susp-count
              if ws-susp-loan-id(ws-susp-idx) = ws_loan_id
                 move "H" to ws-arc-state
                 move "open suspense item" to ws-arc-reason
              end-if
           end-perform
           if ws-post-fee-balance > 0
              move "H" to ws-arc-state
              move "fee balance outstanding" to ws-arc-reason
           end-if

           display "loan paid in full, type " ws-arc-type
              " state " ws-arc-state ": " ws_loan_id
           perform Figure-Loan-Outstanding
           perform Add-Archive-Entry
           exit.

      *the latest logged quote the last receipt covers, for at least
      *the balance owing going into that month
       Find-Archive-Quote.
           move "N" to ws-arc-quote-found
           perform varying ws-arc-ql-idx from 1 by 1
              until ws-arc-ql-idx > ws-arc-ql-count
              if ws-arc-ql-loan-id(ws-arc-ql-idx) = ws_loan_id and
                 ws-arc-ql-total(ws-arc-ql-idx) <= ws-arc-last-receipt
                 and ws-arc-ql-balance(ws-arc-ql-idx) >= ws-arc-bal-in
                 move "Y" to ws-arc-quote-found
                 move ws-arc-ql-total(ws-arc-ql-idx)
                    to ws-arc-quote-total
                 move ws-arc-ql-accrued(ws-arc-ql-idx)
                    to ws-arc-quote-accr
                 move ws-arc-ql-good-thru(ws-arc-ql-idx)
                    to ws-arc-quote-date
              end-if
           end-perform
           exit.

       Add-Archive-Entry.
           if ws-arc-count not < 500
              move "Y" to ws-arc-overflow
              display "archive table full, loan not archived: "
                 ws_loan_id
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
              exit paragraph
           end-if
           add 1 to ws-arc-count
           set ws-arc-idx to ws-arc-count
           move ws_loan_id to ws-arc-loan-id(ws-arc-idx)
           move ws_loan_title to ws-arc-title(ws-arc-idx)
           move ws-ctl-this-amount to ws-arc-amount(ws-arc-idx)
           move ws-arc-state to ws-arc-e-state(ws-arc-idx)
           move ws-arc-type to ws-arc-e-type(ws-arc-idx)
           move ws-arc-e-date-w to ws-arc-e-date(ws-arc-idx)
           move ws-arc-e-month-w to ws-arc-e-month(ws-arc-idx)
           move ws-arc-received to ws-arc-e-received(ws-arc-idx)
           move ws-arc-e-interest-w to ws-arc-e-interest(ws-arc-idx)
           move ws-arc-e-principal-w
              to ws-arc-e-principal(ws-arc-idx)
           move ws-arc-e-additional-w
              to ws-arc-e-additional(ws-arc-idx)
           move ws-arc-quote-total to ws-arc-e-quote(ws-arc-idx)
           move ws-arc-reason to ws-arc-e-reason(ws-arc-idx)
           move ws-rh-outstanding to ws-arc-e-outstanding(ws-arc-idx)
           exit.

      ******************************************************************
      *end of an ARCH run: each paid loan goes to LOANHIST with its
      *final totals, then comes off LOANMSTR, the delete journaled as
      *a D BEFORE image under user ARCHIVE so LOANRCVR rolls it
      *forward like any keyed delete. a loan already on LOANHIST, or
      *one the master delete fails on, stays on the master and is
      *reported. each archived loan gets its lien-release letter
      ******************************************************************
       Archive-Paid-Off-Loans.
           if ws-arc-count = 0
              exit paragraph
           end-if
           OPEN I-O loan_master
           if LOANMSTR-STATUS not = "00"
              display "loan master not available to archive paid "
                 "loans, status " LOANMSTR-STATUS
              move 12 to ws-ctl-return-code
              exit paragraph
           end-if
           OPEN I-O loan_hist
           if LOANHIST-STATUS = "35"
              OPEN OUTPUT loan_hist
              CLOSE loan_hist
              OPEN I-O loan_hist
           end-if
           if LOANHIST-STATUS not = "00" and LOANHIST-STATUS not = "05"
              display "loan history not available, status "
                 LOANHIST-STATUS " -- nothing archived"
              move 12 to ws-ctl-return-code
              CLOSE loan_master
              exit paragraph
           end-if
           OPEN EXTEND audit_journal
           if AUDITJRL-STATUS = "35"
              OPEN OUTPUT audit_journal
              CLOSE audit_journal
              OPEN EXTEND audit_journal
           end-if
           move "ARCHIVE" to ws-audit-user
           move "D" to ws-audit-action
           move "BEFORE" to ws-audit-image

           perform varying ws-arc-idx from 1 by 1
              until ws-arc-idx > ws-arc-count
              if ws-arc-e-state(ws-arc-idx) = "P"
                 perform Archive-One-Loan
              end-if
           end-perform

           close audit_journal
           CLOSE loan_hist
           CLOSE loan_master
           exit.

       Archive-One-Loan.
           move ws-arc-loan-id(ws-arc-idx) to lm-loan-id
           READ loan_master KEY IS lm-loan-id
              INVALID KEY
                 move "N" to ws-arc-found
              NOT INVALID KEY
                 move "Y" to ws-arc-found
           end-read
           if ws-arc-found = "N"
              move "F" to ws-arc-e-state(ws-arc-idx)
              move "loan not on master"
                 to ws-arc-e-reason(ws-arc-idx)
              perform Count-Archive-Failure
              exit paragraph
           end-if
           move loan_master_record to ws-arc-master-image

           move spaces to loan_hist_record
           move loan_master_record to lh-master
           move ws-arc-e-type(ws-arc-idx) to lh-payoff-type
           move ws-arc-e-date(ws-arc-idx) to lh-payoff-date
           move ws-arc-e-month(ws-arc-idx) to lh-payoff-month
           move ws-run-date to lh-archive-date
           move ws-arc-e-received(ws-arc-idx) to lh-total-received
           move ws-arc-e-interest(ws-arc-idx) to lh-interest-paid
           move ws-arc-e-principal(ws-arc-idx) to lh-principal-paid
           move ws-arc-e-additional(ws-arc-idx) to lh-additional-paid
           move ws-arc-e-quote(ws-arc-idx) to lh-quote-total
           WRITE loan_hist_record
              INVALID KEY
                 move "F" to ws-arc-e-state(ws-arc-idx)
                 move "already on loan history"
                    to ws-arc-e-reason(ws-arc-idx)
           end-write
           if ws-arc-e-state(ws-arc-idx) = "F"
              perform Count-Archive-Failure
              exit paragraph
           end-if
           if LOANHIST-STATUS not = "00"
              move "F" to ws-arc-e-state(ws-arc-idx)
              move "loan history write failed"
                 to ws-arc-e-reason(ws-arc-idx)
              perform Count-Archive-Failure
              exit paragraph
           end-if

           DELETE loan_master RECORD
           if LOANMSTR-STATUS not = "00"
      *       the master keeps the loan, so the history copy goes too
              DELETE loan_hist RECORD
              move "F" to ws-arc-e-state(ws-arc-idx)
              move "master delete failed"
                 to ws-arc-e-reason(ws-arc-idx)
              perform Count-Archive-Failure
              exit paragraph
           end-if

           move ws-arc-master-image to loan_master_record
           perform Write-Audit-Image
           move "A" to ws-arc-e-state(ws-arc-idx)
           add 1 to ws-arc-archived
           add ws-arc-amount(ws-arc-idx) to ws-arc-tot-principal
           add ws-arc-e-received(ws-arc-idx) to ws-arc-tot-received
           add ws-arc-e-outstanding(ws-arc-idx) to ws-rh-arc-amount
           perform Write-Lien-Release-Letter
           exit.

       Count-Archive-Failure.
           display "paid loan not archived: "
              ws-arc-loan-id(ws-arc-idx) " "
              ws-arc-e-reason(ws-arc-idx)
           add 1 to ws-arc-failed
           if ws-ctl-return-code < 8
              move 8 to ws-ctl-return-code
           end-if
           exit.

       Set-Archive-Type-Text.
           evaluate ws-arc-e-type(ws-arc-idx)
              when "S"
                 move "SCHEDULED" to ws-arc-type-text
              when "A"
                 move "PAID AHEAD" to ws-arc-type-text
              when "B"
                 move "BALLOON" to ws-arc-type-text
              when "Q"
                 move "QUOTED PAYOFF" to ws-arc-type-text
              when other
                 move spaces to ws-arc-type-text
           end-evaluate
           move ws-arc-e-date(ws-arc-idx) to ws-arc-date-w
           move spaces to ds-arc-date
           STRING
              ws-arc-date-w(1:4) delimited by size
              "-" delimited by size
              ws-arc-date-w(5:2) delimited by size
              "-" delimited by size
              ws-arc-date-w(7:2) delimited by size
              into ds-arc-date
           end-string
           exit.

      ******************************************************************
      *the paid-in-full letter releasing the lien, addressed like any
      *other notice. a borrower on mail hold or with no name and
      *address record gets no letter and lands on the exceptions page
      ******************************************************************
       Write-Lien-Release-Letter.
           move ws-arc-loan-id(ws-arc-idx) to ws_loan_id
           move ws-arc-title(ws-arc-idx) to ws_loan_title
           perform Find-Borrower-For-Loan
           if ws-brw-mail not = "Y"
              exit paragraph
           end-if
           perform Set-Archive-Type-Text
           move ws-arc-amount(ws-arc-idx) to ds-arc-amount
           move ws-arc-e-received(ws-arc-idx) to ds-arc-received

           move spaces to ws_output_line
           STRING
              "PAID IN FULL / LIEN RELEASE" delimited by size
              ds_space delimited by size
              "LOAN: " delimited by size
              function trim(ws_loan_id) delimited by size
              ds_space delimited by size
              function trim(ws_loan_title) delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           perform Write-Borrower-Address-Block

           move spaces to ws_output_line
           STRING
              "PAID IN FULL ON: " delimited by size
              ds-arc-date delimited by size
              ds_space delimited by size
              "PAYOFF: " delimited by size
              function trim(ws-arc-type-text) delimited by size
              ds_space delimited by size
              "ORIGINAL PRINCIPAL: " delimited by size
              ds-arc-amount delimited by size
              ds_space delimited by size
              "TOTAL RECEIVED: " delimited by size
              ds-arc-received delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table

           move spaces to loan_table
           move "THE LOAN SHOWN ABOVE IS PAID IN FULL AND THE LENDER"
              to loan_table
           write loan_table
           move spaces to loan_table
           move "RELEASES ITS LIEN ON THE PROPERTY SECURING IT. THE"
              to loan_table
           write loan_table
           move spaces to loan_table
           move "RELEASE WILL BE RECORDED AND THE RECORDED COPY SENT"
              to loan_table
           write loan_table
           move spaces to loan_table
           move "TO YOU. KEEP THIS LETTER WITH YOUR LOAN PAPERS."
              to loan_table
           write loan_table
           exit.

      ******************************************************************
      *purge register: every paid loan the run found -- archived,
      *held with the reason, or not archived and why -- and totals
      ******************************************************************
       Write-Purge-Register.
           move spaces to loan_table
           move "PURGE REGISTER" to loan_table
           write loan_table

           perform varying ws-arc-idx from 1 by 1
              until ws-arc-idx > ws-arc-count
              perform Write-Purge-Line
           end-perform

           move ws-arc-archived to ds-arc-archived
           move ws-arc-held to ds-arc-held
           move ws-arc-failed to ds-arc-failed
           move ws-arc-tot-principal to ds-arc-tot-principal
           move ws-arc-tot-received to ds-arc-tot-received
           move spaces to ws_output_line
           STRING
              "PURGE TOTALS" delimited by size
              ds_space delimited by size
              "ARCHIVED: " delimited by size
              function trim(ds-arc-archived) delimited by size
              ds_space delimited by size
              "HELD: " delimited by size
              function trim(ds-arc-held) delimited by size
              ds_space delimited by size
              "NOT ARCHIVED: " delimited by size
              function trim(ds-arc-failed) delimited by size
              ds_space delimited by size
              "ORIGINAL PRINCIPAL: " delimited by size
              ds-arc-tot-principal delimited by size
              ds_space delimited by size
              "TOTAL RECEIVED: " delimited by size
              ds-arc-tot-received delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           if ws-arc-overflow = "Y"
              move spaces to loan_table
              move "NOTE: ARCHIVE TABLE FULL, LATER PAID LOANS WAIT"
                 to loan_table
              write loan_table
              move spaces to loan_table
              move "ON THE MASTER FOR THE NEXT RUN" to loan_table
              write loan_table
           end-if
           exit.

       Write-Purge-Line.
           perform Set-Archive-Type-Text
           move ws-arc-amount(ws-arc-idx) to ds-arc-amount
           move ws-arc-e-received(ws-arc-idx) to ds-arc-received
           move spaces to ws_output_line
           evaluate ws-arc-e-state(ws-arc-idx)
              when "A"
                 STRING
                    "ARCHIVED" delimited by size
                    ds_space delimited by size
                    ws-arc-loan-id(ws-arc-idx) delimited by size
                    ds_space delimited by size
                    ws-arc-title(ws-arc-idx) delimited by size
                    ds_space delimited by size
                    ws-arc-type-text delimited by size
                    ds_space delimited by size
                    ds-arc-date delimited by size
                    ds_space delimited by size
                    ds-arc-amount delimited by size
                    ds_space delimited by size
                    ds-arc-received delimited by size
                    into ws_output_line
                 end-string
              when "H"
                 add 1 to ws-arc-held
                 if ws-ctl-return-code < 4
                    move 4 to ws-ctl-return-code
                 end-if
                 STRING
                    "HELD" delimited by size
                    ds_space delimited by size
                    ws-arc-loan-id(ws-arc-idx) delimited by size
                    ds_space delimited by size
                    ws-arc-title(ws-arc-idx) delimited by size
                    ds_space delimited by size
                    ws-arc-e-reason(ws-arc-idx) delimited by size
                    into ws_output_line
                 end-string
              when other
                 if ws-arc-e-reason(ws-arc-idx) = spaces
                    move "loan master not available"
                       to ws-arc-e-reason(ws-arc-idx)
                    add 1 to ws-arc-failed
                 end-if
                 STRING
                    "NOT ARCHIVED" delimited by size
                    ds_space delimited by size
                    ws-arc-loan-id(ws-arc-idx) delimited by size
                    ds_space delimited by size
                    ws-arc-title(ws-arc-idx) delimited by size
                    ds_space delimited by size
                    ws-arc-e-reason(ws-arc-idx) delimited by size
                    into ws_output_line
                 end-string
           end-evaluate
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

      ******************************************************************
      *month-end accrual (ACCR mode) setup: the month-end date becomes
      *the as-of date the schedule stops at, so each loan stops with
      *its last due date on or before the month end in hand. the
      *reversal date is the first weekday after the month end
      ******************************************************************
       Open-Accrual-Run.
           if ws-asof-active = "Y"
              move ws-asof-date-num to ws-acr-end-num
              compute ws-acr-end-int =
      -        function integer-of-date(ws-acr-end-num)
           else
              move ws-run-date to ws-acr-end-num
              divide ws-acr-end-num by 10000
                 giving ws-acr-year remainder ws-acr-md
              divide ws-acr-md by 100
                 giving ws-acr-mm remainder ws-acr-dd
              if ws-acr-mm = 12
                 add 1 to ws-acr-year
                 move 1 to ws-acr-mm
              else
                 add 1 to ws-acr-mm
              end-if
              compute ws-acr-end-int = function integer-of-date(
      -        (ws-acr-year * 10000) + (ws-acr-mm * 100) + 1) - 1
              compute ws-acr-end-num =
      -        function date-of-integer(ws-acr-end-int)
              move ws-acr-end-num to ws-asof-date-num
              move ws-acr-end-num to ws-asof-date-x
              move "Y" to ws-asof-active
           end-if

      *    serial day 1 was a Monday, so day mod 7 is 6 on a Saturday
      *    and 0 on a Sunday
           compute ws-acr-rev-int = ws-acr-end-int + 1
           compute ws-acr-dow = function mod(ws-acr-rev-int, 7)
           if ws-acr-dow = 6
              add 2 to ws-acr-rev-int
           end-if
           if ws-acr-dow = 0
              add 1 to ws-acr-rev-int
           end-if
           compute ws-acr-rev-num =
      -      function date-of-integer(ws-acr-rev-int)

           move spaces to ds-acr-end-date
           STRING
              ws-acr-end-num(1:4) delimited by size
              "-" delimited by size
              ws-acr-end-num(5:2) delimited by size
              "-" delimited by size
              ws-acr-end-num(7:2) delimited by size
              into ds-acr-end-date
           end-string
           move spaces to ds-acr-rev-date
           STRING
              ws-acr-rev-num(1:4) delimited by size
              "-" delimited by size
              ws-acr-rev-num(5:2) delimited by size
              "-" delimited by size
              ws-acr-rev-num(7:2) delimited by size
              into ds-acr-rev-date
           end-string
           display "interest accrued through " ds-acr-end-date
              ", reversed " ds-acr-rev-date

           if ws-dlq-open not = "Y"
              display "warning: no delinquency history, no loan is "
                 "placed on nonaccrual for 90+ days"
           end-if

           move 0 to ws-acr-na-count
           move "N" to ws-acr-na-overflow
           move 0 to ws-acr-inv-count
           move "N" to ws-acr-inv-overflow
           OPEN OUTPUT gl_journal

           move spaces to ws_output_line
           STRING
              "ACCRUED INTEREST RECEIVABLE" delimited by size
              ds_space delimited by size
              "THROUGH: " delimited by size
              ds-acr-end-date delimited by size
              ds_space delimited by size
              "REVERSED: " delimited by size
              ds-acr-rev-date delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

      *    a loan in the 90-day bucket or worse on its last POST run
      *    stops accruing
       Check-Accrual-Status.
           if ws-dlq-open not = "Y"
              exit paragraph
           end-if
           move ws_loan_id to dh-loan-id
           READ delq_hist KEY IS dh-loan-id
              INVALID KEY
                 continue
              NOT INVALID KEY
                 if dh-curr-bucket = 3
                    move "Y" to ws-acr-nonaccrual
                    move "90 days delinquent" to ws-acr-reason
                 end-if
                 if dh-curr-bucket = 4
                    move "Y" to ws-acr-nonaccrual
                    move "120+ days delinquent" to ws-acr-reason
                 end-if
           end-read
           exit.

      ******************************************************************
      *one loan's accrual. the actual-day bases take the per-diem on
      *the scale the schedule rows use times the days from the last
      *due date through the month end; a loan with no basis takes the
      *same share of its period's interest as those days are of the
      *period, which carries its payment frequency with it. a loan
      *paid off by the month end has nothing left to accrue on
      ******************************************************************
       Write-Accrual-Lines.
           if ws-acr-nonaccrual = "Y"
              move "N" to ws-acr-kind
              move ws_loan_amount to ws-acr-balance
              perform Add-Nonaccrual-Loan
              exit paragraph
           end-if
           if ws-have-orig-date not = "Y"
              move "X" to ws-acr-kind
              move "no origination date" to ws-acr-reason
              move ws_loan_amount to ws-acr-balance
              perform Add-Nonaccrual-Loan
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
              exit paragraph
           end-if
           if ws-asof-stop not = "Y"
              exit paragraph
           end-if

           compute ws-acr-days = ws-acr-end-int - ws-acr-prev-due-int
           if ws-acr-days not > 0
              exit paragraph
           end-if
           evaluate ws_loan_day_basis
              when "365"
                 compute ws-acr-amount =
      -           ws_loan_amount * ws_loan_interest * ws-acr-days
      -           / 365000
              when "360"
                 compute ws-acr-amount =
      -           ws_loan_amount * ws_loan_interest * ws-acr-days
      -           / 360000
              when other
                 compute ws-acr-period-days =
      -           ws-acr-next-due-int - ws-acr-prev-due-int
                 compute ws-acr-amount =
      -           ws_loan_amount * ws_monthly_interest / 1000
      -           * ws-acr-days / ws-acr-period-days
           end-evaluate
           if ws-acr-amount = 0
              exit paragraph
           end-if

           compute ws-acr-month = ws_month + 1
           move "ACCR-INT" to ws-acr-gl-tag
           move ds-acr-end-date to ds-co-gl-date
           perform Write-Accrual-Gl-Line
           move "ACCR-REV" to ws-acr-gl-tag
           move ds-acr-rev-date to ds-co-gl-date
           perform Write-Accrual-Gl-Line

           move ws_loan_amount to ds-acr-balance
           move ws-acr-days to ds-acr-days
           move ws_loan_interest to ds-acr-rate
           move ws-acr-amount to ds-acr-amount
           move spaces to ws_output_line
           STRING
              "ACCRUAL" delimited by size
              ds_space delimited by size
              "LOAN: " delimited by size
              function trim(ws_loan_id) delimited by size
              ds_space delimited by size
              "INVESTOR: " delimited by size
              ws_loan_investor delimited by size
              ds_space delimited by size
              "BALANCE: " delimited by size
              ds-acr-balance delimited by size
              ds_space delimited by size
              "RATE: " delimited by size
              ds-acr-rate delimited by size
              ds_space delimited by size
              "DAYS: " delimited by size
              ds-acr-days delimited by size
              ds_space delimited by size
              "ACCRUED: " delimited by size
              ds-acr-amount delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table

           perform Find-Accrual-Investor
           if ws-acr-inv-sub > 0
              add 1 to ws-acr-inv-loans(ws-acr-inv-sub)
              add ws_loan_amount to ws-acr-inv-balance(ws-acr-inv-sub)
              add ws-acr-amount to ws-acr-inv-accrued(ws-acr-inv-sub)
           end-if
           add 1 to ws-acr-tot-loans
           add ws_loan_amount to ws-acr-tot-balance
           add ws-acr-amount to ws-acr-tot-accrued
           exit.

      *    id,tag,date,month,amount -- the same column order as the
      *    GL extract rows
       Write-Accrual-Gl-Line.
           move ws-acr-amount to ds-co-gl-amount
           move spaces to ws_output_line
           STRING
              function trim(ws_loan_id) delimited by size
              ds_comma delimited by size
              function trim(ws-acr-gl-tag) delimited by size
              ds_comma delimited by size
              ds-co-gl-date delimited by size
              ds_comma delimited by size
              ws-acr-month delimited by size
              ds_comma delimited by size
              ds-co-gl-amount delimited by size
              into ws_output_line
           end-string
           move spaces to gl_journal_line
           move function trim(ws_output_line) to gl_journal_line
           WRITE gl_journal_line
           exit.

       Add-Nonaccrual-Loan.
           display "loan not accrued, " ws-acr-reason ": " ws_loan_id
           if ws-acr-kind = "N"
              perform Find-Accrual-Investor
              if ws-acr-inv-sub > 0
                 add 1 to ws-acr-inv-na-loans(ws-acr-inv-sub)
                 add ws-acr-balance
                    to ws-acr-inv-na-balance(ws-acr-inv-sub)
              end-if
              add 1 to ws-acr-tot-na
              add ws-acr-balance to ws-acr-tot-na-balance
           else
              add 1 to ws-acr-tot-excluded
           end-if
           if ws-acr-na-count not < 500
              move "Y" to ws-acr-na-overflow
              exit paragraph
           end-if
           add 1 to ws-acr-na-count
           set ws-acr-na-idx to ws-acr-na-count
           move ws_loan_id to ws-acr-na-loan-id(ws-acr-na-idx)
           move ws_loan_title to ws-acr-na-title(ws-acr-na-idx)
           move ws_loan_investor to ws-acr-na-investor(ws-acr-na-idx)
           move ws-acr-kind to ws-acr-na-kind(ws-acr-na-idx)
           move ws-acr-reason to ws-acr-na-reason(ws-acr-na-idx)
           move ws-acr-balance to ws-acr-na-balance(ws-acr-na-idx)
           exit.

       Find-Accrual-Investor.
           move 0 to ws-acr-inv-sub
           perform varying ws-acr-inv-loop from 1 by 1
              until ws-acr-inv-loop > ws-acr-inv-count
              if ws-acr-inv-id(ws-acr-inv-loop) = ws_loan_investor
                 move ws-acr-inv-loop to ws-acr-inv-sub
              end-if
           end-perform
           if ws-acr-inv-sub = 0
              if ws-acr-inv-count < 20
                 add 1 to ws-acr-inv-count
                 move ws-acr-inv-count to ws-acr-inv-sub
                 move ws_loan_investor
                    to ws-acr-inv-id(ws-acr-inv-sub)
                 move 0 to ws-acr-inv-loans(ws-acr-inv-sub)
                 move zero to ws-acr-inv-balance(ws-acr-inv-sub)
                 move zero to ws-acr-inv-accrued(ws-acr-inv-sub)
                 move 0 to ws-acr-inv-na-loans(ws-acr-inv-sub)
                 move zero to ws-acr-inv-na-balance(ws-acr-inv-sub)
              else
                 move "Y" to ws-acr-inv-overflow
                 display "warning: too many distinct investors, "
                    "loan left out of the investor totals: "
                    ws_loan_id
              end-if
           end-if
           exit.

      ******************************************************************
      *the loans the run booked nothing for: nonaccrual (90+ or
      *charged off), with the scheduled balance at the month end, and
      *loans with no due dates to accrue from
      ******************************************************************
       Write-Nonaccrual-List.
           move spaces to loan_table
           move "NONACCRUAL AND UNACCRUED LOANS" to loan_table
           write loan_table
           perform varying ws-acr-na-idx from 1 by 1
              until ws-acr-na-idx > ws-acr-na-count
              move ws-acr-na-balance(ws-acr-na-idx) to ds-acr-balance
              move spaces to ws_output_line
              if ws-acr-na-kind(ws-acr-na-idx) = "N"
                 STRING
                    "NONACCRUAL" delimited by size
                    ds_space delimited by size
                    ws-acr-na-loan-id(ws-acr-na-idx) delimited by size
                    ds_space delimited by size
                    ws-acr-na-title(ws-acr-na-idx) delimited by size
                    ds_space delimited by size
                    "INVESTOR: " delimited by size
                    ws-acr-na-investor(ws-acr-na-idx)
                       delimited by size
                    ds_space delimited by size
                    ws-acr-na-reason(ws-acr-na-idx) delimited by size
                    ds_space delimited by size
                    "BALANCE: " delimited by size
                    ds-acr-balance delimited by size
                    into ws_output_line
                 end-string
              else
                 STRING
                    "NOT ACCRUED" delimited by size
                    ds_space delimited by size
                    ws-acr-na-loan-id(ws-acr-na-idx) delimited by size
                    ds_space delimited by size
                    ws-acr-na-title(ws-acr-na-idx) delimited by size
                    ds_space delimited by size
                    "INVESTOR: " delimited by size
                    ws-acr-na-investor(ws-acr-na-idx)
                       delimited by size
                    ds_space delimited by size
                    ws-acr-na-reason(ws-acr-na-idx) delimited by size
                    into ws_output_line
                 end-string
              end-if
              move spaces to loan_table
              move function trim(ws_output_line) to loan_table
              write loan_table
           end-perform
           if ws-acr-na-overflow = "Y"
              move spaces to loan_table
              move "WARNING: NONACCRUAL TABLE FULL, LIST INCOMPLETE"
                 to loan_table
              write loan_table
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
           end-if
           exit.

      ******************************************************************
      *accrual totals by investor, then for the run. the ACCR-INT and
      *ACCR-REV lines on GLJRNL each add to the accrued total
      ******************************************************************
       Write-Accrual-Totals.
           move spaces to loan_table
           move "ACCRUAL TOTALS BY INVESTOR" to loan_table
           write loan_table
           perform varying ws-acr-inv-loop from 1 by 1
              until ws-acr-inv-loop > ws-acr-inv-count
              if ws-acr-inv-id(ws-acr-inv-loop) = spaces
                 move "OWN BOOK" to ds-acr-investor
              else
                 move ws-acr-inv-id(ws-acr-inv-loop) to ds-acr-investor
              end-if
              move ws-acr-inv-loans(ws-acr-inv-loop) to ds-acr-loans
              move ws-acr-inv-balance(ws-acr-inv-loop)
                 to ds-acr-tot-balance
              move ws-acr-inv-accrued(ws-acr-inv-loop)
                 to ds-acr-tot-accrued
              move ws-acr-inv-na-loans(ws-acr-inv-loop)
                 to ds-acr-na-loans
              move ws-acr-inv-na-balance(ws-acr-inv-loop)
                 to ds-acr-tot-na-balance
              perform Write-Accrual-Total-Line
           end-perform

           move "ALL" to ds-acr-investor
           move ws-acr-tot-loans to ds-acr-loans
           move ws-acr-tot-balance to ds-acr-tot-balance
           move ws-acr-tot-accrued to ds-acr-tot-accrued
           move ws-acr-tot-na to ds-acr-na-loans
           move ws-acr-tot-na-balance to ds-acr-tot-na-balance
           perform Write-Accrual-Total-Line

           move ws-acr-tot-excluded to ds-acr-excluded
           move spaces to ws_output_line
           STRING
              "ACCRUAL RUN" delimited by size
              ds_space delimited by size
              "THROUGH: " delimited by size
              ds-acr-end-date delimited by size
              ds_space delimited by size
              "REVERSED: " delimited by size
              ds-acr-rev-date delimited by size
              ds_space delimited by size
              "NOT ACCRUED FOR WANT OF DUE DATES: " delimited by size
              function trim(ds-acr-excluded) delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           if ws-acr-inv-overflow = "Y"
              move spaces to loan_table
              move "WARNING: TOO MANY INVESTORS, TOTALS INCOMPLETE"
                 to loan_table
              write loan_table
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
           end-if
           exit.

       Write-Accrual-Total-Line.
           move spaces to ws_output_line
           STRING
              "ACCRUAL TOTALS" delimited by size
              ds_space delimited by size
              "INVESTOR: " delimited by size
              ds-acr-investor delimited by size
              ds_space delimited by size
              "LOANS: " delimited by size
              function trim(ds-acr-loans) delimited by size
              ds_space delimited by size
              "BALANCE: " delimited by size
              ds-acr-tot-balance delimited by size
              ds_space delimited by size
              "ACCRUED: " delimited by size
              ds-acr-tot-accrued delimited by size
              ds_space delimited by size
              "NONACCRUAL: " delimited by size
              function trim(ds-acr-na-loans) delimited by size
              ds_space delimited by size
              "BALANCE: " delimited by size
              ds-acr-tot-na-balance delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

      ******************************************************************
      *loan status support. a batch run holds the master open for
      *input across the loan loop so each loan's status can be read
      *by key; a by-key run already has the master record in hand
      *from Open-Read-Loan-Master. with no master to read, every loan
      *is taken as active
      ******************************************************************
       Open-Status-Master.
           move "N" to ws-co-master-open
           OPEN INPUT loan_master
           if LOANMSTR-STATUS = "00"
              move "Y" to ws-co-master-open
           else
              if LOANMSTR-STATUS = "05"
                 CLOSE loan_master
              end-if
              display "loan master not available for loan status, "
                 "status " LOANMSTR-STATUS
           end-if
           exit.

       Check-Loan-Status.
           if ws-is-single-loan-mode
              exit paragraph
           end-if
           move "N" to ws-co-charged-off
           if ws-co-master-open = "Y"
              move ws_loan_id to lm-loan-id
              READ loan_master KEY IS lm-loan-id
                 INVALID KEY
                    continue
                 NOT INVALID KEY
                    perform Take-Master-Status
              end-read
           end-if
           exit.

       Take-Master-Status.
           move "N" to ws-co-charged-off
           move spaces to ws-co-status-date
           move 0 to ws-co-status-month
           if lm-loan-status = "C"
              move "Y" to ws-co-charged-off
              move lm-status-date to ws-co-status-date
              if lm-status-month is numeric
                 move lm-status-month to ws-co-status-month
              end-if
           end-if
           exit.

      ******************************************************************
      *a charged-off loan in any run but CHRG itself and STMT. POST
      *and GL take its receipts as recoveries; BILL lists it on the
      *mailing exceptions page; ACH lists an enrolled one as not
      *drafted; MET2 reports it to the bureaus as charged off, or
      *paid once recoveries have made the write-off good;
      *everything else notes it on OUTFILE
      *in the validation report shape, without raising the return
      *code -- the loan is exactly where it is supposed to be
      ******************************************************************
       Process-Charged-Off-Loan.
           display "loan charged off " ws-co-status-date ": "
              ws_loan_id
           evaluate output-format
              when "POST"
              when "GL"
                 perform Post-Charged-Off-Receipts
              when "CHRG"
                 continue
              when "BILL"
                 add 1 to ws-mx-chgoff
                 move "loan charged off" to ws-brw-reason
                 perform Add-Mailing-Exception
              when "ACH"
                 perform Check-Ach-Enrollment
                 if ws-ach-state = "A"
                    move "loan charged off" to ws-ach-reason
                    perform Write-Ach-Not-Drafted
                 end-if
              when "MET2"
                 perform Check-Metro2-Loan
                 if ws-m2-state = "Y"
                    perform Write-Metro2-Charged-Off
                 end-if
              when "ARCH"
                 continue
              when "ACCR"
                 move "N" to ws-acr-kind
                 move "charged off" to ws-acr-reason
                 move zero to ws-acr-balance
                 perform Add-Nonaccrual-Loan
              when other
                 perform Write-Charged-Off-Note
           end-evaluate
           if not ws-no-checkpoint
              move "N" to ws-checkpoint-exists-for-loan
              perform Mark-Checkpoint-Complete
           end-if
           exit.

       Write-Charged-Off-Note.
           initialize ws-err-table
           move "loan status" to ws-err-name(9)
           move "Y" to ws-err-present(9)
           move "loan charged off, not amortized"
              to ws-err-reason(9)
           if output-format = "CSV"
              perform Write-Delimited-Error-Report
           else
              perform Write-Validation-Error-Report
           end-if
           exit.

      ******************************************************************
      *receipts on a charged-off loan. those on file when it was
      *charged off were already counted in the amount written off;
      *everything received since is a recovery, whatever month the
      *borrower wrote on it -- each one its own RECOVERY line (GL
      *extract) or report line (POST), and every receipt is marked
      *applied so none of it reaches suspense
      ******************************************************************
       Post-Charged-Off-Receipts.
           perform Set-Gl-Run-Date
           perform Read-Charge-Off-Received
           move "Y" to ws-co-write-lines
           perform Figure-Charge-Off-Recoveries

           if output-format = "POST"
              move ws-co-recovered to ds-co-recovered
              move spaces to ws_output_line
              STRING
                 "PAYMENTS" delimited by size
                 ds_space delimited by size
                 "LOAN: " delimited by size
                 function trim(ws_loan_id) delimited by size
                 ds_space delimited by size
                 "CHARGED OFF: " delimited by size
                 ws-co-status-date delimited by size
                 ds_space delimited by size
                 "RECOVERIES: " delimited by size
                 ds-co-recovered delimited by size
                 into ws_output_line
              end-string
              move spaces to loan_table
              move function trim(ws_output_line) to loan_table
              write loan_table
           end-if
           exit.

      *    the receipts total the charge-off run kept on the loan's
      *    history. a history without one (the file was not to hand
      *    when the loan was written off) leaves it unknown
       Read-Charge-Off-Received.
           move "N" to ws-co-received-known
           move zero to ws-co-received
           if ws-dlq-open not = "Y"
              exit paragraph
           end-if
           move ws_loan_id to dh-loan-id
           READ delq_hist KEY IS dh-loan-id
              INVALID KEY
                 continue
              NOT INVALID KEY
                 if dh-co-amount is numeric and dh-co-amount > 0
                    and dh-co-received is numeric
                    move "Y" to ws-co-received-known
                    move dh-co-received to ws-co-received
                 end-if
           end-read
           exit.

      *    the receipts in the order they are on file: the first of
      *    them up to the total the write-off allowed for are spent,
      *    the rest is recovered. with no total to go by, a receipt
      *    for a month after the one the loan was charged off through
      *    is the recovery. write-lines N only totals (MET2)
       Figure-Charge-Off-Recoveries.
           move zero to ws-co-recovered
           move ws-co-received to ws-co-covered
           perform varying ws-post-idx from 1 by 1
              until ws-post-idx > ws-post-count
              if ws-post-loan-id(ws-post-idx) = ws_loan_id
                 perform Take-Charge-Off-Receipt
              end-if
           end-perform
           exit.

       Take-Charge-Off-Receipt.
           move zero to ws-co-line-amount
           if ws-co-received-known = "Y"
              if ws-post-amount(ws-post-idx) > ws-co-covered
                 compute ws-co-line-amount =
      -            ws-post-amount(ws-post-idx) - ws-co-covered
                 move zero to ws-co-covered
              else
                 subtract ws-post-amount(ws-post-idx)
                    from ws-co-covered
              end-if
           else
              if ws-post-month(ws-post-idx) > ws-co-status-month
                 move ws-post-amount(ws-post-idx) to ws-co-line-amount
              end-if
           end-if
           if ws-co-write-lines = "Y"
              move "Y" to ws-post-applied(ws-post-idx)
           end-if
           if ws-co-line-amount > 0
              add ws-co-line-amount to ws-co-recovered
              if ws-co-write-lines = "Y"
                 perform Write-Recovery-Line
              end-if
           end-if
           exit.

       Write-Recovery-Line.
           move ws-co-line-amount to ds-co-gl-amount
           move spaces to ws_output_line
           if output-format = "GL"
              STRING
                 function trim(ws_loan_id) delimited by size
                 ds_comma delimited by size
                 "RECOVERY" delimited by size
                 ds_comma delimited by size
                 ds-co-gl-date delimited by size
                 ds_comma delimited by size
                 ws-post-month(ws-post-idx) delimited by size
                 ds_comma delimited by size
                 ds-co-gl-amount delimited by size
                 into ws_output_line
              end-string
           else
              STRING
                 "RECOVERY" delimited by size
                 ds_space delimited by size
                 "LOAN: " delimited by size
                 function trim(ws_loan_id) delimited by size
                 ds_space delimited by size
                 "MONTH: " delimited by size
                 ws-post-month(ws-post-idx) delimited by size
                 ds_space delimited by size
                 "AMOUNT: " delimited by size
                 ds-co-gl-amount delimited by size
                 into ws_output_line
              end-string
           end-if
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

       Set-Gl-Run-Date.
           move spaces to ds-co-gl-date
           STRING
              ws-run-date(1:4) delimited by size
              "-" delimited by size
              ws-run-date(5:2) delimited by size
              "-" delimited by size
              ws-run-date(7:2) delimited by size
              into ds-co-gl-date
           end-string
           exit.

      ******************************************************************
      *charge-off run (CHRG mode) setup: the write-off journal opens
      *fresh for the run and the collections referrals load into a
      *table the per-loan eligibility check scans
      ******************************************************************
       Open-Charge-Off-Run.
           perform Set-Gl-Run-Date
           move 0 to ws-co-count
           move 0 to ws-co-stamped
           move 0 to ws-co-stamp-count
           move "N" to ws-co-stamp-overflow
           move zero to ws-co-tot-principal
           move zero to ws-co-tot-interest
           move zero to ws-co-tot-fees
           display "charge-off after " ws-co-months-limit
              " runs at 120+"
           OPEN OUTPUT gl_journal

           move 0 to ws-co-ref-count
           move "N" to ws-co-ref-overflow
           move "N" to ws-co-ref-eof
           OPEN INPUT co_referral
           if COREFER-STATUS = "00" or COREFER-STATUS = "05"
              perform Load-One-Referral
                 until ws-co-ref-eof = "Y"
              close co_referral
           else
              display "collections referral file not available, "
                 "status " COREFER-STATUS
           end-if
           exit.

       Load-One-Referral.
           READ co_referral NEXT
           if COREFER-STATUS = "10" or COREFER-STATUS = "05"
              move "Y" to ws-co-ref-eof
           else
           if COREFER-STATUS not = "00"
              display "collections referral read failed, status "
                 COREFER-STATUS
              move 12 to ws-ctl-return-code
              move "Y" to ws-co-ref-eof
           else
              if cr-loan-id not = spaces
                 if ws-co-ref-count < 500
                    add 1 to ws-co-ref-count
                    set ws-co-ref-idx to ws-co-ref-count
                    move cr-loan-id to ws-co-ref-id(ws-co-ref-idx)
                 else
                    move "Y" to ws-co-ref-overflow
                 end-if
              end-if
           end-if
           end-if
           exit.

      ******************************************************************
      *a loan qualifies on its own history (still in the 120+ bucket
      *after the COMONTHS= number of runs there) or on a collections
      *referral. the balance defaults to the booked amount for a loan
      *referred before any payment month was ever posted
      ******************************************************************
       Check-Charge-Off-Eligible.
           move "N" to ws-co-eligible
           move spaces to ws-co-basis
           move 0 to ws-co-at-120
           move ws_loan_amount to ws-co-balance

           if ws-dlq-open = "Y"
              move ws_loan_id to dh-loan-id
              READ delq_hist KEY IS dh-loan-id
                 INVALID KEY
                    continue
                 NOT INVALID KEY
                    if dh-curr-bucket = 4 and
                       dh-months-at-120 is numeric
                       move dh-months-at-120 to ws-co-at-120
                    end-if
              end-read
           end-if
           if ws-co-at-120 > 0 and
              ws-co-at-120 >= ws-co-months-limit
              move "Y" to ws-co-eligible
              move "AGED" to ws-co-basis
           end-if

           move "N" to ws-co-ref-found
           perform varying ws-co-ref-idx from 1 by 1
              until ws-co-ref-idx > ws-co-ref-count
              if ws-co-ref-id(ws-co-ref-idx) = ws_loan_id
                 move "Y" to ws-co-ref-found
              end-if
           end-perform
           if ws-co-ref-found = "Y"
              move "Y" to ws-co-eligible
              if ws-co-basis = spaces
                 move "REFERRED" to ws-co-basis
              end-if
           end-if

           if ws-co-eligible not = "Y"
              display "loan not eligible for charge-off: " ws_loan_id
           end-if
           exit.

      ******************************************************************
      *the write-off itself, once the loop has run the loan through
      *its last posted month: principal is the scheduled balance at
      *that month plus the principal the short months left unpaid
      *(less anything overpaid toward principal), interest is the
      *interest those months left unpaid, and fees are the carried
      *late-fee balance. the loan is queued for the master stamp,
      *which happens once the batch is through
      ******************************************************************
       Write-Charge-Off.
           if ws-co-stamp-count >= 500
              move "Y" to ws-co-stamp-overflow
              display "charge-off table full, loan not charged off: "
                 ws_loan_id
              exit paragraph
           end-if

           compute ws-co-principal =
      -      ws-co-balance + ws-post-unpaid-prin
           if ws-post-overpay < ws-co-principal
              subtract ws-post-overpay from ws-co-principal
           else
              move zero to ws-co-principal
           end-if
           move ws-post-unpaid-int to ws-co-interest
           move ws-post-fee-balance to ws-co-fees

           move ws-post-last-month to ws-co-month-x
           move "CHGOFF-PRIN" to ws-co-gl-tag
           move ws-co-principal to ws-co-gl-amount
           perform Write-Charge-Off-Gl-Line
           if ws-co-interest > 0
              move "CHGOFF-INT" to ws-co-gl-tag
              move ws-co-interest to ws-co-gl-amount
              perform Write-Charge-Off-Gl-Line
           end-if
           if ws-co-fees > 0
              move "CHGOFF-FEE" to ws-co-gl-tag
              move ws-co-fees to ws-co-gl-amount
              perform Write-Charge-Off-Gl-Line
           end-if

           add 1 to ws-co-count
           add ws-co-principal to ws-co-tot-principal
           add ws-co-interest to ws-co-tot-interest
           add ws-co-fees to ws-co-tot-fees
           if ws-dlq-open = "Y"
              perform Record-Charge-Off-Amount
           end-if

           add 1 to ws-co-stamp-count
           set ws-co-stamp-idx to ws-co-stamp-count
           move ws_loan_id to ws-co-stamp-id(ws-co-stamp-idx)
           move ws-post-last-month
              to ws-co-stamp-month(ws-co-stamp-idx)
           move ws-co-principal
              to ws-co-stamp-principal(ws-co-stamp-idx)

           move ws-co-principal to ds-co-principal
           move ws-co-interest to ds-co-interest
           move ws-co-fees to ds-co-fees
           move ws-co-at-120 to ds-co-at-120
           move spaces to ws_output_line
           STRING
              "CHARGE-OFF" delimited by size
              ds_space delimited by size
              "LOAN: " delimited by size
              function trim(ws_loan_id) delimited by size
              ds_space delimited by size
              function trim(ws_loan_title) delimited by size
              ds_space delimited by size
              "BASIS: " delimited by size
              ws-co-basis delimited by size
              ds_space delimited by size
              "RUNS AT 120+: " delimited by size
              ds-co-at-120 delimited by size
              ds_space delimited by size
              "THRU MONTH: " delimited by size
              ws-co-month-x delimited by size
              ds_space delimited by size
              "PRINCIPAL: " delimited by size
              ds-co-principal delimited by size
              ds_space delimited by size
              "INTEREST: " delimited by size
              ds-co-interest delimited by size
              ds_space delimited by size
              "FEES: " delimited by size
              ds-co-fees delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           write loan_table
           exit.

      *    the amount written off goes on the loan's delinquency
      *    history, where the credit bureau extract reports it from,
      *    with the receipts on file that the write-off allowed for
       Record-Charge-Off-Amount.
           move ws_loan_id to dh-loan-id
           READ delq_hist KEY IS dh-loan-id
              INVALID KEY
                 move "N" to ws-dlq-found
              NOT INVALID KEY
                 move "Y" to ws-dlq-found
           end-read
           if ws-dlq-found not = "Y"
              perform Start-Delq-Hist-Record
           end-if
           perform Ready-Delq-Hist-Extras
           compute dh-co-amount =
      -      ws-co-principal + ws-co-interest + ws-co-fees
           move zero to ws-co-received
           perform varying ws-post-idx from 1 by 1
              until ws-post-idx > ws-post-count
              if ws-post-loan-id(ws-post-idx) = ws_loan_id
                 add ws-post-amount(ws-post-idx) to ws-co-received
              end-if
           end-perform
           move ws-co-received to dh-co-received
           if ws-dlq-found = "Y"
              REWRITE delq_hist_record
           else
              WRITE delq_hist_record
           end-if
           if DELQ-STATUS not = "00"
              display "delinquency history update failed, status "
                 DELQ-STATUS " loan " ws_loan_id
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
           end-if
           exit.

      *    id,tag,date,month,amount -- the same column order as the
      *    GL extract rows
       Write-Charge-Off-Gl-Line.
           move ws-co-gl-amount to ds-co-gl-amount
           move spaces to ws_output_line
           STRING
              function trim(ws_loan_id) delimited by size
              ds_comma delimited by size
              function trim(ws-co-gl-tag) delimited by size
              ds_comma delimited by size
              ds-co-gl-date delimited by size
              ds_comma delimited by size
              ws-co-month-x delimited by size
              ds_comma delimited by size
              ds-co-gl-amount delimited by size
              into ws_output_line
           end-string
           move spaces to gl_journal_line
           move function trim(ws_output_line) to gl_journal_line
           WRITE gl_journal_line
           exit.

      ******************************************************************
      *stamps every loan written off this run as charged off on the
      *master, journaling the before and after images the way LOANMNT
      *does for a keyed change so LOANRCVR rolls the status forward.
      *a loan already stamped (a rerun of the same night) is left
      *alone
      ******************************************************************
       Stamp-Charged-Off-Loans.
           if ws-co-stamp-count = 0
              exit paragraph
           end-if
           move "CHRGOFF" to ws-audit-user
           move "C" to ws-audit-action
           OPEN I-O loan_master
           if LOANMSTR-STATUS not = "00"
              display "loan master not available to stamp charge-offs"
                 ", status " LOANMSTR-STATUS
              move 12 to ws-ctl-return-code
              exit paragraph
           end-if
           OPEN EXTEND audit_journal
           if AUDITJRL-STATUS = "35"
              OPEN OUTPUT audit_journal
              CLOSE audit_journal
              OPEN EXTEND audit_journal
           end-if

           perform varying ws-co-stamp-idx from 1 by 1
              until ws-co-stamp-idx > ws-co-stamp-count
              perform Stamp-One-Charge-Off
           end-perform

           close audit_journal
           CLOSE loan_master
           exit.

       Stamp-One-Charge-Off.
           move ws-co-stamp-id(ws-co-stamp-idx) to lm-loan-id
           READ loan_master KEY IS lm-loan-id
              INVALID KEY
                 move "N" to ws-co-found
              NOT INVALID KEY
                 move "Y" to ws-co-found
           end-read
           if ws-co-found = "N"
              display "charged-off loan not on master, not stamped: "
                 ws-co-stamp-id(ws-co-stamp-idx)
              if ws-ctl-return-code < 8
                 move 8 to ws-ctl-return-code
              end-if
              exit paragraph
           end-if
           if lm-loan-status = "C"
              exit paragraph
           end-if

           move loan_master_record to ws-co-master-before
           move "C" to lm-loan-status
           move ws-run-date to lm-status-date
           move ws-co-stamp-month(ws-co-stamp-idx) to lm-status-month
           REWRITE loan_master_record
           if LOANMSTR-STATUS = "00" or LOANMSTR-STATUS = "02"
              add 1 to ws-co-stamped
              add ws-co-stamp-principal(ws-co-stamp-idx)
                 to ws-co-stamped-principal
              move loan_master_record to ws-co-master-after
              move ws-co-master-before to loan_master_record
              move "BEFORE" to ws-audit-image
              perform Write-Audit-Image
              move ws-co-master-after to loan_master_record
              move "AFTER" to ws-audit-image
              perform Write-Audit-Image
           else
              display "charge-off stamp failed for loan " lm-loan-id
                 " status " LOANMSTR-STATUS
              if ws-ctl-return-code < 8
                 move 8 to ws-ctl-return-code
              end-if
           end-if
           exit.

       Write-Audit-Image.
           move spaces to audit_record
           move ws-run-date to aj-date
           move ws-run-time(1:6) to aj-time
           move ws-audit-user to aj-user
           move ws-audit-action to aj-action
           move ws-audit-image to aj-image
           move "L" to aj-rec-type
           move lm-loan-id to aj-loan-id
           move lm-loan-title to aj-loan-title
           move lm-loan-amount to aj-loan-amount
           move lm-loan-interest to aj-loan-interest
           move lm-loan-terms to aj-loan-terms
           move lm-loan-additional to aj-loan-additional
           move lm-loan-orig-date to aj-loan-orig-date
           move lm-loan-escrow to aj-loan-escrow
           move lm-loan-esc-tax to aj-loan-esc-tax
           move lm-loan-esc-ins to aj-loan-esc-ins
           move lm-loan-late-type to aj-loan-late-type
           move lm-loan-late-fee to aj-loan-late-fee
           move lm-loan-late-grace to aj-loan-late-grace
           move lm-loan-day-basis to aj-loan-day-basis
           move lm-loan-pay-freq to aj-loan-pay-freq
           move lm-loan-investor to aj-loan-investor
           move lm-loan-status to aj-loan-status
           move lm-status-date to aj-status-date
           move lm-status-month to aj-status-month
           WRITE audit_record
           exit.

       Write-Charge-Off-Totals.
           move ws-co-count to ds-co-count
           move ws-co-stamped to ds-co-stamped
           move ws-co-tot-principal to ds-co-tot-principal
           move ws-co-tot-interest to ds-co-tot-interest
           move ws-co-tot-fees to ds-co-tot-fees
           move spaces to ws_output_line
           STRING
              "CHARGE-OFF TOTALS" delimited by size
              ds_space delimited by size
              "LOANS: " delimited by size
              ds-co-count delimited by size
              ds_space delimited by size
              "PRINCIPAL: " delimited by size
              ds-co-tot-principal delimited by size
              ds_space delimited by size
              "INTEREST: " delimited by size
              ds-co-tot-interest delimited by size
              ds_space delimited by size
              "FEES: " delimited by size
              ds-co-tot-fees delimited by size
              ds_space delimited by size
              "MASTER STAMPED: " delimited by size
              ds-co-stamped delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table

           if ws-co-ref-overflow = "Y"
              move spaces to loan_table
              move "WARNING: REFERRAL TABLE FULL, LATE REFERRALS LOST"
                 to loan_table
              write loan_table
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
           end-if
           if ws-co-stamp-overflow = "Y"
              move spaces to loan_table
              move "WARNING: CHARGE-OFF TABLE FULL, LATE LOANS NOT RUN"
                 to loan_table
              write loan_table
              if ws-ctl-return-code < 8
                 move 8 to ws-ctl-return-code
              end-if
           end-if
           exit.

      ******************************************************************
           end-if
           exit.

      ******************************************************************
      *the POST run's closing figures as they go to RUNHIST: the
      *principal outstanding over every loan posted and what moved
      *since each loan's last POST run. a run where some loan had no
      *figures to move off only opens the next roll-forward
      ******************************************************************
       Write-Portfolio-Balance-Line.
           move ws-rh-loans to ds-rh-loans
           move ws-rh-balance to ds-rh-balance
           move ws-rh-prin-posted to ds-rh-prin-posted
           move ws-rh-prin-capped to ds-rh-prin-capped
           move ws-rh-int-posted to ds-rh-int-posted
           move ws-rh-new-count to ds-rh-new-count
           move spaces to ws_output_line
           STRING
              "PORTFOLIO BALANCE" delimited by size
              ds_space delimited by size
              "LOANS: " delimited by size
              ds-rh-loans delimited by size
              ds_space delimited by size
              "PRINCIPAL OUTSTANDING: " delimited by size
              ds-rh-balance delimited by size
              ds_space delimited by size
              "NEW LOANS: " delimited by size
              ds-rh-new-count delimited by size
              into ws_output_line
           end-string
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table

           move spaces to ws_output_line
           STRING
              "PORTFOLIO BALANCE" delimited by size
              ds_space delimited by size
              "PRINCIPAL COLLECTED: " delimited by size
              ds-rh-prin-posted delimited by size
              ds_space delimited by size
              "CAPITALIZED: " delimited by size
              ds-rh-prin-capped delimited by size
              ds_space delimited by size
              "INTEREST COLLECTED: " delimited by size
              ds-rh-int-posted delimited by size
              into ws_output_line
           end-string
           if ws-rh-rolled not = "Y"
              string
                 function trim(ws_output_line) delimited by size
                 ds_space delimited by size
                 "NOT ROLLED FORWARD" delimited by size
                 into ws_output_line
              end-string
           end-if
           move spaces to loan_table
           move function trim(ws_output_line) to loan_table
           write loan_table
           exit.

      ******************************************************************
      *every run appends its control figures to RUNHIST for the
      *balancing run: POST the closing principal and what moved
      *since each loan's last POST run, CHRG and ARCH what they took
      *off the portfolio, every other mode its loan count and amount
      *processed. a run that cannot append warns (RC 4), since the
      *balancing run would otherwise miss it
      ******************************************************************
       Write-Run-History.
           OPEN EXTEND run_history
           if RUNHIST-STATUS = "35"
              OPEN OUTPUT run_history
              CLOSE run_history
              OPEN EXTEND run_history
           end-if
           if RUNHIST-STATUS not = "00" and RUNHIST-STATUS not = "05"
              display "run history not available, status "
                 RUNHIST-STATUS " -- run figures not recorded"
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
              exit paragraph
           end-if

           move spaces to run_history_record
           initialize run_history_record
           move "LOAN" to rh-program
           move output-format to rh-mode
           move ws-run-date to rh-run-date
           move ws-run-time(1:6) to rh-run-time
           move ws-ctl-return-code to rh-return-code
           if ws-is-single-loan-mode
              move "K" to rh-scope
           else
              if ws-range-active = "Y"
                 move "R" to rh-scope
              else
                 move "B" to rh-scope
              end-if
           end-if
           move ws-ctl-loans-amortized to rh-loan-count
           move ws-ctl-hash-processed to rh-balance
           move "Y" to rh-rolled

           evaluate output-format
              when "POST"
                 move ws-rh-loans to rh-loan-count
                 move ws-rh-balance to rh-balance
                 move ws-rh-prin-posted to rh-prin-posted
                 move ws-rh-prin-capped to rh-prin-capped
                 move ws-rh-int-posted to rh-int-posted
                 move ws-rh-rolled to rh-rolled
                 move ws-rh-new-count to rh-new-count
              when "CHRG"
                 move ws-co-stamped to rh-co-count
                 move ws-co-stamped-principal to rh-co-amount
              when "ARCH"
                 move ws-arc-archived to rh-arc-count
                 move ws-rh-arc-amount to rh-arc-amount
              when other
                 continue
           end-evaluate

           WRITE run_history_record
           if RUNHIST-STATUS not = "00"
              display "run history write failed, status "
                 RUNHIST-STATUS
              if ws-ctl-return-code < 4
                 move 4 to ws-ctl-return-code
              end-if
           end-if
           CLOSE run_history
           exit.

      ******************************************************************
      *output document scaffolding, one paragraph per output mode
      ******************************************************************

       Write-Validation-Error-Lines.
           perform varying ws-err-loop from 1 by 1
              until ws-err-loop > 17
              if ws-err-present(ws-err-loop) = "Y"
                 move ws-err-position(ws-err-loop) to ds-err-position
                 move spaces to ws_output_line
      ******************************************************************
       Write-Delimited-Error-Report.
           perform varying ws-err-loop from 1 by 1
              until ws-err-loop > 17
              if ws-err-present(ws-err-loop) = "Y"
                 move spaces to ws_output_line
                 move spaces to ds-err-sched-entry-x
           move "N" to ws-rate-sched-overflow
           move "N" to ws-bad-tag-flag
           move "N" to ws-block-truncated
           move "N" to ws-co-charged-off
           move "N" to ws-hist-loaded

           OPEN INPUT loan_master
           if LOANMSTR-STATUS not = "00"
              READ loan_master KEY IS lm-loan-id
                 INVALID KEY
                    move "N" to ws-block-has-data
                    if output-format = "STMT" or output-format = "QUOT"
                       perform Read-Loan-History
                    end-if
                 NOT INVALID KEY
                    move lm-loan-id to ws_loan_id
                    move lm-loan-title to loan_title
                    move lm-loan-pay-freq to loan_pay_freq
                    move lm-loan-investor to loan_investor
                    move "Y" to ws-block-has-data
                    perform Take-Master-Status
              end-read
              CLOSE loan_master
           end-if
           exit.

      ******************************************************************
      *a loan the archive run has taken off the master is still there
      *to answer a statement or quote on: LOANHIST holds the master
      *record as it stood when the loan paid off
      ******************************************************************
       Read-Loan-History.
           OPEN INPUT loan_hist
           if LOANHIST-STATUS not = "00"
              if LOANHIST-STATUS = "05"
                 CLOSE loan_hist
              end-if
              exit paragraph
           end-if
           move ws-loan-id-filter to lh-loan-id
           READ loan_hist KEY IS lh-loan-id
              INVALID KEY
                 move "N" to ws-hist-loaded
              NOT INVALID KEY
                 move lh-loan-id to ws_loan_id
                 move lh-loan-title to loan_title
                 move lh-loan-amount to loan_amount
                 move lh-loan-interest to loan_interest
                 move lh-loan-terms to loan_terms
                 move lh-loan-additional to loan_additional
                 move lh-loan-orig-date to loan_orig_date
                 move lh-loan-escrow to loan_escrow
                 move lh-loan-esc-tax to loan_escrow_tax
                 move lh-loan-esc-ins to loan_escrow_ins
                 move lh-loan-late-type to loan_late_type
                 move lh-loan-late-fee to loan_late_fee
                 move lh-loan-late-grace to loan_late_grace
                 move lh-loan-day-basis to loan_day_basis
                 move lh-loan-pay-freq to loan_pay_freq
                 move lh-loan-investor to loan_investor
                 move lh-payoff-month to ws-hist-month
                 move lh-payoff-date to ws-hist-date
                 move lh-total-received to ws-hist-received
                 move "Y" to ws-hist-loaded
                 move "Y" to ws-block-has-data
                 display "loan read from loan history: " ws_loan_id
           end-read
           CLOSE loan_hist
           exit.

      ******************************************************************
      *checkpoint/restart support for the amortization loop
      ******************************************************************
           move "late fee" to ws-err-name(14)
           move "day basis" to ws-err-name(15)
           move "pay frequency" to ws-err-name(16)
           move "modification" to ws-err-name(17)

           if ws-add-sched-overflow = "Y"
              move "N" to ws-valid-flag
                 to ws-err-reason(7)
           end-if

           if ws-mod-overflow = "Y"
              move "N" to ws-valid-flag
              move "Y" to ws-err-present(17)
              move "too many modifications on file for loan"
                 to ws-err-reason(17)
           end-if

           if ws-mod-bad = "Y"
              move "N" to ws-valid-flag
              move "Y" to ws-err-present(17)
              move "modification record not numeric on LOANMOD"
                 to ws-err-reason(17)
           end-if

           display "checking loan amount"
           move zeroes to ws-input
           move function trim(loan_amount) to ws-input
