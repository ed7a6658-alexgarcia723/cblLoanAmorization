      *per-field detail the LOAN program's validation report gives,
      *and every applied change is journaled with a before and after
      *image so "who changed this loan's rate and when" can be
      *answered at audit time. a record type byte after the master
      *fields (blank or L=loan master, B=borrower name and address)
      *routes borrower transactions to the BORRMSTR file the same way,
      *add/change/delete with before and after journal images. type M
      *is a loan modification (workout) keyed by loan id and effective
      *month on the LOANMOD file: a new rate, a new remaining term
      *and/or a forbearance period, plus the past-due interest, escrow
      *shortage and fees the agreement capitalizes into principal.
      *type E is an autopay (ACH draft) enrollment on the ACHENRL file:
      *the borrower's bank routing and account number, account type,
      *draft day and whether the draft takes the scheduled payment or
      *the total due; the routing number must pass its check digit.
      *master changes run under dual control: the USERAUTH table says,
      *field group by field group, whether a user may change a field
      *alone (Y), only with a second user's approval (A), or not at
      *all. a change needing approval is queued on PENDCHG instead of
      *applied and journaled as a PENDNG image; every run lists the
      *queued changes against the current master. the approval run
      *(parameter APPR) reads the checkers' decisions off APPRFILE,
      *refuses any decision keyed by the user who submitted the
      *change, and applies only what was approved, journaling the
      *maker and the checker together. a loan is only deleted once
      *its borrower, modification and autopay records are gone, so
      *nothing is left on those files hanging off no loan
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT optional loan_trans ASSIGN TO TRANFILE
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS TRANFILE-STATUS.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lm-loan-id
               FILE STATUS IS LOANMSTR-STATUS.
            SELECT optional borrower_master ASSIGN TO BORRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS br-loan-id
               FILE STATUS IS BORRMSTR-STATUS.
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
            SELECT optional delq_hist ASSIGN TO DELQHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dh-loan-id
               FILE STATUS IS DELQ-STATUS.
            SELECT optional audit_journal ASSIGN TO AUDITJRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITJRL-STATUS.
            SELECT optional pend_change ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pc-pend-id
               FILE STATUS IS PENDCHG-STATUS.
            SELECT optional user_auth ASSIGN TO USERAUTH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ua-user
               FILE STATUS IS USERAUTH-STATUS.
            SELECT optional approvals ASSIGN TO APPRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPRFILE-STATUS.
            SELECT maint_report ASSIGN TO MNTRPT
               ORGANIZATION IS SEQUENTIAL.
            SELECT optional run_history ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNHIST-STATUS.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.
           05 tx-action          PIC X(1).
           05 tx-user            PIC X(8).
           05 tx-loan-id         PIC X(10).
           05 tx-loan-fields.
              10 tx-loan-title      PIC X(40).
              10 tx-loan-amount     PIC X(15).
              10 tx-loan-interest   PIC X(15).
              10 tx-loan-terms      PIC X(15).
              10 tx-loan-additional PIC X(15).
              10 tx-loan-orig-date  PIC X(15).
              10 tx-loan-escrow     PIC X(15).
              10 tx-loan-esc-tax    PIC X(15).
              10 tx-loan-esc-ins    PIC X(15).
              10 tx-loan-late-type  PIC X(1).
              10 tx-loan-late-fee   PIC X(15).
              10 tx-loan-late-grace PIC X(15).
              10 tx-loan-day-basis  PIC X(3).
              10 tx-loan-pay-freq   PIC X(1).
              10 tx-loan-investor   PIC X(10).
      *borrower name-and-address view of the same field area, used
      *when tx-rec-type is B. a co-borrower last name or second
      *address line of "*" on a change clears that field
           05 tx-brw-fields REDEFINES tx-loan-fields.
              10 tx-brw-pri-last    PIC X(20).
              10 tx-brw-pri-first   PIC X(15).
              10 tx-brw-pri-middle  PIC X(1).
              10 tx-brw-pri-suffix  PIC X(3).
              10 tx-brw-co-last     PIC X(20).
              10 tx-brw-co-first    PIC X(15).
              10 tx-brw-co-middle   PIC X(1).
              10 tx-brw-co-suffix   PIC X(3).
              10 tx-brw-addr-1      PIC X(35).
              10 tx-brw-addr-2      PIC X(35).
              10 tx-brw-city        PIC X(20).
              10 tx-brw-state       PIC X(2).
              10 tx-brw-zip         PIC X(9).
              10 tx-brw-tax-id      PIC X(9).
              10 tx-brw-mail-hold   PIC X(1).
              10 tx-brw-birth-date  PIC X(8).
              10 FILLER             PIC X(8).
      *loan modification view, used when tx-rec-type is M. the
      *effective month is the payment number the workout takes hold
      *at; on a change a zero rate, term or forbearance drops that
      *part of the workout
           05 tx-mod-fields REDEFINES tx-loan-fields.
              10 tx-mod-eff-month   PIC X(4).
              10 tx-mod-rate        PIC X(15).
              10 tx-mod-term        PIC X(15).
              10 tx-mod-forb        PIC X(15).
              10 tx-mod-cap-int     PIC X(15).
              10 tx-mod-cap-esc     PIC X(15).
              10 tx-mod-cap-fees    PIC X(15).
              10 FILLER             PIC X(111).
      *autopay enrollment view, used when tx-rec-type is E. account
      *type C=checking S=savings; amount S=scheduled payment T=total
      *due; status A re-enrolls, U unenrolls (change only)
           05 tx-ach-fields REDEFINES tx-loan-fields.
              10 tx-ach-routing     PIC X(9).
              10 tx-ach-account     PIC X(17).
              10 tx-ach-acct-type   PIC X(1).
              10 tx-ach-draft-day   PIC X(2).
              10 tx-ach-amount-opt  PIC X(1).
              10 tx-ach-status      PIC X(1).
              10 FILLER             PIC X(174).
           05 tx-rec-type        PIC X(1).
           05 FILLER             PIC X(4).

       FD loan_master recording mode f.

           05 lm-loan-day-basis  PIC X(3).
           05 lm-loan-pay-freq   PIC X(1).
           05 lm-loan-investor   PIC X(10).
      *    status C = charged off, blank = active; set by the LOAN
      *    charge-off run, never keyed here
           05 lm-loan-status     PIC X(1).
           05 lm-status-date     PIC X(8).
           05 lm-status-month    PIC X(4).

       FD borrower_master recording mode f.

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
      *primary borrower's date of birth, YYYYMMDD, for the credit
      *bureau extract
           05 br-birth-date      PIC X(8).
           05 FILLER             PIC X(8).

       FD loan_mod recording mode f.

      *one loan modification (workout) per loan and effective month.
      *a zero rate or term leaves that part of the loan as it was;
      *the capitalized amounts are the arrears the agreement rolls
      *into principal at the effective month
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

      *one autopay enrollment per loan. status A drafts, U was
      *unenrolled -- by a keyed change or by a returned draft, whose
      *return reason code is kept alongside
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

      *the LOAN program's delinquency history, read here only for
      *the principal outstanding the last POST run left on a loan
       FD delq_hist recording mode f.

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
      *    principal outstanding and booked amount as the last POST
      *    run left them; snap-flag is Y once they are taken
           05 dh-snap-flag      PIC X(1).
           05 dh-snap-amount    PIC 9(9)V99.
           05 dh-snap-balance   PIC 9(9)V99.
           05 dh-snap-interest  PIC 9(9)V99.

       FD audit_journal recording mode f
            record contains 300 characters.

       01 audit_record.
           05 aj-date            PIC X(8).
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
           05 aj-brw-fields REDEFINES aj-loan-fields.
              10 aj-brw-pri-last    PIC X(20).
              10 aj-brw-pri-first   PIC X(15).
              10 aj-brw-pri-middle  PIC X(1).
              10 aj-brw-pri-suffix  PIC X(3).
              10 aj-brw-co-last     PIC X(20).
              10 aj-brw-co-first    PIC X(15).
              10 aj-brw-co-middle   PIC X(1).
              10 aj-brw-co-suffix   PIC X(3).
              10 aj-brw-addr-1      PIC X(35).
              10 aj-brw-addr-2      PIC X(35).
              10 aj-brw-city        PIC X(20).
              10 aj-brw-state       PIC X(2).
              10 aj-brw-zip         PIC X(9).
              10 aj-brw-tax-id      PIC X(9).
              10 aj-brw-mail-hold   PIC X(1).
              10 aj-brw-birth-date  PIC X(8).
              10 FILLER             PIC X(8).
      *loan modification view of the same field area, used when
      *aj-rec-type is M
           05 aj-mod-fields REDEFINES aj-loan-fields.
              10 aj-mod-eff-month   PIC 9(4).
              10 aj-mod-rate        PIC 99V99.
              10 aj-mod-term        PIC 9(4).
              10 aj-mod-forb        PIC 9(3).
              10 aj-mod-cap-int     PIC 9(7)V99.
              10 aj-mod-cap-esc     PIC 9(7)V99.
              10 aj-mod-cap-fees    PIC 9(7)V99.
              10 aj-mod-entered     PIC X(8).
              10 aj-mod-user        PIC X(8).
              10 FILLER             PIC X(147).
      *autopay enrollment view, used when aj-rec-type is E
           05 aj-ach-fields REDEFINES aj-loan-fields.
              10 aj-ach-routing     PIC X(9).
              10 aj-ach-account     PIC X(17).
              10 aj-ach-acct-type   PIC X(1).
              10 aj-ach-draft-day   PIC 9(2).
              10 aj-ach-amount-opt  PIC X(1).
              10 aj-ach-status      PIC X(1).
              10 aj-ach-status-date PIC X(8).
              10 aj-ach-return-code PIC X(3).
              10 aj-ach-entered     PIC X(8).
              10 aj-ach-user        PIC X(8).
              10 FILLER             PIC X(147).
      *L=loan master image B=borrower image M=loan modification image
      *E=autopay enrollment image; journals written before borrower
      *maintenance carry a blank here and are all loan images
           05 aj-rec-type        PIC X(1).
      *loan status as it stood on the image; blank on borrower images
      *and on journals written before the charge-off status existed
           05 aj-loan-status     PIC X(1).
           05 aj-status-date     PIC X(8).
           05 aj-status-month    PIC X(4).
      *dual control. D=applied under the user's own authority,
      *A=applied on the checker's approval, P=submitted and waiting
      *(image PENDNG), R=refused by the checker (image REJECT); blank
      *on images the batch programs write and on journals written
      *before dual control. PENDNG and REJECT images carry the
      *transaction's fields as keyed, not the record's
           05 aj-control         PIC X(1).
           05 aj-checker         PIC X(8).
           05 aj-pend-id         PIC X(18).
           05 FILLER             PIC X(15).

       FD pend_change recording mode f.

      *one submitted change waiting on, or decided by, a second user.
      *the id is the submitting run's date and time plus a sequence;
      *the transaction is held whole exactly as the maker keyed it.
      *status P=pending A=approved and applied R=rejected by the
      *checker F=approved but failed to apply
       01 pend_change_record.
           05 pc-pend-id.
              10 pc-sub-date     PIC X(8).
              10 pc-sub-time     PIC X(6).
              10 pc-sub-seq      PIC 9(4).
           05 pc-status          PIC X(1).
           05 pc-trans           PIC X(229).
           05 pc-checker         PIC X(8).
           05 pc-dec-date        PIC X(8).
           05 pc-dec-time        PIC X(6).
           05 pc-dec-reason      PIC X(30).
           05 FILLER             PIC X(20).

       FD user_auth recording mode f.

      *one entry per user allowed to key maintenance. each field
      *group carries Y=may change alone, A=may change with a second
      *user's approval, anything else=may not change; ua-approver Y
      *lets the user act as checker on another user's change
       01 user_auth_record.
           05 ua-user            PIC X(8).
           05 ua-name            PIC X(30).
           05 ua-approver        PIC X(1).
           05 ua-field-auth.
              10 ua-auth-title      PIC X(1).
              10 ua-auth-amount     PIC X(1).
              10 ua-auth-interest   PIC X(1).
              10 ua-auth-terms      PIC X(1).
              10 ua-auth-additional PIC X(1).
              10 ua-auth-orig-date  PIC X(1).
              10 ua-auth-escrow     PIC X(1).
              10 ua-auth-late       PIC X(1).
              10 ua-auth-day-basis  PIC X(1).
              10 ua-auth-pay-freq   PIC X(1).
              10 ua-auth-investor   PIC X(1).
              10 ua-auth-borrower   PIC X(1).
              10 ua-auth-mod        PIC X(1).
              10 ua-auth-ach        PIC X(1).
           05 ua-auth-codes REDEFINES ua-field-auth.
              10 ua-auth-code       PIC X(1) OCCURS 14 TIMES.
           05 FILLER             PIC X(27).

       FD approvals recording mode f.

      *one checker decision per pending change, A=approve R=reject
       01 approval_record.
           05 ap-pend-id         PIC X(18).
           05 ap-decision        PIC X(1).
           05 ap-user            PIC X(8).
           05 ap-reason          PIC X(30).
           05 FILLER             PIC X(23).

       FD maint_report recording mode f
            record contains 132 characters.

       01 report_line PIC X(132).

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

       01 ws-trans-eof PIC X VALUE "N".
           88 ws-trans-at-eof VALUE "Y".
       01 ws-trans-valid PIC X VALUE "Y".
       01 ws-master-found PIC X VALUE "N".
       01 ws-borrower-found PIC X VALUE "N".
       01 ws-mod-found PIC X VALUE "N".
       01 ws-ach-found PIC X VALUE "N".
       01 ws-delq-open PIC X VALUE "N".
      *why a loan delete must wait: the first dependent record found
       01 ws-dep-reason PIC X(45) VALUE SPACES.

      *run mode off the parameter: APPR is the approval run, which
      *reads checker decisions instead of transactions
       01 ws-run-mode PIC X(4) VALUE SPACES.
           88 ws-approval-run VALUE "APPR".
       01 ws-dec-eof PIC X VALUE "N".
           88 ws-dec-at-eof VALUE "Y".
       01 ws-dec-valid PIC X VALUE "Y".
       01 ws-dec-reason PIC X(45) VALUE SPACES.
       01 ws-dec-label PIC X(20) VALUE SPACES.
       01 ws-pend-open PIC X VALUE "N".
       01 ws-pend-eof PIC X VALUE "N".
       01 ws-auth-open PIC X VALUE "N".
       01 ws-apprv-open PIC X VALUE "N".

      *record type the transaction applies to (L=loan master,
      *B=borrower, M=loan modification, E=autopay enrollment), blank
      *on the input taken as L so files keyed before borrower
      *maintenance still run
       01 ws-rec-type PIC X VALUE "L".

      *run counters for the trailer line on MNTRPT
       01 ws-trans-read     PIC 9(7) VALUE ZERO.
       01 ds-trans-read     PIC ZZZZZZ9.
       01 ds-trans-applied  PIC ZZZZZZ9.
       01 ds-trans-rejected PIC ZZZZZZ9.
       01 ws-trans-pending  PIC 9(7) VALUE ZERO.
       01 ws-pend-listed    PIC 9(7) VALUE ZERO.
       01 ws-dec-read       PIC 9(7) VALUE ZERO.
       01 ws-dec-approved   PIC 9(7) VALUE ZERO.
       01 ws-dec-rejected   PIC 9(7) VALUE ZERO.
       01 ws-dec-failed     PIC 9(7) VALUE ZERO.

      *booked principal the run moved, off the loan images it
      *journaled, for the RUNHIST record and the trailer: adds at
      *their amount, deletes at what was outstanding on them,
      *changes by the difference up or down. a charged-off loan has
      *already left the portfolio, so deleting or changing one moves
      *nothing
       01 ws-rh-add-count   PIC 9(7) VALUE ZERO.
       01 ws-rh-add-amount  PIC 9(11)v99 VALUE ZERO.
       01 ws-rh-del-count   PIC 9(7) VALUE ZERO.
       01 ws-rh-del-amount  PIC 9(11)v99 VALUE ZERO.
       01 ws-rh-chg-count   PIC 9(7) VALUE ZERO.
       01 ws-rh-chg-up      PIC 9(11)v99 VALUE ZERO.
       01 ws-rh-chg-down    PIC 9(11)v99 VALUE ZERO.
       01 ws-rh-amount      PIC 9(9)v99 VALUE ZERO.
       01 ws-rh-before      PIC 9(9)v99 VALUE ZERO.
       01 ws-rh-before-co   PIC X VALUE "N".
      *loan-master images the run applied (adds, changes, deletes),
      *the RUNHIST loan count -- borrower, modification and autopay
      *maintenance moves no loan
       01 ws-rh-loan-count  PIC 9(7) VALUE ZERO.
       01 ds-rh-add-count   PIC ZZZZZZ9.
       01 ds-rh-del-count   PIC ZZZZZZ9.
       01 ds-rh-chg-count   PIC ZZZZZZ9.
       01 ds-rh-add-amount  PIC 9(11).99.
       01 ds-rh-del-amount  PIC 9(11).99.
       01 ds-rh-chg-up      PIC 9(11).99.
       01 ds-rh-chg-down    PIC 9(11).99.
       01 ws-dec-refused    PIC 9(7) VALUE ZERO.
       01 ws-applied-before PIC 9(7) VALUE ZERO.
       01 ds-trans-pending  PIC ZZZZZZ9.
       01 ds-pend-listed    PIC ZZZZZZ9.
       01 ds-dec-read       PIC ZZZZZZ9.
       01 ds-dec-approved   PIC ZZZZZZ9.
       01 ds-dec-rejected   PIC ZZZZZZ9.
       01 ds-dec-failed     PIC ZZZZZZ9.
       01 ds-dec-refused    PIC ZZZZZZ9.

      *dual control stamps carried onto every journal image this run
      *writes: the approval code (see aj-control), the checker and
      *the pending change id
       01 ws-approval-code PIC X VALUE SPACE.
       01 ws-checker PIC X(8) VALUE SPACES.
       01 ws-pend-id PIC X(18) VALUE SPACES.
       01 ws-pend-seq PIC 9(4) VALUE ZERO.

      *user authority check. one touch flag per USERAUTH field group
      *the transaction changes; the user's codes for the touched
      *groups grade it Y=apply now, A=needs a checker, N=refused
       01 ws-auth-user PIC X(8) VALUE SPACES.
       01 ws-auth-found PIC X VALUE "N".
       01 ws-auth-result PIC X VALUE "N".
       01 ws-auth-sub PIC 9(2) VALUE ZERO.
       01 ws-auth-refused PIC 9(2) VALUE ZERO.
       01 ws-auth-touch-table.
           05 ws-auth-touch PIC X OCCURS 14 TIMES.
       01 ws-auth-group-names.
           05 FILLER PIC X(15) VALUE "loan title".
           05 FILLER PIC X(15) VALUE "loan amount".
           05 FILLER PIC X(15) VALUE "loan interest".
           05 FILLER PIC X(15) VALUE "loan terms".
           05 FILLER PIC X(15) VALUE "loan additional".
           05 FILLER PIC X(15) VALUE "orig date".
           05 FILLER PIC X(15) VALUE "escrow".
           05 FILLER PIC X(15) VALUE "late charges".
           05 FILLER PIC X(15) VALUE "day basis".
           05 FILLER PIC X(15) VALUE "pay frequency".
           05 FILLER PIC X(15) VALUE "investor".
           05 FILLER PIC X(15) VALUE "borrower".
           05 FILLER PIC X(15) VALUE "modification".
           05 FILLER PIC X(15) VALUE "autopay".
       01 ws-auth-group-table REDEFINES ws-auth-group-names.
           05 ws-auth-group-name PIC X(15) OCCURS 14 TIMES.

      *pending change listing, one line per field the change
      *carries, current master value beside the proposed one
       01 ws-cmp-found PIC X VALUE "N".
       01 ws-cmp-name PIC X(15) VALUE SPACES.
       01 ws-cmp-current PIC X(40) VALUE SPACES.
       01 ws-cmp-proposed PIC X(40) VALUE SPACES.
       01 ws-cmp-account PIC X(17) JUSTIFIED RIGHT VALUE SPACES.
       01 ds-cmp-rate PIC Z9.99.
       01 ds-cmp-count PIC ZZZ9.
       01 ds-cmp-amount PIC ZZZZZZ9.99.

      *converted transaction fields, checked before any of them is
      *allowed anywhere near the master record
       01 ws_loan_interest PIC 99v99 VALUE ZEROES.
       01 ws_loan_terms PIC 9(2) VALUE ZEROES.
       01 ws_loan_additional PIC 9(7)v99 VALUE zero.
       01 ws-mod-month-x PIC X(4) JUSTIFIED RIGHT VALUE SPACES.
       01 ws-mod-month PIC 9(4) VALUE ZERO.
       01 ws-mod-rate PIC 99v99 VALUE ZERO.
       01 ws-mod-term PIC 9(4) VALUE ZERO.
       01 ws-mod-forb PIC 9(3) VALUE ZERO.
       01 ws-mod-cap-int PIC 9(7)v99 VALUE ZERO.
       01 ws-mod-cap-esc PIC 9(7)v99 VALUE ZERO.
       01 ws-mod-cap-fees PIC 9(7)v99 VALUE ZERO.
       01 ws-ach-day-x PIC X(2) JUSTIFIED RIGHT VALUE SPACES.
       01 ws-ach-draft-day PIC 9(2) VALUE ZERO.
       01 ws-ach-gap PIC X VALUE "N".
       01 ws-ach-pos PIC 9(4) comp VALUE 0.

      *routing number check digit: the nine digits weighted 3, 7, 1
      *repeating must sum to a multiple of ten
       01 ws-aba-routing PIC X(9) VALUE SPACES.
       01 ws-aba-digits REDEFINES ws-aba-routing.
           05 ws-aba-d PIC 9 OCCURS 9 TIMES.
       01 ws-aba-sum PIC 9(4) VALUE ZERO.
       01 ws-aba-quot PIC 9(4) VALUE ZERO.
       01 ws-aba-rem PIC 9(1) VALUE ZERO.

      *validation variables -- same character-scan scheme as the LOAN
      *program's Input-Check so a bad field is reported with the
      *per-field validation error detail, one slot per field checked
      *(1=action 2=loan id 3=amount 4=interest 5=terms 6=additional
      *7=master lookup 8=orig date 9=escrow 10=late fee
      *11=day basis 12=pay frequency 13=borrower name
      *14=mailing address 15=taxpayer id 16=mail hold
      *17=modification month 18=modification terms
      *19=capitalized amounts 20=routing number 21=bank account
      *22=draft terms 23=birth date 24=user authority)
       01 ws-err-table.
           05 ws-err-entry OCCURS 24 TIMES.
              10 ws-err-name        PIC X(15).
              10 ws-err-present     PIC X VALUE "N".
              10 ws-err-char        PIC X VALUE SPACE.
       01 ws-max-term-years     PIC 9(2)  VALUE 40.
       01 ws-min-interest-rate  PIC 99v99 VALUE 00.10.
       01 ws-max-interest-rate  PIC 99v99 VALUE 25.00.
      *a modification recasts over at most 40 years of monthly
      *payments and suspends payments for at most two years
       01 ws-max-mod-term       PIC 9(4)  VALUE 0480.
       01 ws-max-forb-months    PIC 9(3)  VALUE 024.

       01 ws-run-date PIC X(8).
       01 ws-run-time PIC X(8).
       01 ws-audit-image PIC X(6).
       01 ws-orig-date-in PIC X(8).
       01 ws-zip-in PIC X(9).
       01 ws-return-code PIC 9(2) VALUE ZERO.

      *pre-change master image, held until the rewrite or delete
      *succeeds so a failed apply journals nothing -- a dangling
      *BEFORE record would read as an applied change at audit time.
      *borrower and modification records fit in the same areas and
      *share them
       01 ws-master-before PIC X(228).
       01 ws-master-after PIC X(228).

       01  TRANFILE-STATUS     PIC X(2).
       01  LOANMSTR-STATUS     PIC X(2).
       01  BORRMSTR-STATUS     PIC X(2).
       01  AUDITJRL-STATUS     PIC X(2).
       01  LOANMOD-STATUS      PIC X(2).
       01  ACHENRL-STATUS      PIC X(2).
       01  PENDCHG-STATUS      PIC X(2).
       01  USERAUTH-STATUS     PIC X(2).
       01  APPRFILE-STATUS     PIC X(2).
       01  RUNHIST-STATUS      PIC X(2).
       01  DELQ-STATUS         PIC X(2).

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

           if parameters-total-length >= 4
              move parameter-values(1:4) to ws-run-mode
           end-if
           if ws-approval-run
              display "approval run, decisions from APPRFILE"
           end-if

           perform Open-All-Files

           if ws-approval-run
              perform Process-Next-Decision
                 until ws-dec-at-eof
              perform Write-Approval-Trailer
           else
              perform Process-Next-Transaction
                 until ws-trans-at-eof
              perform Write-Maintenance-Trailer
           end-if
           perform Write-Principal-Movement

           perform Report-Pending-Changes

           close loan_trans
           close loan_master
           close borrower_master
           close loan_mod
           close ach_enroll
           close audit_journal
           if ws-delq-open = "Y"
              close delq_hist
           end-if
           if ws-pend-open = "Y"
              close pend_change
           end-if
           if ws-auth-open = "Y"
              close user_auth
           end-if
           if ws-apprv-open = "Y"
              close approvals
           end-if
           close maint_report
           perform Write-Run-History

           move ws-return-code to return-code
           GOBACK.
      *reads one transaction and drives validation and apply. a
      *transaction that fails any check is reported and skipped; the
      *master is only ever touched by a transaction that came through
      *every check clean. a clean transaction the submitting user may
      *not make alone is queued for a checker instead of applied
      ******************************************************************
       Process-Next-Transaction.
           READ loan_trans NEXT
              add 1 to ws-trans-read
              perform Validate-Transaction
              if ws-trans-valid = "Y"
                 perform Check-Maker-Authority
              end-if
              if ws-trans-valid = "Y"
                 if ws-auth-result = "A"
                    perform Queue-Pending-Change
                 else
                    move "D" to ws-approval-code
                    move spaces to ws-checker
                    move spaces to ws-pend-id
                    perform Apply-Transaction
                 end-if
              else
                 add 1 to ws-trans-rejected
                 perform Write-Transaction-Error-Report
       Validate-Transaction.
           move "Y" to ws-trans-valid
           move "Y" to ws-valid-flag
           move tx-rec-type to ws-rec-type
           if ws-rec-type = space
              move "L" to ws-rec-type
           end-if
           initialize ws-err-table
           move "action" to ws-err-name(1)
           move "loan id" to ws-err-name(2)
           move "late fee" to ws-err-name(10)
           move "day basis" to ws-err-name(11)
           move "pay frequency" to ws-err-name(12)
           move "borrower name" to ws-err-name(13)
           move "mail address" to ws-err-name(14)
           move "taxpayer id" to ws-err-name(15)
           move "mail hold" to ws-err-name(16)
           move "mod month" to ws-err-name(17)
           move "mod terms" to ws-err-name(18)
           move "capitalized amt" to ws-err-name(19)
           move "routing number" to ws-err-name(20)
           move "bank account" to ws-err-name(21)
           move "draft terms" to ws-err-name(22)
           move "birth date" to ws-err-name(23)
           move "user authority" to ws-err-name(24)

           if tx-action not = "A" and tx-action not = "C"
              and tx-action not = "D"
                 to ws-err-reason(1)
           end-if

           if ws-rec-type not = "L" and ws-rec-type not = "B"
              and ws-rec-type not = "M" and ws-rec-type not = "E"
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(1)
              move ws-rec-type to ws-err-char(1)
              move 1 to ws-err-position(1)
              move "record type must be L, B, M, E or blank"
                 to ws-err-reason(1)
           end-if

           if tx-loan-id = spaces
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(2)
              move "loan id is required" to ws-err-reason(2)
           end-if

           if ws-rec-type = "B"
              if tx-action = "A" or tx-action = "C"
                 perform Validate-Borrower-Fields
              end-if
           else
           if ws-rec-type = "M"
              perform Validate-Modification-Fields
           else
           if ws-rec-type = "E"
              if tx-action = "A" or tx-action = "C"
                 perform Validate-Ach-Fields
              end-if
           else
           if tx-action = "A" or tx-action = "C"
              perform Validate-Master-Fields
           end-if
           end-if
           end-if
           end-if

           if tx-action = "C" and ws-rec-type = "L"
              and tx-loan-title = spaces
              and tx-loan-amount = spaces
              and tx-loan-interest = spaces
              move "change carries no fields to apply"
                 to ws-err-reason(1)
           end-if

           if tx-action = "C" and ws-rec-type = "B"
              and tx-brw-fields = spaces
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(1)
              move "change carries no fields to apply"
                 to ws-err-reason(1)
           end-if

           if tx-action = "C" and ws-rec-type = "E"
              and tx-ach-fields = spaces
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(1)
              move "change carries no fields to apply"
                 to ws-err-reason(1)
           end-if

           if tx-action = "C" and ws-rec-type = "M"
              and tx-mod-rate = spaces
              and tx-mod-term = spaces
              and tx-mod-forb = spaces
              and tx-mod-cap-int = spaces
              and tx-mod-cap-esc = spaces
              and tx-mod-cap-fees = spaces
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(1)
              move "change carries no fields to apply"
                 to ws-err-reason(1)
           end-if
           exit.

      ******************************************************************
           exit.

      ******************************************************************
      *borrower name-and-address checks. an add needs the primary
      *borrower's last name and a complete mailing address; a change
      *checks only what it carries. the taxpayer id is optional here
      *(a loan can be mailed without one) but when keyed it must be
      *the full nine digits. the birth date is optional as well, but
      *the credit bureau extract holds back a loan without one
      ******************************************************************
       Validate-Borrower-Fields.
           if tx-action = "A" and tx-brw-pri-last = spaces
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(13)
              move "primary borrower last name is required"
                 to ws-err-reason(13)
           end-if
           if tx-brw-pri-last = "*"
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(13)
              move 1 to ws-err-position(13)
              move "*" to ws-err-char(13)
              move "primary borrower name cannot be cleared"
                 to ws-err-reason(13)
           end-if

           if tx-action = "A"
              and (tx-brw-addr-1 = spaces or tx-brw-city = spaces
                   or tx-brw-state = spaces or tx-brw-zip = spaces)
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(14)
              move "address line 1, city, state and zip required"
                 to ws-err-reason(14)
           end-if
           if tx-brw-addr-1 = "*" or tx-brw-city = "*"
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(14)
              move "*" to ws-err-char(14)
              move "address line 1 and city cannot be cleared"
                 to ws-err-reason(14)
           end-if

           if tx-brw-state not = spaces
              and tx-brw-state is not alphabetic
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(14)
              move 1 to ws-err-position(14)
              move "state must be a two letter code"
                 to ws-err-reason(14)
           end-if

      *    zip is five digits, or nine for zip+4 with no hyphen
           if tx-brw-zip not = spaces
              move tx-brw-zip to ws-zip-in
              if ws-zip-in(1:5) is not numeric
                 or (ws-zip-in(6:4) not = spaces
                     and ws-zip-in(6:4) is not numeric)
                 move "N" to ws-trans-valid
                 move "Y" to ws-err-present(14)
                 move 1 to ws-err-position(14)
                 move "zip must be 5 or 9 digits"
                    to ws-err-reason(14)
              end-if
           end-if

           if tx-brw-tax-id not = spaces
              and tx-brw-tax-id is not numeric
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(15)
              move 1 to ws-err-position(15)
              move "taxpayer id must be 9 digits"
                 to ws-err-reason(15)
           end-if

           if tx-brw-mail-hold not = spaces
              and tx-brw-mail-hold not = "Y"
              and tx-brw-mail-hold not = "N"
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(16)
              move tx-brw-mail-hold to ws-err-char(16)
              move 1 to ws-err-position(16)
              move "mail hold must be Y or N"
                 to ws-err-reason(16)
           end-if

           if tx-brw-birth-date not = spaces
              move spaces to ws-orig-date-in
              move function trim(tx-brw-birth-date)
                 to ws-orig-date-in
              if ws-orig-date-in is not numeric
                 move "N" to ws-trans-valid
                 move "Y" to ws-err-present(23)
                 move "birth date must be YYYYMMDD digits"
                    to ws-err-reason(23)
              else
                 if ws-orig-date-in(5:2) < "01" or
                    ws-orig-date-in(5:2) > "12" or
                    ws-orig-date-in(7:2) < "01" or
                    ws-orig-date-in(7:2) > "31" or
                    ws-orig-date-in(1:4) < "1900" or
                    ws-orig-date-in > ws-run-date
                    move "N" to ws-trans-valid
                    move "Y" to ws-err-present(23)
                    move "birth date is not a valid past date"
                       to ws-err-reason(23)
                 end-if
              end-if
           end-if
           exit.

      ******************************************************************
      *loan modification checks. every action needs the effective
      *month, since it is half the key; an add also needs at least one
      *of a new rate, a new remaining term or a forbearance period --
      *a workout that changes none of them is not a workout. zero on
      *a change clears that part of the agreement
      ******************************************************************
       Validate-Modification-Fields.
           move zero to ws-mod-month
           move zero to ws-mod-rate
           move zero to ws-mod-term
           move zero to ws-mod-forb
           move zero to ws-mod-cap-int
           move zero to ws-mod-cap-esc
           move zero to ws-mod-cap-fees

           move function trim(tx-mod-eff-month) to ws-mod-month-x
           inspect ws-mod-month-x replacing leading spaces by zeroes
           if ws-mod-month-x is not numeric
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(17)
              move 1 to ws-err-position(17)
              move "effective month must be a payment number"
                 to ws-err-reason(17)
           else
              move ws-mod-month-x to ws-mod-month
              if ws-mod-month = 0
                 move "N" to ws-trans-valid
                 move "Y" to ws-err-present(17)
                 move "effective month is required"
                    to ws-err-reason(17)
              end-if
           end-if

           if tx-action = "D"
              exit paragraph
           end-if

           if tx-action = "A"
              and tx-mod-rate = spaces and tx-mod-term = spaces
              and tx-mod-forb = spaces
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(18)
              move "new rate, new term or forbearance required"
                 to ws-err-reason(18)
           end-if

           if tx-mod-rate not = spaces
              move zeroes to ws-input
              move function trim(tx-mod-rate) to ws-input
              move 18 to ws-err-index
              move "Y" to ws-valid-flag
              perform Input-Check
              if ws-valid-flag = "Y"
                 compute ws-mod-rate = function numval(tx-mod-rate)
                 if ws-mod-rate not = 0 and
                    (ws-mod-rate < ws-min-interest-rate or
                     ws-mod-rate > ws-max-interest-rate)
                    move "N" to ws-trans-valid
                    move "Y" to ws-err-present(18)
                    move "new rate outside allowed range"
                       to ws-err-reason(18)
                 end-if
              else
                 move "N" to ws-trans-valid
              end-if
           end-if

           if tx-mod-term not = spaces
              move zeroes to ws-input
              move function trim(tx-mod-term) to ws-input
              move 18 to ws-err-index
              move "Y" to ws-valid-flag
              perform Input-Check
              if ws-valid-flag = "Y"
                 compute ws-mod-term = function numval(tx-mod-term)
                 if ws-mod-term > ws-max-mod-term
                    move "N" to ws-trans-valid
                    move "Y" to ws-err-present(18)
                    move "new term over the allowed payments"
                       to ws-err-reason(18)
                 end-if
              else
                 move "N" to ws-trans-valid
              end-if
           end-if

           if tx-mod-forb not = spaces
              move zeroes to ws-input
              move function trim(tx-mod-forb) to ws-input
              move 18 to ws-err-index
              move "Y" to ws-valid-flag
              perform Input-Check
              if ws-valid-flag = "Y"
                 compute ws-mod-forb = function numval(tx-mod-forb)
                 if ws-mod-forb > ws-max-forb-months
                    move "N" to ws-trans-valid
                    move "Y" to ws-err-present(18)
                    move "forbearance over the allowed months"
                       to ws-err-reason(18)
                 end-if
              else
                 move "N" to ws-trans-valid
              end-if
           end-if

           if tx-action = "A" and ws-trans-valid = "Y"
              and ws-mod-rate = 0 and ws-mod-term = 0
              and ws-mod-forb = 0
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(18)
              move "new rate, new term or forbearance required"
                 to ws-err-reason(18)
           end-if

           if tx-mod-cap-int not = spaces
              move zeroes to ws-input
              move function trim(tx-mod-cap-int) to ws-input
              move 19 to ws-err-index
              move "Y" to ws-valid-flag
              perform Input-Check
              if ws-valid-flag = "Y"
                 compute ws-mod-cap-int =
                    function numval(tx-mod-cap-int)
              else
                 move "N" to ws-trans-valid
              end-if
           end-if

           if tx-mod-cap-esc not = spaces
              move zeroes to ws-input
              move function trim(tx-mod-cap-esc) to ws-input
              move 19 to ws-err-index
              move "Y" to ws-valid-flag
              perform Input-Check
              if ws-valid-flag = "Y"
                 compute ws-mod-cap-esc =
                    function numval(tx-mod-cap-esc)
              else
                 move "N" to ws-trans-valid
              end-if
           end-if

           if tx-mod-cap-fees not = spaces
              move zeroes to ws-input
              move function trim(tx-mod-cap-fees) to ws-input
              move 19 to ws-err-index
              move "Y" to ws-valid-flag
              perform Input-Check
              if ws-valid-flag = "Y"
                 compute ws-mod-cap-fees =
                    function numval(tx-mod-cap-fees)
              else
                 move "N" to ws-trans-valid
              end-if
           end-if
           exit.

      ******************************************************************
      *autopay enrollment checks. an add needs the whole bank
      *instruction -- routing, account, account type and draft day;
      *a change carries only what changes. the routing number must be
      *nine digits passing its check digit, the account number left
      *justified digits, letters or hyphens with no embedded spaces
      ******************************************************************
       Validate-Ach-Fields.
           move zero to ws-ach-draft-day

           if tx-action = "A"
              and (tx-ach-routing = spaces or tx-ach-account = spaces
               or tx-ach-acct-type = space
               or tx-ach-draft-day = spaces)
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(22)
              move "routing, account, type and draft day required"
                 to ws-err-reason(22)
           end-if

           if tx-ach-routing not = spaces
              move tx-ach-routing to ws-aba-routing
              if ws-aba-routing is not numeric
                 move "N" to ws-trans-valid
                 move "Y" to ws-err-present(20)
                 move "routing number must be nine digits"
                    to ws-err-reason(20)
              else
                 compute ws-aba-sum =
                    3 * (ws-aba-d(1) + ws-aba-d(4) + ws-aba-d(7))
                  + 7 * (ws-aba-d(2) + ws-aba-d(5) + ws-aba-d(8))
                  + ws-aba-d(3) + ws-aba-d(6) + ws-aba-d(9)
                 divide ws-aba-sum by 10 giving ws-aba-quot
                    remainder ws-aba-rem
                 if ws-aba-rem not = 0 or ws-aba-sum = 0
                    move "N" to ws-trans-valid
                    move "Y" to ws-err-present(20)
                    move "routing number fails its check digit"
                       to ws-err-reason(20)
                 end-if
              end-if
           end-if

           if tx-ach-account not = spaces
              move "N" to ws-ach-gap
              perform varying ws-ach-pos from 1 by 1
                 until ws-ach-pos > 17
                 if tx-ach-account(ws-ach-pos:1) = space
                    move "Y" to ws-ach-gap
                 else
                 if ws-ach-gap = "Y"
                    or (tx-ach-account(ws-ach-pos:1) not numeric
                    and tx-ach-account(ws-ach-pos:1) not alphabetic
                    and tx-ach-account(ws-ach-pos:1) not = "-")
                    if ws-err-present(21) not = "Y"
                       move "N" to ws-trans-valid
                       move "Y" to ws-err-present(21)
                       move tx-ach-account(ws-ach-pos:1)
                          to ws-err-char(21)
                       move ws-ach-pos to ws-err-position(21)
                       move "account number has a space or bad char"
                          to ws-err-reason(21)
                    end-if
                 end-if
                 end-if
              end-perform
           end-if

           if tx-ach-acct-type not = space
              and tx-ach-acct-type not = "C"
              and tx-ach-acct-type not = "S"
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(21)
              move tx-ach-acct-type to ws-err-char(21)
              move 1 to ws-err-position(21)
              move "account type must be C or S"
                 to ws-err-reason(21)
           end-if

           if tx-ach-draft-day not = spaces
              move function trim(tx-ach-draft-day) to ws-ach-day-x
              inspect ws-ach-day-x replacing leading spaces by zeroes
              if ws-ach-day-x is not numeric
                 move "N" to ws-trans-valid
                 move "Y" to ws-err-present(22)
                 move "draft day must be a day of the month"
                    to ws-err-reason(22)
              else
                 move ws-ach-day-x to ws-ach-draft-day
                 if ws-ach-draft-day < 1 or ws-ach-draft-day > 31
                    move "N" to ws-trans-valid
                    move "Y" to ws-err-present(22)
                    move "draft day must be 1 through 31"
                       to ws-err-reason(22)
                 end-if
              end-if
           end-if

           if tx-ach-amount-opt not = space
              and tx-ach-amount-opt not = "S"
              and tx-ach-amount-opt not = "T"
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(22)
              move tx-ach-amount-opt to ws-err-char(22)
              move "draft amount must be S or T"
                 to ws-err-reason(22)
           end-if

           if tx-ach-status not = space
              if tx-action = "A"
                 move "N" to ws-trans-valid
                 move "Y" to ws-err-present(22)
                 move tx-ach-status to ws-err-char(22)
                 move "status is set by a change, not an add"
                    to ws-err-reason(22)
              else
              if tx-ach-status not = "A" and tx-ach-status not = "U"
                 move "N" to ws-trans-valid
                 move "Y" to ws-err-present(22)
                 move tx-ach-status to ws-err-char(22)
                 move "enrollment status must be A or U"
                    to ws-err-reason(22)
              end-if
              end-if
           end-if
           exit.

      ******************************************************************
      *user authority. the field groups a transaction touches are
      *graded against the submitting user's USERAUTH codes: every
      *touched group Y applies now, any touched group A sends the
      *change to a checker, any other code refuses it outright. an
      *add or delete of a loan touches every loan field group; a
      *borrower, modification or autopay record is one group each
      ******************************************************************
       Check-Maker-Authority.
           perform Set-Touched-Groups
           move tx-user to ws-auth-user
           perform Look-Up-User-Authority
           if ws-auth-found = "N"
              move "N" to ws-auth-result
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(24)
              move "user not on user authority table"
                 to ws-err-reason(24)
              exit paragraph
           end-if
           perform Grade-User-Authority
           if ws-auth-result = "N"
              move "N" to ws-trans-valid
              move "Y" to ws-err-present(24)
              move spaces to ws-err-reason(24)
              STRING
                 "user may not change " delimited by size
                 function trim(ws-auth-group-name(ws-auth-refused))
                    delimited by size
                 into ws-err-reason(24)
              end-string
           end-if
           exit.

       Set-Touched-Groups.
           move all "N" to ws-auth-touch-table
           if ws-rec-type = "B"
              move "Y" to ws-auth-touch(12)
           else
           if ws-rec-type = "M"
              move "Y" to ws-auth-touch(13)
           else
           if ws-rec-type = "E"
              move "Y" to ws-auth-touch(14)
           else
           if tx-action not = "C"
              move all "Y" to ws-auth-touch-table(1:11)
           else
              if tx-loan-title not = spaces
                 move "Y" to ws-auth-touch(1)
              end-if
              if tx-loan-amount not = spaces
                 move "Y" to ws-auth-touch(2)
              end-if
              if tx-loan-interest not = spaces
                 move "Y" to ws-auth-touch(3)
              end-if
              if tx-loan-terms not = spaces
                 move "Y" to ws-auth-touch(4)
              end-if
              if tx-loan-additional not = spaces
                 move "Y" to ws-auth-touch(5)
              end-if
              if tx-loan-orig-date not = spaces
                 move "Y" to ws-auth-touch(6)
              end-if
              if tx-loan-escrow not = spaces
                 or tx-loan-esc-tax not = spaces
                 or tx-loan-esc-ins not = spaces
                 move "Y" to ws-auth-touch(7)
              end-if
              if tx-loan-late-type not = spaces
                 or tx-loan-late-fee not = spaces
                 or tx-loan-late-grace not = spaces
                 move "Y" to ws-auth-touch(8)
              end-if
              if tx-loan-day-basis not = spaces
                 move "Y" to ws-auth-touch(9)
              end-if
              if tx-loan-pay-freq not = spaces
                 move "Y" to ws-auth-touch(10)
              end-if
              if tx-loan-investor not = spaces
                 move "Y" to ws-auth-touch(11)
              end-if
           end-if
           end-if
           end-if
           end-if
           exit.

       Look-Up-User-Authority.
           move "N" to ws-auth-found
           if ws-auth-open = "Y" and ws-auth-user not = spaces
              move ws-auth-user to ua-user
              READ user_auth KEY IS ua-user
                 INVALID KEY
                    move "N" to ws-auth-found
                 NOT INVALID KEY
                    move "Y" to ws-auth-found
              end-read
           end-if
           exit.

       Grade-User-Authority.
           move "Y" to ws-auth-result
           move zero to ws-auth-refused
           perform varying ws-auth-sub from 1 by 1
              until ws-auth-sub > 14
              if ws-auth-touch(ws-auth-sub) = "Y"
                 if ua-auth-code(ws-auth-sub) = "A"
                    if ws-auth-result = "Y"
                       move "A" to ws-auth-result
                    end-if
                 else
                 if ua-auth-code(ws-auth-sub) not = "Y"
                    move "N" to ws-auth-result
                    if ws-auth-refused = 0
                       move ws-auth-sub to ws-auth-refused
                    end-if
                 end-if
                 end-if
              end-if
           end-perform
           exit.

      ******************************************************************
      *queues a clean transaction for a checker. the whole transaction
      *goes to PENDCHG under a new pending id and a PENDNG image goes
      *to the journal so the submission itself is on the audit trail;
      *the master is not touched until the approval run
      ******************************************************************
       Queue-Pending-Change.
           add 1 to ws-pend-seq
           move spaces to pend_change_record
           move ws-run-date to pc-sub-date
           move ws-run-time(1:6) to pc-sub-time
           move ws-pend-seq to pc-sub-seq
           move "P" to pc-status
           move trans_record to pc-trans
           WRITE pend_change_record
           if PENDCHG-STATUS = "00"
              add 1 to ws-trans-pending
              move "P" to ws-approval-code
              move spaces to ws-checker
              move pc-pend-id to ws-pend-id
              move "PENDNG" to ws-audit-image
              perform Write-Pending-Image
              move "QUEUED FOR APPROVAL" to ws-dec-label
              perform Write-Decision-Line
           else
              move "Y" to ws-err-present(24)
              move "pending change write failed, see status"
                 to ws-err-reason(24)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
              display "pending change write failed for loan "
                 tx-loan-id " status " PENDCHG-STATUS
           end-if
           exit.

      ******************************************************************
      *journal image of a submitted or refused change, the keyed
      *transaction fields as they stand -- there is no record image
      *because nothing was applied
      ******************************************************************
       Write-Pending-Image.
           move spaces to audit_record
           move ws-run-date to aj-date
           move ws-run-time(1:6) to aj-time
           move tx-user to aj-user
           move tx-action to aj-action
           move ws-audit-image to aj-image
           move tx-loan-id to aj-loan-id
           move tx-loan-fields to aj-loan-fields
           move ws-rec-type to aj-rec-type
           move ws-approval-code to aj-control
           move ws-checker to aj-checker
           move ws-pend-id to aj-pend-id
           WRITE audit_record
           exit.

      ******************************************************************
      *applies one clean transaction to the master. the before image
      *is journaled from the record as it sat on the master, the
      *after image from the record as rewritten, so the journal shows
      *exactly what a change changed
      ******************************************************************
       Apply-Transaction.
           if ws-rec-type = "B"
              evaluate tx-action
                 when "A" perform Apply-Borrower-Add
                 when "C" perform Apply-Borrower-Change
                 when "D" perform Apply-Borrower-Delete
              end-evaluate
           else
           if ws-rec-type = "M"
              evaluate tx-action
                 when "A" perform Apply-Mod-Add
                 when "C" perform Apply-Mod-Change
                 when "D" perform Apply-Mod-Delete
              end-evaluate
           else
           if ws-rec-type = "E"
              evaluate tx-action
                 when "A" perform Apply-Ach-Add
                 when "C" perform Apply-Ach-Change
                 when "D" perform Apply-Ach-Delete
              end-evaluate
           else
              evaluate tx-action
                 when "A" perform Apply-Add
                 when "C" perform Apply-Change
                 when "D" perform Apply-Delete
              end-evaluate
           end-if
           end-if
           end-if
           exit.

       Apply-Add.
           move tx-loan-id to lm-loan-id
           READ loan_master KEY IS lm-loan-id
              INVALID KEY
                 move "N" to ws-master-found
              NOT INVALID KEY
                 move "Y" to ws-master-found
           end-read
           if ws-master-found = "Y"
              move "Y" to ws-err-present(7)
              move "loan id already on master file"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
              move tx-loan-id to lm-loan-id
              move tx-loan-title to lm-loan-title
              move tx-loan-amount to lm-loan-amount
              move tx-loan-interest to lm-loan-interest
              move tx-loan-terms to lm-loan-terms
              move tx-loan-additional to lm-loan-additional
              move tx-loan-orig-date to lm-loan-orig-date
              move tx-loan-escrow to lm-loan-escrow
              move tx-loan-esc-tax to lm-loan-esc-tax
              move tx-loan-esc-ins to lm-loan-esc-ins
              move tx-loan-late-type to lm-loan-late-type
              move tx-loan-late-fee to lm-loan-late-fee
              move tx-loan-late-grace to lm-loan-late-grace
              move tx-loan-day-basis to lm-loan-day-basis
              move tx-loan-pay-freq to lm-loan-pay-freq
              move tx-loan-investor to lm-loan-investor
              move spaces to lm-loan-status
              move spaces to lm-status-date
              move spaces to lm-status-month
              WRITE loan_master_record
              if LOANMSTR-STATUS = "00" or LOANMSTR-STATUS = "02"
                 add 1 to ws-trans-applied
                 perform Write-Audit-After-Image
              else
                 move "Y" to ws-err-present(7)
                 move "master write failed, see file status"
                    to ws-err-reason(7)
                 add 1 to ws-trans-rejected
                 perform Write-Transaction-Error-Report
                 display "master write failed for loan " tx-loan-id
                    " status " LOANMSTR-STATUS
              end-if
           end-if
           exit.

       Apply-Change.
           move tx-loan-id to lm-loan-id
           READ loan_master KEY IS lm-loan-id
              INVALID KEY
                 move "N" to ws-master-found
              NOT INVALID KEY
                 move "Y" to ws-master-found
           end-read
           if ws-master-found = "N"
              move "Y" to ws-err-present(7)
              move "loan id not found on master file"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
              move loan_master_record to ws-master-before
              if tx-loan-title not = spaces
                 move tx-loan-title to lm-loan-title
              end-if
              if tx-loan-amount not = spaces
                 move tx-loan-amount to lm-loan-amount
              end-if
              if tx-loan-interest not = spaces
                 move tx-loan-interest to lm-loan-interest
              end-if
              if tx-loan-terms not = spaces
                 move tx-loan-terms to lm-loan-terms
              end-if
              if tx-loan-additional not = spaces
                 move tx-loan-additional to lm-loan-additional
              end-if
              if tx-loan-orig-date not = spaces
                 move tx-loan-orig-date to lm-loan-orig-date
              end-if
              if tx-loan-escrow not = spaces
                 move tx-loan-escrow to lm-loan-escrow
              end-if
              if tx-loan-esc-tax not = spaces
                 move tx-loan-esc-tax to lm-loan-esc-tax
              end-if
              if tx-loan-esc-ins not = spaces
                 move tx-loan-esc-ins to lm-loan-esc-ins
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
              exit paragraph
           end-if
           perform Check-Loan-Dependents
           if ws-dep-reason not = spaces
              move "Y" to ws-err-present(7)
              move ws-dep-reason to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
              move loan_master_record to ws-master-before
              DELETE loan_master RECORD
           exit.

      ******************************************************************
      *a loan with a borrower, a modification or an autopay enrollment
      *still on file is not deleted -- those records would be left
      *keyed to no loan, and an enrollment would go on drafting. each
      *is deleted first by its own transaction, which journals it. a
      *file that cannot be read stops the delete the same way
      ******************************************************************
       Check-Loan-Dependents.
           move spaces to ws-dep-reason
           move tx-loan-id to br-loan-id
           READ borrower_master KEY IS br-loan-id
           evaluate BORRMSTR-STATUS
              when "00"
                 move "borrower record on file, delete it first"
                    to ws-dep-reason
                 exit paragraph
              when "23"
                 continue
              when other
                 move "borrower file read failed, see status"
                    to ws-dep-reason
                 display "borrower read failed for loan " tx-loan-id
                    " status " BORRMSTR-STATUS
                 exit paragraph
           end-evaluate

           move tx-loan-id to md-loan-id
           move zero to md-eff-month
           START loan_mod KEY IS NOT LESS THAN md-key
              INVALID KEY
                 move "23" to LOANMOD-STATUS
           end-start
           if LOANMOD-STATUS = "00"
              READ loan_mod NEXT RECORD
                 AT END
                    move "23" to LOANMOD-STATUS
              end-read
           end-if
           evaluate true
              when LOANMOD-STATUS = "00" and md-loan-id = tx-loan-id
                 move "modification on file, delete it first"
                    to ws-dep-reason
                 exit paragraph
              when LOANMOD-STATUS = "00" or LOANMOD-STATUS = "23"
                 continue
              when other
                 move "modification file read failed, see status"
                    to ws-dep-reason
                 display "modification read failed for loan "
                    tx-loan-id " status " LOANMOD-STATUS
                 exit paragraph
           end-evaluate

           move tx-loan-id to ae-loan-id
           READ ach_enroll KEY IS ae-loan-id
           evaluate ACHENRL-STATUS
              when "00"
                 move "autopay enrollment on file, delete it first"
                    to ws-dep-reason
              when "23"
                 continue
              when other
                 move "autopay file read failed, see status"
                    to ws-dep-reason
                 display "autopay read failed for loan " tx-loan-id
                    " status " ACHENRL-STATUS
           end-evaluate
           exit.

      ******************************************************************
      *borrower record maintenance. a borrower can only be added for a
      *loan already on LOANMSTR so every name and address hangs off a
      *real loan; change and delete work off the borrower record alone
      ******************************************************************
       Apply-Borrower-Add.
           move tx-loan-id to lm-loan-id
           READ loan_master KEY IS lm-loan-id
              INVALID KEY
                 move "N" to ws-master-found
              NOT INVALID KEY
                 move "Y" to ws-master-found
           end-read
           move tx-loan-id to br-loan-id
           READ borrower_master KEY IS br-loan-id
              INVALID KEY
                 move "N" to ws-borrower-found
              NOT INVALID KEY
                 move "Y" to ws-borrower-found
           end-read
           if ws-master-found = "N"
              move "Y" to ws-err-present(7)
              move "loan id not found on master file"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
           if ws-borrower-found = "Y"
              move "Y" to ws-err-present(7)
              move "borrower already on file for this loan"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
              move spaces to borrower_record
              move tx-loan-id to br-loan-id
              move tx-brw-pri-last to br-pri-last
              move tx-brw-pri-first to br-pri-first
              move tx-brw-pri-middle to br-pri-middle
              move tx-brw-pri-suffix to br-pri-suffix
              move tx-brw-co-last to br-co-last
              move tx-brw-co-first to br-co-first
              move tx-brw-co-middle to br-co-middle
              move tx-brw-co-suffix to br-co-suffix
              move tx-brw-addr-1 to br-addr-1
              move tx-brw-addr-2 to br-addr-2
              move tx-brw-city to br-city
              move tx-brw-state to br-state
              move tx-brw-zip to br-zip
              move tx-brw-tax-id to br-tax-id
              move tx-brw-mail-hold to br-mail-hold
              move tx-brw-birth-date to br-birth-date
              if br-mail-hold = space
                 move "N" to br-mail-hold
              end-if
              if br-co-last = "*"
                 move spaces to br-co-last br-co-first
                    br-co-middle br-co-suffix
              end-if
              if br-addr-2 = "*"
                 move spaces to br-addr-2
              end-if
              WRITE borrower_record
              if BORRMSTR-STATUS = "00" or BORRMSTR-STATUS = "02"
                 add 1 to ws-trans-applied
                 perform Write-Audit-After-Image
              else
                 move "Y" to ws-err-present(7)
                 move "borrower write failed, see file status"
                    to ws-err-reason(7)
                 add 1 to ws-trans-rejected
                 perform Write-Transaction-Error-Report
                 display "borrower write failed for loan " tx-loan-id
                    " status " BORRMSTR-STATUS
              end-if
           end-if
           end-if
           exit.

       Apply-Borrower-Change.
           move tx-loan-id to br-loan-id
           READ borrower_master KEY IS br-loan-id
              INVALID KEY
                 move "N" to ws-borrower-found
              NOT INVALID KEY
                 move "Y" to ws-borrower-found
           end-read
           if ws-borrower-found = "N"
              move "Y" to ws-err-present(7)
              move "no borrower on file for this loan"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
              move borrower_record to ws-master-before
              if tx-brw-pri-last not = spaces
                 move tx-brw-pri-last to br-pri-last
              end-if
              if tx-brw-pri-first not = spaces
                 move tx-brw-pri-first to br-pri-first
              end-if
              if tx-brw-pri-middle not = spaces
                 move tx-brw-pri-middle to br-pri-middle
              end-if
              if tx-brw-pri-suffix not = spaces
                 move tx-brw-pri-suffix to br-pri-suffix
              end-if
              if tx-brw-co-last = "*"
                 move spaces to br-co-last br-co-first
                    br-co-middle br-co-suffix
              else
                 if tx-brw-co-last not = spaces
                    move tx-brw-co-last to br-co-last
                 end-if
                 if tx-brw-co-first not = spaces
                    move tx-brw-co-first to br-co-first
                 end-if
                 if tx-brw-co-middle not = spaces
                    move tx-brw-co-middle to br-co-middle
                 end-if
                 if tx-brw-co-suffix not = spaces
                    move tx-brw-co-suffix to br-co-suffix
                 end-if
              end-if
              if tx-brw-addr-1 not = spaces
                 move tx-brw-addr-1 to br-addr-1
              end-if
              if tx-brw-addr-2 = "*"
                 move spaces to br-addr-2
              else
              if tx-brw-addr-2 not = spaces
                 move tx-brw-addr-2 to br-addr-2
              end-if
              end-if
              if tx-brw-city not = spaces
                 move tx-brw-city to br-city
              end-if
              if tx-brw-state not = spaces
                 move tx-brw-state to br-state
              end-if
              if tx-brw-zip not = spaces
                 move tx-brw-zip to br-zip
              end-if
              if tx-brw-tax-id not = spaces
                 move tx-brw-tax-id to br-tax-id
              end-if
              if tx-brw-mail-hold not = spaces
                 move tx-brw-mail-hold to br-mail-hold
              end-if
              if tx-brw-birth-date not = spaces
                 move tx-brw-birth-date to br-birth-date
              end-if
              REWRITE borrower_record
              if BORRMSTR-STATUS = "00" or BORRMSTR-STATUS = "02"
                 add 1 to ws-trans-applied
                 move borrower_record to ws-master-after
                 move ws-master-before to borrower_record
                 perform Write-Audit-Before-Image
                 move ws-master-after to borrower_record
                 perform Write-Audit-After-Image
              else
                 move "Y" to ws-err-present(7)
                 move "borrower rewrite failed, see file status"
                    to ws-err-reason(7)
                 add 1 to ws-trans-rejected
                 perform Write-Transaction-Error-Report
                 display "borrower rewrite failed for loan "
                    tx-loan-id " status " BORRMSTR-STATUS
              end-if
           end-if
           exit.

       Apply-Borrower-Delete.
           move tx-loan-id to br-loan-id
           READ borrower_master KEY IS br-loan-id
              INVALID KEY
                 move "N" to ws-borrower-found
              NOT INVALID KEY
                 move "Y" to ws-borrower-found
           end-read
           if ws-borrower-found = "N"
              move "Y" to ws-err-present(7)
              move "no borrower on file for this loan"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
              move borrower_record to ws-master-before
              DELETE borrower_master RECORD
              if BORRMSTR-STATUS = "00"
                 add 1 to ws-trans-applied
                 move ws-master-before to borrower_record
                 perform Write-Audit-Before-Image
              else
                 move "Y" to ws-err-present(7)
                 move "borrower delete failed, see file status"
                    to ws-err-reason(7)
                 add 1 to ws-trans-rejected
                 perform Write-Transaction-Error-Report
                 display "borrower delete failed for loan "
                    tx-loan-id " status " BORRMSTR-STATUS
              end-if
           end-if
           exit.

      ******************************************************************
      *loan modification maintenance. a workout can only be added for
      *a loan on LOANMSTR that has not been charged off; change and
      *delete work off the modification record alone. the capitalized
      *amounts default to zero -- a workout that only re-rates or
      *re-terms the loan capitalizes nothing
      ******************************************************************
       Apply-Mod-Add.
           move tx-loan-id to lm-loan-id
           READ loan_master KEY IS lm-loan-id
              INVALID KEY
                 move "N" to ws-master-found
              NOT INVALID KEY
                 move "Y" to ws-master-found
           end-read
           move tx-loan-id to md-loan-id
           move ws-mod-month to md-eff-month
           READ loan_mod KEY IS md-key
              INVALID KEY
                 move "N" to ws-mod-found
              NOT INVALID KEY
                 move "Y" to ws-mod-found
           end-read
           if ws-master-found = "N"
              move "Y" to ws-err-present(7)
              move "loan id not found on master file"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
           if lm-loan-status = "C"
              move "Y" to ws-err-present(7)
              move "loan is charged off, cannot be modified"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
           if ws-mod-found = "Y"
              move "Y" to ws-err-present(7)
              move "modification already on file for that month"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
              move spaces to loan_mod_record
              move tx-loan-id to md-loan-id
              move ws-mod-month to md-eff-month
              move ws-mod-rate to md-new-rate
              move ws-mod-term to md-new-term
              move ws-mod-forb to md-forb-months
              move ws-mod-cap-int to md-cap-interest
              move ws-mod-cap-esc to md-cap-escrow
              move ws-mod-cap-fees to md-cap-fees
              move ws-run-date to md-entered-date
              move tx-user to md-user
              WRITE loan_mod_record
              if LOANMOD-STATUS = "00" or LOANMOD-STATUS = "02"
                 add 1 to ws-trans-applied
                 perform Write-Audit-After-Image
              else
                 move "Y" to ws-err-present(7)
                 move "modification write failed, see file status"
                    to ws-err-reason(7)
                 add 1 to ws-trans-rejected
                 perform Write-Transaction-Error-Report
                 display "modification write failed for loan "
                    tx-loan-id " status " LOANMOD-STATUS
              end-if
           end-if
           end-if
           end-if
           exit.

       Apply-Mod-Change.
           move tx-loan-id to md-loan-id
           move ws-mod-month to md-eff-month
           READ loan_mod KEY IS md-key
              INVALID KEY
                 move "N" to ws-mod-found
              NOT INVALID KEY
                 move "Y" to ws-mod-found
           end-read
           if ws-mod-found = "N"
              move "Y" to ws-err-present(7)
              move "no modification on file for that month"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
              move loan_mod_record to ws-master-before
              if tx-mod-rate not = spaces
                 move ws-mod-rate to md-new-rate
              end-if
              if tx-mod-term not = spaces
                 move ws-mod-term to md-new-term
              end-if
              if tx-mod-forb not = spaces
                 move ws-mod-forb to md-forb-months
              end-if
              if tx-mod-cap-int not = spaces
                 move ws-mod-cap-int to md-cap-interest
              end-if
              if tx-mod-cap-esc not = spaces
                 move ws-mod-cap-esc to md-cap-escrow
              end-if
              if tx-mod-cap-fees not = spaces
                 move ws-mod-cap-fees to md-cap-fees
              end-if
              move ws-run-date to md-entered-date
              move tx-user to md-user
              if md-new-rate = 0 and md-new-term = 0
                 and md-forb-months = 0
                 move ws-master-before to loan_mod_record
                 move "Y" to ws-err-present(18)
                 move "change would leave nothing to modify"
                    to ws-err-reason(18)
                 add 1 to ws-trans-rejected
                 perform Write-Transaction-Error-Report
                 exit paragraph
              end-if
              REWRITE loan_mod_record
              if LOANMOD-STATUS = "00" or LOANMOD-STATUS = "02"
                 add 1 to ws-trans-applied
                 move loan_mod_record to ws-master-after
                 move ws-master-before to loan_mod_record
                 perform Write-Audit-Before-Image
                 move ws-master-after to loan_mod_record
                 perform Write-Audit-After-Image
              else
                 move "Y" to ws-err-present(7)
                 move "modification rewrite failed, see status"
                    to ws-err-reason(7)
                 add 1 to ws-trans-rejected
                 perform Write-Transaction-Error-Report
                 display "modification rewrite failed for loan "
                    tx-loan-id " status " LOANMOD-STATUS
              end-if
           end-if
           exit.

       Apply-Mod-Delete.
           move tx-loan-id to md-loan-id
           move ws-mod-month to md-eff-month
           READ loan_mod KEY IS md-key
              INVALID KEY
                 move "N" to ws-mod-found
              NOT INVALID KEY
                 move "Y" to ws-mod-found
           end-read
           if ws-mod-found = "N"
              move "Y" to ws-err-present(7)
              move "no modification on file for that month"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
              move loan_mod_record to ws-master-before
              DELETE loan_mod RECORD
              if LOANMOD-STATUS = "00"
                 add 1 to ws-trans-applied
                 move ws-master-before to loan_mod_record
                 perform Write-Audit-Before-Image
              else
                 move "Y" to ws-err-present(7)
                 move "modification delete failed, see status"
                    to ws-err-reason(7)
                 add 1 to ws-trans-rejected
                 perform Write-Transaction-Error-Report
                 display "modification delete failed for loan "
                    tx-loan-id " status " LOANMOD-STATUS
              end-if
           end-if
           exit.

       Apply-Ach-Add.
           move tx-loan-id to lm-loan-id
           READ loan_master KEY IS lm-loan-id
              INVALID KEY
                 move "N" to ws-master-found
              NOT INVALID KEY
                 move "Y" to ws-master-found
           end-read
           move tx-loan-id to ae-loan-id
           READ ach_enroll KEY IS ae-loan-id
              INVALID KEY
                 move "N" to ws-ach-found
              NOT INVALID KEY
                 move "Y" to ws-ach-found
           end-read
           if ws-master-found = "N"
              move "Y" to ws-err-present(7)
              move "loan id not found on master file"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
           if lm-loan-status = "C"
              move "Y" to ws-err-present(7)
              move "loan is charged off, cannot enroll autopay"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
           if ws-ach-found = "Y"
              move "Y" to ws-err-present(7)
              move "loan already has an autopay enrollment"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
              move spaces to ach_enroll_record
              move tx-loan-id to ae-loan-id
              move tx-ach-routing to ae-routing
              move tx-ach-account to ae-account
              move tx-ach-acct-type to ae-acct-type
              move ws-ach-draft-day to ae-draft-day
              move tx-ach-amount-opt to ae-amount-opt
              if ae-amount-opt = space
                 move "S" to ae-amount-opt
              end-if
              move "A" to ae-status
              move ws-run-date to ae-status-date
              move ws-run-date to ae-entered-date
              move tx-user to ae-user
              WRITE ach_enroll_record
              if ACHENRL-STATUS = "00"
                 add 1 to ws-trans-applied
                 perform Write-Audit-After-Image
              else
                 move "Y" to ws-err-present(7)
                 move "enrollment write failed, see file status"
                    to ws-err-reason(7)
                 add 1 to ws-trans-rejected
                 perform Write-Transaction-Error-Report
                 display "enrollment write failed for loan "
                    tx-loan-id " status " ACHENRL-STATUS
              end-if
           end-if
           end-if
           end-if
           exit.

      *a status of A on a change re-enrolls a loan a returned draft
      *took off autopay and clears the return reason; U takes it off
       Apply-Ach-Change.
           move tx-loan-id to ae-loan-id
           READ ach_enroll KEY IS ae-loan-id
              INVALID KEY
                 move "N" to ws-ach-found
              NOT INVALID KEY
                 move "Y" to ws-ach-found
           end-read
           if ws-ach-found = "N"
              move "Y" to ws-err-present(7)
              move "no autopay enrollment on file for loan"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
              move ach_enroll_record to ws-master-before
              if tx-ach-routing not = spaces
                 move tx-ach-routing to ae-routing
              end-if
              if tx-ach-account not = spaces
                 move tx-ach-account to ae-account
              end-if
              if tx-ach-acct-type not = space
                 move tx-ach-acct-type to ae-acct-type
              end-if
              if tx-ach-draft-day not = spaces
                 move ws-ach-draft-day to ae-draft-day
              end-if
              if tx-ach-amount-opt not = space
                 move tx-ach-amount-opt to ae-amount-opt
              end-if
              if tx-ach-status not = space
                 and tx-ach-status not = ae-status
                 move tx-ach-status to ae-status
                 move ws-run-date to ae-status-date
                 if ae-status = "A"
                    move spaces to ae-return-code
                 end-if
              end-if
              move ws-run-date to ae-entered-date
              move tx-user to ae-user
              REWRITE ach_enroll_record
              if ACHENRL-STATUS = "00"
                 add 1 to ws-trans-applied
                 move ach_enroll_record to ws-master-after
                 move ws-master-before to ach_enroll_record
                 perform Write-Audit-Before-Image
                 move ws-master-after to ach_enroll_record
                 perform Write-Audit-After-Image
              else
                 move "Y" to ws-err-present(7)
                 move "enrollment rewrite failed, see status"
                    to ws-err-reason(7)
                 add 1 to ws-trans-rejected
                 perform Write-Transaction-Error-Report
                 display "enrollment rewrite failed for loan "
                    tx-loan-id " status " ACHENRL-STATUS
              end-if
           end-if
           exit.

       Apply-Ach-Delete.
           move tx-loan-id to ae-loan-id
           READ ach_enroll KEY IS ae-loan-id
              INVALID KEY
                 move "N" to ws-ach-found
              NOT INVALID KEY
                 move "Y" to ws-ach-found
           end-read
           if ws-ach-found = "N"
              move "Y" to ws-err-present(7)
              move "no autopay enrollment on file for loan"
                 to ws-err-reason(7)
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           else
              move ach_enroll_record to ws-master-before
              DELETE ach_enroll RECORD
              if ACHENRL-STATUS = "00"
                 add 1 to ws-trans-applied
                 move ws-master-before to ach_enroll_record
                 perform Write-Audit-Before-Image
              else
                 move "Y" to ws-err-present(7)
                 move "enrollment delete failed, see status"
                    to ws-err-reason(7)
                 add 1 to ws-trans-rejected
                 perform Write-Transaction-Error-Report
                 display "enrollment delete failed for loan "
                    tx-loan-id " status " ACHENRL-STATUS
              end-if
           end-if
           exit.

      ******************************************************************
      *journal images. BEFORE is the master record as it sat before a
      *change or delete touched it; AFTER is the record as written or
      *rewritten. an add journals only an AFTER image, a delete only
      *a BEFORE image, a change both
      ******************************************************************
       Write-Audit-Before-Image.
           move "BEFORE" to ws-audit-image
           perform Write-Audit-Image
           exit.

       Write-Audit-After-Image.
           move "AFTER" to ws-audit-image
           perform Write-Audit-Image
           exit.

       Write-Audit-Image.
           move spaces to audit_record
           move ws-run-date to aj-date
           move ws-run-time(1:6) to aj-time
           move tx-user to aj-user
           move tx-action to aj-action
           move ws-audit-image to aj-image
           move ws-rec-type to aj-rec-type
           move ws-approval-code to aj-control
           move ws-checker to aj-checker
           move ws-pend-id to aj-pend-id
           if ws-rec-type = "B"
              move br-loan-id to aj-loan-id
              move br-pri-last to aj-brw-pri-last
              move br-pri-first to aj-brw-pri-first
              move br-pri-middle to aj-brw-pri-middle
              move br-pri-suffix to aj-brw-pri-suffix
              move br-co-last to aj-brw-co-last
              move br-co-first to aj-brw-co-first
              move br-co-middle to aj-brw-co-middle
              move br-co-suffix to aj-brw-co-suffix
              move br-addr-1 to aj-brw-addr-1
              move br-addr-2 to aj-brw-addr-2
              move br-city to aj-brw-city
              move br-state to aj-brw-state
              move br-zip to aj-brw-zip
              move br-tax-id to aj-brw-tax-id
              move br-mail-hold to aj-brw-mail-hold
              move br-birth-date to aj-brw-birth-date
           else
           if ws-rec-type = "M"
              move md-loan-id to aj-loan-id
              move md-eff-month to aj-mod-eff-month
              move md-new-rate to aj-mod-rate
              move md-new-term to aj-mod-term
              move md-forb-months to aj-mod-forb
              move md-cap-interest to aj-mod-cap-int
              move md-cap-escrow to aj-mod-cap-esc
              move md-cap-fees to aj-mod-cap-fees
              move md-entered-date to aj-mod-entered
              move md-user to aj-mod-user
           else
           if ws-rec-type = "E"
              move ae-loan-id to aj-loan-id
              move ae-routing to aj-ach-routing
              move ae-account to aj-ach-account
              move ae-acct-type to aj-ach-acct-type
              move ae-draft-day to aj-ach-draft-day
              move ae-amount-opt to aj-ach-amount-opt
              move ae-status to aj-ach-status
              move ae-status-date to aj-ach-status-date
              move ae-return-code to aj-ach-return-code
              move ae-entered-date to aj-ach-entered
              move ae-user to aj-ach-user
           else
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
              perform Tally-Principal-Movement
           end-if
           end-if
           end-if
           WRITE audit_record
           exit.

      *an add moves its AFTER amount in, a delete its BEFORE amount
      *out; a change holds the BEFORE amount until the AFTER image
      *comes through and moves the difference. a loan a POST run has
      *picked up no longer carries its booked amount but what the
      *last POST run left outstanding on it, moved since by any
      *change to the booked amount -- that is what a delete takes
      *out of the portfolio
       Tally-Principal-Movement.
           if lm-loan-amount = spaces
              move zero to ws-rh-amount
           else
              compute ws-rh-amount = function numval(lm-loan-amount)
           end-if
           if ws-audit-image = "AFTER"
              add 1 to ws-rh-loan-count
           end-if
           if tx-action = "D" and ws-audit-image = "BEFORE"
              add 1 to ws-rh-loan-count
              perform Value-Deleted-Loan
           end-if
           if ws-audit-image = "BEFORE"
              move ws-rh-amount to ws-rh-before
              if lm-loan-status = "C"
                 move "Y" to ws-rh-before-co
              else
                 move "N" to ws-rh-before-co
              end-if
           end-if
           if lm-loan-status = "C"
              exit paragraph
           end-if
           evaluate true
              when tx-action = "A" and ws-audit-image = "AFTER"
                 add 1 to ws-rh-add-count
                 add ws-rh-amount to ws-rh-add-amount
              when tx-action = "D" and ws-audit-image = "BEFORE"
                 add 1 to ws-rh-del-count
                 add ws-rh-amount to ws-rh-del-amount
              when tx-action = "C" and ws-audit-image = "AFTER"
                 and ws-rh-before-co = "N"
                 and ws-rh-amount not = ws-rh-before
                 add 1 to ws-rh-chg-count
                 if ws-rh-amount > ws-rh-before
                    compute ws-rh-chg-up =
      -               ws-rh-chg-up + ws-rh-amount - ws-rh-before
                 else
                    compute ws-rh-chg-down =
      -               ws-rh-chg-down + ws-rh-before - ws-rh-amount
                 end-if
              when other
                 continue
           end-evaluate
           exit.

       Value-Deleted-Loan.
           if ws-delq-open not = "Y"
              exit paragraph
           end-if
           move lm-loan-id to dh-loan-id
           READ delq_hist KEY IS dh-loan-id
              INVALID KEY
                 exit paragraph
           end-read
           if dh-snap-flag = "Y" and dh-snap-balance is numeric
              and dh-snap-amount is numeric
              if dh-snap-balance + ws-rh-amount > dh-snap-amount
                 compute ws-rh-amount =
      -             dh-snap-balance + ws-rh-amount - dh-snap-amount
              else
                 move zero to ws-rh-amount
              end-if
           end-if
           exit.

      ******************************************************************
      *writes one report line per invalid field for the rejected
      *transaction, in the same FIELD/POSITION/CHAR/REASON shape the
      *LOAN program's Write-Validation-Error-Report uses, headed by
      *the transaction's key so the submitter can find it
      ******************************************************************
       Write-Transaction-Error-Report.
           move spaces to ws_output_line
           STRING
              "REJECTED TRANSACTION | ACTION: " delimited by size
              tx-action delimited by size
              " | LOAN ID: " delimited by size
              function trim(tx-loan-id) delimited by size
              " | USER: " delimited by size
              function trim(tx-user) delimited by size
              " | RECORD: " delimited by size
              ws-rec-type delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line

           perform varying ws-err-loop from 1 by 1
              until ws-err-loop > 24
              if ws-err-present(ws-err-loop) = "Y"
                 move ws-err-position(ws-err-loop) to ds-err-position
                 move spaces to ws_output_line
                 STRING
                    "FIELD: " delimited by size
                    function trim(ws-err-name(ws-err-loop))
                       delimited by size
                    " | POSITION: " delimited by size
                    ds-err-position delimited by size
                    " | CHAR: " delimited by size
                    ws-err-char(ws-err-loop) delimited by size
                    " | REASON: " delimited by size
                    function trim(ws-err-reason(ws-err-loop))
                       delimited by size
                    into ws_output_line
                 end-string
                 move spaces to report_line
                 move function trim(ws_output_line) to report_line
                 write report_line
              end-if
           end-perform
           exit.

       Write-Maintenance-Trailer.
           move ws-trans-read to ds-trans-read
           move ws-trans-applied to ds-trans-applied
           move ws-trans-rejected to ds-trans-rejected
           move ws-trans-pending to ds-trans-pending
           move spaces to ws_output_line
           STRING
              "RUN TOTALS | READ: " delimited by size
              ds-trans-read delimited by size
              " | APPLIED: " delimited by size
              ds-trans-applied delimited by size
              " | REJECTED: " delimited by size
              ds-trans-rejected delimited by size
              " | QUEUED FOR APPROVAL: " delimited by size
              ds-trans-pending delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           exit.

       Write-Principal-Movement.
           move ws-rh-add-count to ds-rh-add-count
           move ws-rh-add-amount to ds-rh-add-amount
           move ws-rh-del-count to ds-rh-del-count
           move ws-rh-del-amount to ds-rh-del-amount
           move spaces to ws_output_line
           STRING
              "PRINCIPAL MOVED | ADDED: " delimited by size
              ds-rh-add-count delimited by size
              " | AMOUNT: " delimited by size
              ds-rh-add-amount delimited by size
              " | DELETED: " delimited by size
              ds-rh-del-count delimited by size
              " | AMOUNT: " delimited by size
              ds-rh-del-amount delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line

           move ws-rh-chg-count to ds-rh-chg-count
           move ws-rh-chg-up to ds-rh-chg-up
           move ws-rh-chg-down to ds-rh-chg-down
           move spaces to ws_output_line
           STRING
              "PRINCIPAL MOVED | AMOUNT CHANGES: " delimited by size
              ds-rh-chg-count delimited by size
              " | UP: " delimited by size
              ds-rh-chg-up delimited by size
              " | DOWN: " delimited by size
              ds-rh-chg-down delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           exit.

      ******************************************************************
      *the run's figures go on RUNHIST for the balancing run LOANBAL.
      *a run that cannot append them warns (RC 4): the roll-forward
      *would miss what it moved
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
              if ws-return-code < 4
                 move 4 to ws-return-code
              end-if
              exit paragraph
           end-if

           move spaces to run_history_record
           initialize run_history_record
           move "LOANMNT" to rh-program
           if ws-approval-run
              move "APPR" to rh-mode
           else
              move "MNT" to rh-mode
           end-if
           move ws-run-date to rh-run-date
           move ws-run-time(1:6) to rh-run-time
           move ws-return-code to rh-return-code
           move "B" to rh-scope
           move "Y" to rh-rolled
           move ws-rh-loan-count to rh-loan-count
           move ws-rh-add-count to rh-add-count
           move ws-rh-add-amount to rh-add-amount
           move ws-rh-del-count to rh-del-count
           move ws-rh-del-amount to rh-del-amount
           move ws-rh-chg-count to rh-chg-count
           move ws-rh-chg-up to rh-chg-up
           move ws-rh-chg-down to rh-chg-down
           WRITE run_history_record
           if RUNHIST-STATUS not = "00"
              display "run history write failed, status "
                 RUNHIST-STATUS
              if ws-return-code < 4
                 move 4 to ws-return-code
              end-if
           end-if
           CLOSE run_history
           exit.

      ******************************************************************
      *approval run. each decision names a pending change, A or R,
      *and the checker keying it. a decision is refused when the
      *change is not pending, when the checker is the maker, or when
      *the checker is not an approver allowed to change the field
      *groups the change touches. the pending record is marked before
      *an approved change is applied, so a rerun of the same decisions
      *can never apply a change twice
      ******************************************************************
       Process-Next-Decision.
           READ approvals NEXT
           if APPRFILE-STATUS = "10"
              move "Y" to ws-dec-eof
           else
           if APPRFILE-STATUS not = "00"
              display "approval decision file read failed, status "
                 APPRFILE-STATUS
              move 12 to ws-return-code
              move "Y" to ws-dec-eof
           else
              add 1 to ws-dec-read
              perform Check-Decision
              if ws-dec-valid = "Y"
                 if ap-decision = "A"
                    perform Approve-Pending-Change
                 else
                    perform Reject-Pending-Change
                 end-if
              else
                 add 1 to ws-dec-refused
                 perform Write-Decision-Refused
              end-if
           end-if
           end-if
           exit.

       Check-Decision.
           move "Y" to ws-dec-valid
           move spaces to ws-dec-reason
           if ap-decision not = "A" and ap-decision not = "R"
              move "N" to ws-dec-valid
              move "decision must be A or R" to ws-dec-reason
              exit paragraph
           end-if
           if ap-user = spaces
              move "N" to ws-dec-valid
              move "checker user id is required" to ws-dec-reason
              exit paragraph
           end-if
           move ap-pend-id to pc-pend-id
           READ pend_change KEY IS pc-pend-id
              INVALID KEY
                 move "N" to ws-dec-valid
                 move "pending change id not on file"
                    to ws-dec-reason
           end-read
           if ws-dec-valid = "N"
              exit paragraph
           end-if
      *    a pending file that cannot be read cannot be trusted for
      *    the rest of the decisions either
           if PENDCHG-STATUS not = "00"
              display "pending change file read failed, status "
                 PENDCHG-STATUS
              move 12 to ws-return-code
              move "N" to ws-dec-valid
              move "pending change file read failed"
                 to ws-dec-reason
              move "Y" to ws-dec-eof
              exit paragraph
           end-if
           if pc-status not = "P"
              move "N" to ws-dec-valid
              move "change was already decided" to ws-dec-reason
              exit paragraph
           end-if

           move pc-trans to trans_record
           move tx-rec-type to ws-rec-type
           if ws-rec-type = space
              move "L" to ws-rec-type
           end-if
           if ap-user = tx-user
              move "N" to ws-dec-valid
              move "checker may not decide own change"
                 to ws-dec-reason
              exit paragraph
           end-if

           move ap-user to ws-auth-user
           perform Look-Up-User-Authority
           if ws-auth-found = "N"
              move "N" to ws-dec-valid
              move "checker not on user authority table"
                 to ws-dec-reason
              exit paragraph
           end-if
           if ua-approver not = "Y"
              move "N" to ws-dec-valid
              move "checker is not an approver" to ws-dec-reason
              exit paragraph
           end-if
      *    a checker answers for the change, so must hold authority
      *    (Y or A) over every field group it touches
           perform Set-Touched-Groups
           perform Grade-User-Authority
           if ws-auth-result = "N"
              move "N" to ws-dec-valid
              STRING
                 "checker may not change " delimited by size
                 function trim(ws-auth-group-name(ws-auth-refused))
                    delimited by size
                 into ws-dec-reason
              end-string
           end-if
           exit.

       Approve-Pending-Change.
           move "A" to pc-status
           perform Record-Decision
           if PENDCHG-STATUS not = "00"
              exit paragraph
           end-if

           move "A" to ws-approval-code
           move ap-user to ws-checker
           move pc-pend-id to ws-pend-id
           move ws-trans-applied to ws-applied-before
      *    the change is checked again as it stands today -- the
      *    limits may have moved since it was keyed
           perform Validate-Transaction
           if ws-trans-valid = "Y"
              perform Apply-Transaction
           else
              add 1 to ws-trans-rejected
              perform Write-Transaction-Error-Report
           end-if

           if ws-trans-applied > ws-applied-before
              add 1 to ws-dec-approved
              move "APPROVED" to ws-dec-label
           else
              add 1 to ws-dec-failed
              move "APPROVED, NOT APPLIED" to ws-dec-label
              move "F" to pc-status
              perform Record-Decision
           end-if
           perform Write-Decision-Line
           exit.

       Reject-Pending-Change.
           move "R" to pc-status
           perform Record-Decision
           if PENDCHG-STATUS not = "00"
              exit paragraph
           end-if
           add 1 to ws-dec-rejected
           move "R" to ws-approval-code
           move ap-user to ws-checker
           move pc-pend-id to ws-pend-id
           move "REJECT" to ws-audit-image
           perform Write-Pending-Image
           move "REJECTED" to ws-dec-label
           perform Write-Decision-Line
           exit.

       Record-Decision.
           move ap-user to pc-checker
           move ws-run-date to pc-dec-date
           move ws-run-time(1:6) to pc-dec-time
           if pc-status = "F"
              move "approved but could not be applied"
                 to pc-dec-reason
           else
              move ap-reason to pc-dec-reason
           end-if
           REWRITE pend_change_record
           if PENDCHG-STATUS not = "00"
              display "pending change rewrite failed for "
                 pc-pend-id " status " PENDCHG-STATUS
              move 12 to ws-return-code
              move "N" to ws-dec-valid
              move "pending change could not be marked"
                 to ws-dec-reason
              add 1 to ws-dec-refused
              perform Write-Decision-Refused
           end-if
           exit.

       Write-Decision-Line.
           move spaces to ws_output_line
           STRING
              function trim(ws-dec-label) delimited by size
              " | ID: " delimited by size
              ws-pend-id delimited by size
              " | ACTION: " delimited by size
              tx-action delimited by size
              " | RECORD: " delimited by size
              ws-rec-type delimited by size
              " | LOAN ID: " delimited by size
              function trim(tx-loan-id) delimited by size
              " | MAKER: " delimited by size
              function trim(tx-user) delimited by size
              into ws_output_line
           end-string
           if ws-checker not = spaces
              STRING
                 function trim(ws_output_line) delimited by size
                 " | CHECKER: " delimited by size
                 function trim(ws-checker) delimited by size
                 into ws_output_line
              end-string
           end-if
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           exit.

       Write-Decision-Refused.
           move spaces to ws_output_line
           STRING
              "REFUSED DECISION | ID: " delimited by size
              ap-pend-id delimited by size
              " | DECISION: " delimited by size
              ap-decision delimited by size
              " | CHECKER: " delimited by size
              function trim(ap-user) delimited by size
              " | REASON: " delimited by size
              function trim(ws-dec-reason) delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           exit.

       Write-Approval-Trailer.
           move ws-dec-read to ds-dec-read
           move ws-dec-approved to ds-dec-approved
           move ws-dec-rejected to ds-dec-rejected
           move ws-dec-failed to ds-dec-failed
           move ws-dec-refused to ds-dec-refused
           move spaces to ws_output_line
           STRING
              "APPROVAL TOTALS | DECISIONS: " delimited by size
              ds-dec-read delimited by size
              " | APPROVED: " delimited by size
              ds-dec-approved delimited by size
              " | REJECTED: " delimited by size
              ds-dec-rejected delimited by size
              " | NOT APPLIED: " delimited by size
              ds-dec-failed delimited by size
              " | REFUSED: " delimited by size
              ds-dec-refused delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           exit.

      ******************************************************************
      *pending change listing, closing every run. each change still
      *waiting on a checker is shown field by field: the value on
      *file today beside the value the maker keyed, so the checker
      *approves against the master as it stands, not as it stood
      *when the change was keyed
      ******************************************************************
       Report-Pending-Changes.
           if ws-pend-open not = "Y"
              exit paragraph
           end-if
           move spaces to report_line
           move "PENDING CHANGES AWAITING APPROVAL" to report_line
           write report_line
           move "N" to ws-pend-eof
           move low-values to pc-pend-id
           START pend_change KEY IS NOT LESS THAN pc-pend-id
              INVALID KEY
                 move "Y" to ws-pend-eof
           end-start
           perform Report-Next-Pending
              until ws-pend-eof = "Y"
           move ws-pend-listed to ds-pend-listed
           move spaces to ws_output_line
           STRING
              "PENDING TOTALS | AWAITING APPROVAL: " delimited by size
              ds-pend-listed delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           exit.

       Report-Next-Pending.
           READ pend_change NEXT
           if PENDCHG-STATUS = "10"
              move "Y" to ws-pend-eof
           else
           if PENDCHG-STATUS not = "00"
              display "pending change file read failed, status "
                 PENDCHG-STATUS
              move "Y" to ws-pend-eof
           else
           if pc-status = "P"
              add 1 to ws-pend-listed
              perform Report-One-Pending
           end-if
           end-if
           end-if
           exit.

       Report-One-Pending.
           move pc-trans to trans_record
           move tx-rec-type to ws-rec-type
           if ws-rec-type = space
              move "L" to ws-rec-type
           end-if
           move spaces to ws_output_line
           STRING
              "PENDING | ID: " delimited by size
              pc-pend-id delimited by size
              " | SUBMITTED: " delimited by size
              pc-sub-date delimited by size
              " " delimited by size
              pc-sub-time delimited by size
              " | MAKER: " delimited by size
              function trim(tx-user) delimited by size
              " | ACTION: " delimited by size
              tx-action delimited by size
              " | RECORD: " delimited by size
              ws-rec-type delimited by size
              " | LOAN ID: " delimited by size
              function trim(tx-loan-id) delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line

           if ws-rec-type = "B"
              perform Compare-Borrower-Fields
           else
           if ws-rec-type = "M"
              perform Compare-Mod-Fields
           else
           if ws-rec-type = "E"
              perform Compare-Ach-Fields
           else
              perform Compare-Loan-Fields
           end-if
           end-if
           end-if
           exit.

      *an add or delete lists every field; a change only the fields
      *it carries
       Compare-Loan-Fields.
           move tx-loan-id to lm-loan-id
           READ loan_master KEY IS lm-loan-id
              INVALID KEY
                 move "N" to ws-cmp-found
              NOT INVALID KEY
                 move "Y" to ws-cmp-found
           end-read
           if tx-action not = "C" or tx-loan-title not = spaces
              move "loan title" to ws-cmp-name
              move lm-loan-title to ws-cmp-current
              move tx-loan-title to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-amount not = spaces
              move "loan amount" to ws-cmp-name
              move lm-loan-amount to ws-cmp-current
              move tx-loan-amount to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-interest not = spaces
              move "loan interest" to ws-cmp-name
              move lm-loan-interest to ws-cmp-current
              move tx-loan-interest to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-terms not = spaces
              move "loan terms" to ws-cmp-name
              move lm-loan-terms to ws-cmp-current
              move tx-loan-terms to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-additional not = spaces
              move "loan additional" to ws-cmp-name
              move lm-loan-additional to ws-cmp-current
              move tx-loan-additional to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-orig-date not = spaces
              move "orig date" to ws-cmp-name
              move lm-loan-orig-date to ws-cmp-current
              move tx-loan-orig-date to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-escrow not = spaces
              move "escrow" to ws-cmp-name
              move lm-loan-escrow to ws-cmp-current
              move tx-loan-escrow to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-esc-tax not = spaces
              move "escrow tax" to ws-cmp-name
              move lm-loan-esc-tax to ws-cmp-current
              move tx-loan-esc-tax to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-esc-ins not = spaces
              move "escrow ins" to ws-cmp-name
              move lm-loan-esc-ins to ws-cmp-current
              move tx-loan-esc-ins to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-late-type not = spaces
              move "late type" to ws-cmp-name
              move lm-loan-late-type to ws-cmp-current
              move tx-loan-late-type to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-late-fee not = spaces
              move "late fee" to ws-cmp-name
              move lm-loan-late-fee to ws-cmp-current
              move tx-loan-late-fee to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-late-grace not = spaces
              move "late grace" to ws-cmp-name
              move lm-loan-late-grace to ws-cmp-current
              move tx-loan-late-grace to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-day-basis not = spaces
              move "day basis" to ws-cmp-name
              move lm-loan-day-basis to ws-cmp-current
              move tx-loan-day-basis to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-pay-freq not = spaces
              move "pay frequency" to ws-cmp-name
              move lm-loan-pay-freq to ws-cmp-current
              move tx-loan-pay-freq to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-loan-investor not = spaces
              move "investor" to ws-cmp-name
              move lm-loan-investor to ws-cmp-current
              move tx-loan-investor to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           exit.

      *taxpayer ids print with only their last four digits showing
       Compare-Borrower-Fields.
           move tx-loan-id to br-loan-id
           READ borrower_master KEY IS br-loan-id
              INVALID KEY
                 move "N" to ws-cmp-found
              NOT INVALID KEY
                 move "Y" to ws-cmp-found
           end-read
           if tx-action not = "C" or tx-brw-pri-last not = spaces
              move "primary last" to ws-cmp-name
              move br-pri-last to ws-cmp-current
              move tx-brw-pri-last to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-pri-first not = spaces
              move "primary first" to ws-cmp-name
              move br-pri-first to ws-cmp-current
              move tx-brw-pri-first to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-pri-middle not = spaces
              move "primary middle" to ws-cmp-name
              move br-pri-middle to ws-cmp-current
              move tx-brw-pri-middle to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-pri-suffix not = spaces
              move "primary suffix" to ws-cmp-name
              move br-pri-suffix to ws-cmp-current
              move tx-brw-pri-suffix to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-co-last not = spaces
              move "co last" to ws-cmp-name
              move br-co-last to ws-cmp-current
              move tx-brw-co-last to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-co-first not = spaces
              move "co first" to ws-cmp-name
              move br-co-first to ws-cmp-current
              move tx-brw-co-first to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-co-middle not = spaces
              move "co middle" to ws-cmp-name
              move br-co-middle to ws-cmp-current
              move tx-brw-co-middle to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-co-suffix not = spaces
              move "co suffix" to ws-cmp-name
              move br-co-suffix to ws-cmp-current
              move tx-brw-co-suffix to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-addr-1 not = spaces
              move "address 1" to ws-cmp-name
              move br-addr-1 to ws-cmp-current
              move tx-brw-addr-1 to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-addr-2 not = spaces
              move "address 2" to ws-cmp-name
              move br-addr-2 to ws-cmp-current
              move tx-brw-addr-2 to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-city not = spaces
              move "city" to ws-cmp-name
              move br-city to ws-cmp-current
              move tx-brw-city to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-state not = spaces
              move "state" to ws-cmp-name
              move br-state to ws-cmp-current
              move tx-brw-state to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-zip not = spaces
              move "zip" to ws-cmp-name
              move br-zip to ws-cmp-current
              move tx-brw-zip to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-tax-id not = spaces
              move "taxpayer id" to ws-cmp-name
              move spaces to ws-cmp-current
              if br-tax-id not = spaces
                 STRING
                    "*****" delimited by size
                    br-tax-id(6:4) delimited by size
                    into ws-cmp-current
                 end-string
              end-if
              move spaces to ws-cmp-proposed
              if tx-brw-tax-id not = spaces
                 STRING
                    "*****" delimited by size
                    tx-brw-tax-id(6:4) delimited by size
                    into ws-cmp-proposed
                 end-string
              end-if
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-mail-hold not = spaces
              move "mail hold" to ws-cmp-name
              move br-mail-hold to ws-cmp-current
              move tx-brw-mail-hold to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-brw-birth-date not = spaces
              move "birth date" to ws-cmp-name
              move br-birth-date to ws-cmp-current
              move tx-brw-birth-date to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           exit.

       Compare-Mod-Fields.
           move function trim(tx-mod-eff-month) to ws-mod-month-x
           inspect ws-mod-month-x replacing leading spaces by zeroes
           move "N" to ws-cmp-found
           if ws-mod-month-x is numeric
              move tx-loan-id to md-loan-id
              move ws-mod-month-x to md-eff-month
              READ loan_mod KEY IS md-key
                 INVALID KEY
                    move "N" to ws-cmp-found
                 NOT INVALID KEY
                    move "Y" to ws-cmp-found
              end-read
           end-if
           move "mod month" to ws-cmp-name
           move md-eff-month to ds-cmp-count
           move ds-cmp-count to ws-cmp-current
           move tx-mod-eff-month to ws-cmp-proposed
           perform Write-Compare-Line
           if tx-action not = "C" or tx-mod-rate not = spaces
              move "new rate" to ws-cmp-name
              move md-new-rate to ds-cmp-rate
              move ds-cmp-rate to ws-cmp-current
              move tx-mod-rate to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-mod-term not = spaces
              move "new term" to ws-cmp-name
              move md-new-term to ds-cmp-count
              move ds-cmp-count to ws-cmp-current
              move tx-mod-term to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-mod-forb not = spaces
              move "forbearance" to ws-cmp-name
              move md-forb-months to ds-cmp-count
              move ds-cmp-count to ws-cmp-current
              move tx-mod-forb to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-mod-cap-int not = spaces
              move "cap interest" to ws-cmp-name
              move md-cap-interest to ds-cmp-amount
              move ds-cmp-amount to ws-cmp-current
              move tx-mod-cap-int to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-mod-cap-esc not = spaces
              move "cap escrow" to ws-cmp-name
              move md-cap-escrow to ds-cmp-amount
              move ds-cmp-amount to ws-cmp-current
              move tx-mod-cap-esc to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-mod-cap-fees not = spaces
              move "cap fees" to ws-cmp-name
              move md-cap-fees to ds-cmp-amount
              move ds-cmp-amount to ws-cmp-current
              move tx-mod-cap-fees to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           exit.

      *bank account numbers print with only their last four showing
       Compare-Ach-Fields.
           move tx-loan-id to ae-loan-id
           READ ach_enroll KEY IS ae-loan-id
              INVALID KEY
                 move "N" to ws-cmp-found
              NOT INVALID KEY
                 move "Y" to ws-cmp-found
           end-read
           if tx-action not = "C" or tx-ach-routing not = spaces
              move "routing number" to ws-cmp-name
              move ae-routing to ws-cmp-current
              move tx-ach-routing to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-ach-account not = spaces
              move "bank account" to ws-cmp-name
              move spaces to ws-cmp-current
              if ae-account not = spaces
                 move function trim(ae-account) to ws-cmp-account
                 STRING
                    "****" delimited by size
                    ws-cmp-account(14:4) delimited by size
                    into ws-cmp-current
                 end-string
              end-if
              move spaces to ws-cmp-proposed
              if tx-ach-account not = spaces
                 move function trim(tx-ach-account) to ws-cmp-account
                 STRING
                    "****" delimited by size
                    ws-cmp-account(14:4) delimited by size
                    into ws-cmp-proposed
                 end-string
              end-if
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-ach-acct-type not = spaces
              move "account type" to ws-cmp-name
              move ae-acct-type to ws-cmp-current
              move tx-ach-acct-type to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-ach-draft-day not = spaces
              move "draft day" to ws-cmp-name
              move ae-draft-day to ws-cmp-current
              move tx-ach-draft-day to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-ach-amount-opt not = spaces
              move "draft amount" to ws-cmp-name
              move ae-amount-opt to ws-cmp-current
              move tx-ach-amount-opt to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           if tx-action not = "C" or tx-ach-status not = spaces
              move "status" to ws-cmp-name
              move ae-status to ws-cmp-current
              move tx-ach-status to ws-cmp-proposed
              perform Write-Compare-Line
           end-if
           exit.

       Write-Compare-Line.
           if ws-cmp-found = "N"
              move "(not on file)" to ws-cmp-current
           else
           if ws-cmp-current = spaces
              move "(blank)" to ws-cmp-current
           end-if
           end-if
           if tx-action = "D"
              move "(delete)" to ws-cmp-proposed
           else
           if ws-cmp-proposed = spaces
              move "(blank)" to ws-cmp-proposed
           end-if
           end-if
           move spaces to ws_output_line
           STRING
              "   FIELD: " delimited by size
              function trim(ws-cmp-name) delimited by size
              " | CURRENT: " delimited by size
              function trim(ws-cmp-current) delimited by size
              " | PROPOSED: " delimited by size
              function trim(ws-cmp-proposed) delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move ws_output_line to report_line
           write report_line
           exit.

              OPEN I-O loan_master
           end-if

           OPEN I-O borrower_master
           if BORRMSTR-STATUS = "35"
              OPEN OUTPUT borrower_master
              CLOSE borrower_master
              OPEN I-O borrower_master
           end-if

           OPEN I-O loan_mod
           if LOANMOD-STATUS = "35"
              OPEN OUTPUT loan_mod
              CLOSE loan_mod
              OPEN I-O loan_mod
           end-if

           OPEN I-O ach_enroll
           if ACHENRL-STATUS = "35"
              OPEN OUTPUT ach_enroll
              CLOSE ach_enroll
              OPEN I-O ach_enroll
           end-if

      *    no history yet just means no POST run has seen a loan,
      *    so every delete goes at its booked amount
           OPEN INPUT delq_hist
           if DELQ-STATUS = "00"
              move "Y" to ws-delq-open
           end-if

           OPEN EXTEND audit_journal
           if AUDITJRL-STATUS = "35"
              OPEN OUTPUT audit_journal
              CLOSE audit_journal
              OPEN EXTEND audit_journal
           end-if

           OPEN I-O pend_change
           if PENDCHG-STATUS = "35"
              OPEN OUTPUT pend_change
              CLOSE pend_change
              OPEN I-O pend_change
           end-if
           if PENDCHG-STATUS = "00" or PENDCHG-STATUS = "05"
              move "Y" to ws-pend-open
           else
              display "pending change file not available, status "
                 PENDCHG-STATUS
              move 12 to ws-return-code
              move "Y" to ws-trans-eof
              move "Y" to ws-dec-eof
           end-if

      *    no authority table, no maintenance -- without it there is
      *    no telling which changes need a second user
           OPEN INPUT user_auth
           if USERAUTH-STATUS = "00"
              move "Y" to ws-auth-open
           else
              display "user authority table not available, status "
                 USERAUTH-STATUS
              move 12 to ws-return-code
              move "Y" to ws-trans-eof
              move "Y" to ws-dec-eof
           end-if

           if ws-approval-run
              OPEN INPUT approvals
              if APPRFILE-STATUS = "00"
                 move "Y" to ws-apprv-open
              else
                 display "approval decision file not available, status "
                    APPRFILE-STATUS
                 move 12 to ws-return-code
                 move "Y" to ws-dec-eof
              end-if
           end-if
           exit.

       Input-Check.
