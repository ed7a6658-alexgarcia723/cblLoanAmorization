      *then sweeps the rebuilt master and compares its record count
      *and lm-loan-amount hash against what the baseline plus the
      *applied journal records say they should be, and every journal
      *record that could not be applied is reported with its reason.
      *borrower name-and-address images on the same journal are
      *rolled forward into a restored BORRMSTR in the same pass, loan
      *modification images into a restored LOANMOD, and autopay
      *enrollment images into a restored ACHENRL. only changes that
      *were actually applied roll forward: a change still waiting on
      *its checker, or refused by one, is journaled but never lands,
      *and an image claiming a checker's approval without a checker
      *distinct from its maker is reported, not applied. a backup or
      *journal from before the 228-byte master and 300-byte journal
      *is put through LOANCONV before it is used here
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
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
            SELECT recovery_report ASSIGN TO RCVRRPT
               ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       FILE SECTION.

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
      *L=loan master image B=borrower image M=loan modification
      *image E=autopay enrollment image, blank on older journals
           05 aj-rec-type        PIC X(1).
      *loan status as it stood on the image; blank on borrower images
      *and on journals written before the charge-off status existed
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

      *one autopay enrollment per loan, A=drafting U=unenrolled
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

       FD recovery_report recording mode f
            record contains 132 characters.
       01 ws-sweep-done PIC X VALUE "N".
       01 ws-master-found PIC X VALUE "N".
       01 ws-apply-this PIC X VALUE "Y".
       01 ws-borrower-open PIC X VALUE "N".
       01 ws-mod-open PIC X VALUE "N".
       01 ws-ach-open PIC X VALUE "N".

      *recovery cutoff off the run parameter -- journal records
      *stamped after it are left unapplied on purpose, which is how
       01 ws-jrnl-skipped   PIC 9(7) VALUE ZERO.
       01 ws-jrnl-unapplied PIC 9(7) VALUE ZERO.
       01 ws-jrnl-absent    PIC 9(7) VALUE ZERO.
       01 ws-jrnl-borrower  PIC 9(7) VALUE ZERO.
       01 ws-jrnl-mod       PIC 9(7) VALUE ZERO.
       01 ws-jrnl-ach       PIC 9(7) VALUE ZERO.
       01 ws-jrnl-unapproved PIC 9(7) VALUE ZERO.
       01 ds-jrnl-read      PIC ZZZZZZ9.
       01 ds-jrnl-applied   PIC ZZZZZZ9.
       01 ds-jrnl-skipped   PIC ZZZZZZ9.
       01 ds-jrnl-unapplied PIC ZZZZZZ9.
       01 ds-jrnl-absent    PIC ZZZZZZ9.
       01 ds-jrnl-borrower  PIC ZZZZZZ9.
       01 ds-jrnl-mod       PIC ZZZZZZ9.
       01 ds-jrnl-ach       PIC ZZZZZZ9.
       01 ds-jrnl-unapproved PIC ZZZZZZ9.

      *verification totals. the expected count and amount hash start
      *from a sweep of the restored master before anything is

       01  AUDITJRL-STATUS     PIC X(2).
       01  LOANMSTR-STATUS     PIC X(2).
       01  BORRMSTR-STATUS     PIC X(2).
       01  LOANMOD-STATUS      PIC X(2).
       01  ACHENRL-STATUS      PIC X(2).

       01 ws_output_line PIC X(132) value spaces.


           close audit_journal
           close loan_master
           if ws-borrower-open = "Y"
              close borrower_master
           end-if
           if ws-mod-open = "Y"
              close loan_mod
           end-if
           if ws-ach-open = "Y"
              close ach_enroll
           end-if
           close recovery_report

           move ws-return-code to return-code
              move 12 to ws-return-code
              move "Y" to ws-jrnl-eof
           end-if
      *    the borrower file is optional to a recovery -- without it
      *    borrower images are reported as not applied and the loan
      *    master still comes back
           OPEN I-O borrower_master
           if BORRMSTR-STATUS = "00" or BORRMSTR-STATUS = "05"
              move "Y" to ws-borrower-open
           else
              display "borrower file not available, status "
                 BORRMSTR-STATUS " -- borrower images not applied"
           end-if
           OPEN I-O loan_mod
           if LOANMOD-STATUS = "00" or LOANMOD-STATUS = "05"
              move "Y" to ws-mod-open
           else
              display "modification file not available, status "
                 LOANMOD-STATUS " -- modification images not applied"
           end-if
           OPEN I-O ach_enroll
           if ACHENRL-STATUS = "00" or ACHENRL-STATUS = "05"
              move "Y" to ws-ach-open
           else
              display "enrollment file not available, status "
                 ACHENRL-STATUS " -- enrollment images not applied"
           end-if
           exit.

      ******************************************************************
           exit.

       Apply-Journal-Record.
           if aj-control = "P" or aj-control = "R"
              add 1 to ws-jrnl-unapproved
              exit paragraph
           end-if
           if aj-control = "A"
              and (aj-checker = spaces or aj-checker = aj-user)
              move "approved image has no independent checker"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              exit paragraph
           end-if
           if aj-control not = space and aj-control not = "D"
              and aj-control not = "A"
              move "unrecognized approval code on journal"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              exit paragraph
           end-if
           if aj-rec-type = "B"
              perform Apply-Borrower-Journal-Record
              exit paragraph
           end-if
           if aj-rec-type = "M"
              perform Apply-Mod-Journal-Record
              exit paragraph
           end-if
           if aj-rec-type = "E"
              perform Apply-Ach-Journal-Record
              exit paragraph
           end-if
           evaluate true
              when aj-action = "C" and aj-image = "BEFORE"
                 continue
           move aj-loan-day-basis to lm-loan-day-basis
           move aj-loan-pay-freq to lm-loan-pay-freq
           move aj-loan-investor to lm-loan-investor
           move aj-loan-status to lm-loan-status
           move aj-status-date to lm-status-date
           move aj-status-month to lm-status-month

           move zero to ws-new-amount
           move "Y" to ws-valid-flag
           end-if
           exit.

      ******************************************************************
      *borrower images follow the same rules as master images -- the
      *AFTER of an add or change lands whole, the BEFORE of a delete
      *drives the delete -- but carry no weight in the master count
      *and amount hash
      ******************************************************************
       Apply-Borrower-Journal-Record.
           if ws-borrower-open not = "Y"
              move "borrower file not available for this image"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              exit paragraph
           end-if
           evaluate true
              when aj-action = "C" and aj-image = "BEFORE"
                 continue
              when aj-action = "D" and aj-image = "BEFORE"
                 perform Apply-Borrower-Delete
              when (aj-action = "A" or aj-action = "C")
                 and aj-image = "AFTER"
                 perform Apply-Borrower-Upsert
              when other
                 move "unrecognized action/image on journal"
                    to ws-unapply-reason
                 perform Write-Unapplied-Report
           end-evaluate
           exit.

       Apply-Borrower-Upsert.
           move aj-loan-id to br-loan-id
           READ borrower_master KEY IS br-loan-id
              INVALID KEY
                 move "N" to ws-master-found
              NOT INVALID KEY
                 move "Y" to ws-master-found
           end-read

           move spaces to borrower_record
           move aj-loan-id to br-loan-id
           move aj-brw-pri-last to br-pri-last
           move aj-brw-pri-first to br-pri-first
           move aj-brw-pri-middle to br-pri-middle
           move aj-brw-pri-suffix to br-pri-suffix
           move aj-brw-co-last to br-co-last
           move aj-brw-co-first to br-co-first
           move aj-brw-co-middle to br-co-middle
           move aj-brw-co-suffix to br-co-suffix
           move aj-brw-addr-1 to br-addr-1
           move aj-brw-addr-2 to br-addr-2
           move aj-brw-city to br-city
           move aj-brw-state to br-state
           move aj-brw-zip to br-zip
           move aj-brw-tax-id to br-tax-id
           move aj-brw-mail-hold to br-mail-hold
           move aj-brw-birth-date to br-birth-date

           if ws-master-found = "Y"
              REWRITE borrower_record
           else
              WRITE borrower_record
           end-if
           if BORRMSTR-STATUS = "00" or BORRMSTR-STATUS = "02"
              add 1 to ws-jrnl-applied
              add 1 to ws-jrnl-borrower
           else
              move "borrower write failed, see file status"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              display "borrower write failed for loan " aj-loan-id
                 " status " BORRMSTR-STATUS
           end-if
           exit.

       Apply-Borrower-Delete.
           move aj-loan-id to br-loan-id
           READ borrower_master KEY IS br-loan-id
              INVALID KEY
                 move "N" to ws-master-found
              NOT INVALID KEY
                 move "Y" to ws-master-found
           end-read

           if ws-master-found = "N"
              add 1 to ws-jrnl-absent
              move "borrower delete target already absent"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              if ws-return-code < 4
                 move 4 to ws-return-code
              end-if
              exit paragraph
           end-if

           DELETE borrower_master RECORD
           if BORRMSTR-STATUS = "00"
              add 1 to ws-jrnl-applied
              add 1 to ws-jrnl-borrower
           else
              move "borrower delete failed, see file status"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              display "borrower delete failed for loan " aj-loan-id
                 " status " BORRMSTR-STATUS
           end-if
           exit.

      ******************************************************************
      *modification images are keyed on loan id and effective month
      *and roll into a restored LOANMOD the same way -- they carry no
      *weight in the master count and amount hash either
      ******************************************************************
       Apply-Mod-Journal-Record.
           if ws-mod-open not = "Y"
              move "modification file not available for image"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              exit paragraph
           end-if
           evaluate true
              when aj-action = "C" and aj-image = "BEFORE"
                 continue
              when aj-action = "D" and aj-image = "BEFORE"
                 perform Apply-Mod-Delete
              when (aj-action = "A" or aj-action = "C")
                 and aj-image = "AFTER"
                 perform Apply-Mod-Upsert
              when other
                 move "unrecognized action/image on journal"
                    to ws-unapply-reason
                 perform Write-Unapplied-Report
           end-evaluate
           exit.

       Apply-Mod-Upsert.
           move aj-loan-id to md-loan-id
           move aj-mod-eff-month to md-eff-month
           READ loan_mod KEY IS md-key
              INVALID KEY
                 move "N" to ws-master-found
              NOT INVALID KEY
                 move "Y" to ws-master-found
           end-read

           move spaces to loan_mod_record
           move aj-loan-id to md-loan-id
           move aj-mod-eff-month to md-eff-month
           move aj-mod-rate to md-new-rate
           move aj-mod-term to md-new-term
           move aj-mod-forb to md-forb-months
           move aj-mod-cap-int to md-cap-interest
           move aj-mod-cap-esc to md-cap-escrow
           move aj-mod-cap-fees to md-cap-fees
           move aj-mod-entered to md-entered-date
           move aj-mod-user to md-user

           if ws-master-found = "Y"
              REWRITE loan_mod_record
           else
              WRITE loan_mod_record
           end-if
           if LOANMOD-STATUS = "00" or LOANMOD-STATUS = "02"
              add 1 to ws-jrnl-applied
              add 1 to ws-jrnl-mod
           else
              move "modification write failed, see file status"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              display "modification write failed for loan "
                 aj-loan-id " status " LOANMOD-STATUS
           end-if
           exit.

       Apply-Mod-Delete.
           move aj-loan-id to md-loan-id
           move aj-mod-eff-month to md-eff-month
           READ loan_mod KEY IS md-key
              INVALID KEY
                 move "N" to ws-master-found
              NOT INVALID KEY
                 move "Y" to ws-master-found
           end-read

           if ws-master-found = "N"
              add 1 to ws-jrnl-absent
              move "modification delete target already absent"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              if ws-return-code < 4
                 move 4 to ws-return-code
              end-if
              exit paragraph
           end-if

           DELETE loan_mod RECORD
           if LOANMOD-STATUS = "00"
              add 1 to ws-jrnl-applied
              add 1 to ws-jrnl-mod
           else
              move "modification delete failed, see file status"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              display "modification delete failed for loan "
                 aj-loan-id " status " LOANMOD-STATUS
           end-if
           exit.

      ******************************************************************
      *autopay enrollment images are keyed on loan id alone and roll
      *into a restored ACHENRL the same way. they come from LOANMNT
      *and from the ACH return run, which unenrolls on a return
      ******************************************************************
       Apply-Ach-Journal-Record.
           if ws-ach-open not = "Y"
              move "enrollment file not available for image"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              exit paragraph
           end-if
           evaluate true
              when aj-action = "C" and aj-image = "BEFORE"
                 continue
              when aj-action = "D" and aj-image = "BEFORE"
                 perform Apply-Ach-Delete
              when (aj-action = "A" or aj-action = "C")
                 and aj-image = "AFTER"
                 perform Apply-Ach-Upsert
              when other
                 move "unrecognized action/image on journal"
                    to ws-unapply-reason
                 perform Write-Unapplied-Report
           end-evaluate
           exit.

       Apply-Ach-Upsert.
           move aj-loan-id to ae-loan-id
           READ ach_enroll KEY IS ae-loan-id
              INVALID KEY
                 move "N" to ws-master-found
              NOT INVALID KEY
                 move "Y" to ws-master-found
           end-read

           move spaces to ach_enroll_record
           move aj-loan-id to ae-loan-id
           move aj-ach-routing to ae-routing
           move aj-ach-account to ae-account
           move aj-ach-acct-type to ae-acct-type
           move aj-ach-draft-day to ae-draft-day
           move aj-ach-amount-opt to ae-amount-opt
           move aj-ach-status to ae-status
           move aj-ach-status-date to ae-status-date
           move aj-ach-return-code to ae-return-code
           move aj-ach-entered to ae-entered-date
           move aj-ach-user to ae-user

           if ws-master-found = "Y"
              REWRITE ach_enroll_record
           else
              WRITE ach_enroll_record
           end-if
           if ACHENRL-STATUS = "00"
              add 1 to ws-jrnl-applied
              add 1 to ws-jrnl-ach
           else
              move "enrollment write failed, see file status"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              display "enrollment write failed for loan "
                 aj-loan-id " status " ACHENRL-STATUS
           end-if
           exit.

       Apply-Ach-Delete.
           move aj-loan-id to ae-loan-id
           READ ach_enroll KEY IS ae-loan-id
              INVALID KEY
                 move "N" to ws-master-found
              NOT INVALID KEY
                 move "Y" to ws-master-found
           end-read

           if ws-master-found = "N"
              add 1 to ws-jrnl-absent
              move "enrollment delete target already absent"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              if ws-return-code < 4
                 move 4 to ws-return-code
              end-if
              exit paragraph
           end-if

           DELETE ach_enroll RECORD
           if ACHENRL-STATUS = "00"
              add 1 to ws-jrnl-applied
              add 1 to ws-jrnl-ach
           else
              move "enrollment delete failed, see file status"
                 to ws-unapply-reason
              perform Write-Unapplied-Report
              display "enrollment delete failed for loan "
                 aj-loan-id " status " ACHENRL-STATUS
           end-if
           exit.

      ******************************************************************
      *one report line per journal record that could not be applied,
      *carrying the journal stamp so the operator can find the
      ******************************************************************
       Write-Unapplied-Report.
           add 1 to ws-jrnl-unapplied
           if ws-return-code < 8
              and ws-unapply-reason not =
                 "delete target already absent from master"
              and ws-unapply-reason not =
                 "borrower delete target already absent"
              and ws-unapply-reason not =
                 "modification delete target already absent"
              and ws-unapply-reason not =
                 "enrollment delete target already absent"
              move 8 to ws-return-code
           end-if
           move spaces to ws_output_line
           move ws-jrnl-skipped to ds-jrnl-skipped
           move ws-jrnl-unapplied to ds-jrnl-unapplied
           move ws-jrnl-absent to ds-jrnl-absent
           move ws-jrnl-borrower to ds-jrnl-borrower
           move ws-jrnl-mod to ds-jrnl-mod
           move ws-jrnl-ach to ds-jrnl-ach
           move spaces to ws_output_line
           STRING
              "RUN TOTALS | READ: " delimited by size
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
      *    the secondary files' counts ride on a line of their own
           move spaces to ws_output_line
           STRING
              "RUN TOTALS | BORROWER IMAGES APPLIED: " delimited by size
              ds-jrnl-borrower delimited by size
              " | MODIFICATION IMAGES APPLIED: " delimited by size
              ds-jrnl-mod delimited by size
              " | ACH ENROLLMENT IMAGES APPLIED: " delimited by size
              ds-jrnl-ach delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           move ws-jrnl-unapproved to ds-jrnl-unapproved
           move spaces to ws_output_line
           STRING
              "RUN TOTALS | UNAPPROVED IMAGES PASSED OVER: "
                 delimited by size
              ds-jrnl-unapproved delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           exit.

       Input-Check.
