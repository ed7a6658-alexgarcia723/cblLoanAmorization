      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANACHR.
      ******************************************************************
      *returned autopay drafts. the bank sends back, in NACHA layout,
      *every draft the LOAN ACH run originated that the borrower's
      *bank would not honor: the original entry record followed by
      *a return addenda carrying the return reason code. every
      *return is reported on RTNRPT; a return that says the account
      *can no longer be drafted (closed, not found, invalid, frozen,
      *authorization revoked, holder deceased and the like) takes
      *the loan off autopay -- the ACHENRL enrollment is set to U
      *with the run date and the reason code, and the change is
      *journaled to AUDITJRL like a keyed change so LOANRCVR rolls
      *it forward. insufficient or uncollected funds and the other
      *one-time returns are reported only, and the loan drafts again
      *next cycle. re-enrolling is a keyed change through LOANMNT
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ach_returns ASSIGN TO ACHRTN
              ORGANIZATION IS SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS ACHRTN-STATUS.
            SELECT ach_enroll ASSIGN TO ACHENRL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ae-loan-id
               FILE STATUS IS ACHENRL-STATUS.
            SELECT audit_journal ASSIGN TO AUDITJRL
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS AUDITJRL-STATUS.
            SELECT return_report ASSIGN TO RTNRPT
               ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

       FD ach_returns recording mode f
            record contains 94 characters.

      *the bank's return file. only the entry (6) and its return
      *addenda (7) matter here; header and control records pass by
       01 return_record.
           05 rt-type            PIC X(1).
           05 FILLER             PIC X(93).
      *the returned entry as it was originated -- the individual id
      *is the loan id the ACH run put there
       01 return_entry.
           05 re-type            PIC X(1).
           05 re-tran            PIC X(2).
           05 re-rdfi            PIC X(8).
           05 re-check           PIC X(1).
           05 re-account         PIC X(17).
           05 re-amount          PIC 9(8)V99.
           05 re-indiv-id        PIC X(15).
           05 re-name            PIC X(22).
           05 re-discr           PIC X(2).
           05 re-addenda         PIC X(1).
           05 re-trace           PIC X(15).
      *return addenda, type code 99
       01 return_addenda.
           05 ra-type            PIC X(1).
           05 ra-type-code       PIC X(2).
           05 ra-reason          PIC X(3).
           05 ra-orig-trace      PIC X(15).
           05 ra-death-date      PIC X(6).
           05 ra-orig-rdfi       PIC X(8).
           05 ra-info            PIC X(44).
           05 ra-trace           PIC X(15).

       FD ach_enroll recording mode f.

      *one autopay enrollment per loan, A=drafting U=unenrolled, the
      *same file LOANMNT maintains
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

       FD audit_journal recording mode f
            record contains 300 characters.

      *the same journal LOANMNT writes; an unenrollment goes on it
      *as an enrollment change (image type E), BEFORE then AFTER
       01 audit_record.
           05 aj-date            PIC X(8).
           05 aj-time            PIC X(6).
           05 aj-user            PIC X(8).
           05 aj-action          PIC X(1).
           05 aj-image           PIC X(6).
           05 aj-loan-id         PIC X(10).
           05 aj-ach-fields.
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

       FD return_report recording mode f
            record contains 132 characters.

       01 report_line PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-rtn-eof PIC X VALUE "N".
           88 ws-rtn-at-eof VALUE "Y".
       01 ws-ach-found PIC X VALUE "N".
       01 ws-run-date PIC X(8) VALUE SPACES.
       01 ws-run-time PIC X(8) VALUE SPACES.
       01 ws-audit-image PIC X(6) VALUE SPACES.
       01 ws-jrnl-user PIC X(8) VALUE "ACHRTN".

      *the entry waiting for its addenda. an entry with no addenda
      *behind it is still a return, reported with no reason
       01 ws-held PIC X VALUE "N".
       01 ws-held-loan-id PIC X(10) VALUE SPACES.
       01 ws-held-amount  PIC 9(8)V99 VALUE ZERO.
       01 ws-held-trace   PIC X(15) VALUE SPACES.
       01 ws-held-tran    PIC X(2) VALUE SPACES.

       01 ws-rtn-code    PIC X(3) VALUE SPACES.
       01 ws-rtn-action  PIC X(1) VALUE SPACES.
       01 ws-rtn-desc    PIC X(36) VALUE SPACES.
       01 ws-rtn-result  PIC X(20) VALUE SPACES.

      *return reasons the bank sends. action U takes the loan off
      *autopay -- the account cannot be drafted again as it stands;
      *R reports the return only
       01 ws-reason-values.
           05 FILLER PIC X(4)  VALUE "R01R".
           05 FILLER PIC X(36) VALUE "INSUFFICIENT FUNDS".
           05 FILLER PIC X(4)  VALUE "R02U".
           05 FILLER PIC X(36) VALUE "ACCOUNT CLOSED".
           05 FILLER PIC X(4)  VALUE "R03U".
           05 FILLER PIC X(36) VALUE "NO ACCOUNT, UNABLE TO LOCATE".
           05 FILLER PIC X(4)  VALUE "R04U".
           05 FILLER PIC X(36) VALUE "INVALID ACCOUNT NUMBER".
           05 FILLER PIC X(4)  VALUE "R05U".
           05 FILLER PIC X(36)
              VALUE "UNAUTHORIZED DEBIT TO CONSUMER ACCT".
           05 FILLER PIC X(4)  VALUE "R06R".
           05 FILLER PIC X(36) VALUE "RETURNED PER ODFI REQUEST".
           05 FILLER PIC X(4)  VALUE "R07U".
           05 FILLER PIC X(36)
              VALUE "AUTHORIZATION REVOKED BY CUSTOMER".
           05 FILLER PIC X(4)  VALUE "R08R".
           05 FILLER PIC X(36) VALUE "PAYMENT STOPPED".
           05 FILLER PIC X(4)  VALUE "R09R".
           05 FILLER PIC X(36) VALUE "UNCOLLECTED FUNDS".
           05 FILLER PIC X(4)  VALUE "R10U".
           05 FILLER PIC X(36) VALUE "CUSTOMER ADVISES NOT AUTHORIZED".
           05 FILLER PIC X(4)  VALUE "R11R".
           05 FILLER PIC X(36)
              VALUE "NOT IN ACCORDANCE WITH AUTHORIZATION".
           05 FILLER PIC X(4)  VALUE "R12U".
           05 FILLER PIC X(36) VALUE "ACCOUNT SOLD TO ANOTHER BANK".
           05 FILLER PIC X(4)  VALUE "R13U".
           05 FILLER PIC X(36) VALUE "INVALID ROUTING NUMBER".
           05 FILLER PIC X(4)  VALUE "R14U".
           05 FILLER PIC X(36) VALUE "REPRESENTATIVE PAYEE DECEASED".
           05 FILLER PIC X(4)  VALUE "R15U".
           05 FILLER PIC X(36) VALUE "ACCOUNT HOLDER DECEASED".
           05 FILLER PIC X(4)  VALUE "R16U".
           05 FILLER PIC X(36) VALUE "ACCOUNT FROZEN".
           05 FILLER PIC X(4)  VALUE "R20U".
           05 FILLER PIC X(36) VALUE "NON-TRANSACTION ACCOUNT".
           05 FILLER PIC X(4)  VALUE "R29U".
           05 FILLER PIC X(36)
              VALUE "CORPORATE CUSTOMER NOT AUTHORIZED".
       01 ws-reason-table REDEFINES ws-reason-values.
           05 ws-reason-entry OCCURS 19 TIMES
                              INDEXED BY ws-reason-idx.
              10 ws-reason-code   PIC X(3).
              10 ws-reason-action PIC X(1).
              10 ws-reason-desc   PIC X(36).

      *run counters for the trailer line on RTNRPT
       01 ws-rtn-read       PIC 9(7) VALUE ZERO.
       01 ws-rtn-unenrolled PIC 9(7) VALUE ZERO.
       01 ws-rtn-already    PIC 9(7) VALUE ZERO.
       01 ws-rtn-reported   PIC 9(7) VALUE ZERO.
       01 ws-rtn-unmatched  PIC 9(7) VALUE ZERO.
       01 ws-rtn-total      PIC 9(11)V99 VALUE ZERO.
       01 ds-rtn-read       PIC ZZZZZZ9.
       01 ds-rtn-unenrolled PIC ZZZZZZ9.
       01 ds-rtn-already    PIC ZZZZZZ9.
       01 ds-rtn-reported   PIC ZZZZZZ9.
       01 ds-rtn-unmatched  PIC ZZZZZZ9.
       01 ds-rtn-total      PIC 9(11).99.
       01 ds-rtn-amount     PIC 9(8).99.

       01 ws-enroll-before PIC X(100).
       01 ws-enroll-after  PIC X(100).
       01 ws-return-code PIC 9(2) VALUE ZERO.

       01  ACHRTN-STATUS       PIC X(2).
       01  ACHENRL-STATUS      PIC X(2).
       01  AUDITJRL-STATUS     PIC X(2).

       01 ws_output_line PIC X(132) value spaces.

      ******************************************************************
       PROCEDURE DIVISION.
       MAIN-LOGIC Section.
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time

           perform Open-All-Files

           if ws-return-code < 12
              perform Process-Next-Return-Record
                 until ws-rtn-at-eof
              if ws-held = "Y"
                 move spaces to ws-rtn-code
                 perform Process-Return
              end-if
           end-if

           perform Write-Return-Trailer

           close ach_returns
           close ach_enroll
           close audit_journal
           close return_report

           move ws-return-code to return-code
           GOBACK.

       Open-All-Files.
           OPEN OUTPUT return_report
           OPEN INPUT ach_returns
           if ACHRTN-STATUS not = "00"
              display "ACH return file not available, status "
                 ACHRTN-STATUS
              move 12 to ws-return-code
              move "Y" to ws-rtn-eof
           end-if
           OPEN I-O ach_enroll
           if ACHENRL-STATUS not = "00"
              display "autopay enrollment file not available, status "
                 ACHENRL-STATUS
              move 12 to ws-return-code
              move "Y" to ws-rtn-eof
           end-if
           OPEN EXTEND audit_journal
           if AUDITJRL-STATUS = "35"
              OPEN OUTPUT audit_journal
              CLOSE audit_journal
              OPEN EXTEND audit_journal
           end-if
           if AUDITJRL-STATUS not = "00"
              display "audit journal not available, status "
                 AUDITJRL-STATUS
              move 12 to ws-return-code
              move "Y" to ws-rtn-eof
           end-if
           exit.

      ******************************************************************
      *an entry record is held until the addenda behind it gives the
      *reason; a second entry arriving first means the one held had
      *none, and it is reported on its own
      ******************************************************************
       Process-Next-Return-Record.
           READ ach_returns NEXT
           if ACHRTN-STATUS = "10"
              move "Y" to ws-rtn-eof
           else
           if ACHRTN-STATUS not = "00"
      *       any other read status is a broken file -- pressing on
      *       would loop over the same stale buffer
              display "ACH return file read failed, status "
                 ACHRTN-STATUS
              move 12 to ws-return-code
              move "Y" to ws-rtn-eof
           else
              evaluate rt-type
                 when "6"
                    if ws-held = "Y"
                       move spaces to ws-rtn-code
                       perform Process-Return
                    end-if
                    move "Y" to ws-held
                    move re-indiv-id(1:10) to ws-held-loan-id
                    move re-amount to ws-held-amount
                    move re-trace to ws-held-trace
                    move re-tran to ws-held-tran
                 when "7"
                    if ws-held = "Y"
                       move ra-reason to ws-rtn-code
                       perform Process-Return
                    end-if
                 when other
                    continue
              end-evaluate
           end-if
           end-if
           exit.

      ******************************************************************
      *one return: look up its reason, find the loan's enrollment and
      *unenroll it when the reason calls for it. a loan with no
      *enrollment on file is reported and raises the return code --
      *a draft came back that this shop has no record of sending
      ******************************************************************
       Process-Return.
           move "N" to ws-held
           add 1 to ws-rtn-read
           add ws-held-amount to ws-rtn-total

           move "R" to ws-rtn-action
           move "NO RETURN ADDENDA" to ws-rtn-desc
           if ws-rtn-code not = spaces
              move "UNLISTED RETURN REASON" to ws-rtn-desc
              perform varying ws-reason-idx from 1 by 1
                 until ws-reason-idx > 19
                 if ws-reason-code(ws-reason-idx) = ws-rtn-code
                    move ws-reason-action(ws-reason-idx)
                       to ws-rtn-action
                    move ws-reason-desc(ws-reason-idx) to ws-rtn-desc
                 end-if
              end-perform
           end-if
           if ws-rtn-desc = "NO RETURN ADDENDA" or
              ws-rtn-desc = "UNLISTED RETURN REASON"
              if ws-return-code < 4
                 move 4 to ws-return-code
              end-if
           end-if

           move ws-held-loan-id to ae-loan-id
           READ ach_enroll KEY IS ae-loan-id
              INVALID KEY
                 move "N" to ws-ach-found
              NOT INVALID KEY
                 move "Y" to ws-ach-found
           end-read

           if ws-ach-found = "N"
              move "NOT ENROLLED" to ws-rtn-result
              add 1 to ws-rtn-unmatched
              if ws-return-code < 4
                 move 4 to ws-return-code
              end-if
           else
           if ws-rtn-action not = "U"
              move "REPORTED ONLY" to ws-rtn-result
              add 1 to ws-rtn-reported
           else
           if ae-status = "U"
              move "ALREADY UNENROLLED" to ws-rtn-result
              add 1 to ws-rtn-already
           else
              perform Unenroll-Loan
           end-if
           end-if
           end-if

           perform Write-Return-Line
           exit.

       Unenroll-Loan.
           move ach_enroll_record to ws-enroll-before
           move "U" to ae-status
           move ws-run-date to ae-status-date
           move ws-rtn-code to ae-return-code
           move ws-run-date to ae-entered-date
           move ws-jrnl-user to ae-user
           REWRITE ach_enroll_record
           if ACHENRL-STATUS = "00"
              move "UNENROLLED" to ws-rtn-result
              add 1 to ws-rtn-unenrolled
              move ach_enroll_record to ws-enroll-after
              move ws-enroll-before to ach_enroll_record
              move "BEFORE" to ws-audit-image
              perform Write-Audit-Image
              move ws-enroll-after to ach_enroll_record
              move "AFTER" to ws-audit-image
              perform Write-Audit-Image
           else
              move "UNENROLL FAILED" to ws-rtn-result
              display "enrollment rewrite failed for loan "
                 ae-loan-id " status " ACHENRL-STATUS
              if ws-return-code < 8
                 move 8 to ws-return-code
              end-if
           end-if
           exit.

       Write-Audit-Image.
           move spaces to audit_record
           move ws-run-date to aj-date
           move ws-run-time(1:6) to aj-time
           move ws-jrnl-user to aj-user
           move "C" to aj-action
           move ws-audit-image to aj-image
           move "E" to aj-rec-type
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
           WRITE audit_record
           if AUDITJRL-STATUS not = "00"
              display "audit journal write failed for loan "
                 ae-loan-id " status " AUDITJRL-STATUS
              if ws-return-code < 8
                 move 8 to ws-return-code
              end-if
           end-if
           exit.

       Write-Return-Line.
           move ws-held-amount to ds-rtn-amount
           move spaces to ws_output_line
           STRING
              "RETURN | LOAN ID: " delimited by size
              function trim(ws-held-loan-id) delimited by size
              " | AMOUNT: " delimited by size
              ds-rtn-amount delimited by size
              " | TRAN: " delimited by size
              ws-held-tran delimited by size
              " | CODE: " delimited by size
              ws-rtn-code delimited by size
              " " delimited by size
              function trim(ws-rtn-desc) delimited by size
              " | TRACE: " delimited by size
              ws-held-trace delimited by size
              " | ACTION: " delimited by size
              function trim(ws-rtn-result) delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           exit.

       Write-Return-Trailer.
           move ws-rtn-read to ds-rtn-read
           move ws-rtn-unenrolled to ds-rtn-unenrolled
           move ws-rtn-already to ds-rtn-already
           move ws-rtn-reported to ds-rtn-reported
           move ws-rtn-unmatched to ds-rtn-unmatched
           move ws-rtn-total to ds-rtn-total
           move spaces to ws_output_line
           STRING
              "RUN TOTALS | RETURNS: " delimited by size
              ds-rtn-read delimited by size
              " | AMOUNT: " delimited by size
              ds-rtn-total delimited by size
              " | UNENROLLED: " delimited by size
              ds-rtn-unenrolled delimited by size
              " | ALREADY OFF: " delimited by size
              ds-rtn-already delimited by size
              " | REPORTED ONLY: " delimited by size
              ds-rtn-reported delimited by size
              " | NOT ENROLLED: " delimited by size
              ds-rtn-unmatched delimited by size
              into ws_output_line
           end-string
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           exit.
