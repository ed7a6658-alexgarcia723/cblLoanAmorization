      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANCONV.
      ******************************************************************
      *one-time conversion of the loan files to their current record
      *layouts, run once before the first run of the programs that
      *read them in the new lengths:
      *  LOANMSTR 215 to 228 bytes -- the loan status, status date and
      *    status month go on the end, blank (active);
      *  DELQHIST 36 to 136 bytes -- the payment history starts empty
      *    (all B), nothing is written off, and the figures the last
      *    POST run left are marked not taken yet (P), so the next
      *    POST run takes them and the roll-forward opens from it;
      *  AUDITJRL 250 to 300 bytes -- the image (bytes 1-244) carries
      *    over; the record type, status and dual control stamps from
      *    byte 245 on, where the old record had six bytes of filler,
      *    are blank, which LOANRCVR reads as a loan master image
      *    applied before dual control.
      *every retained AUDITJRL generation LOANRCVR may replay has to
      *be run through here, not just the current one.
      *each old file is read off OLDMSTR, OLDDELQ and OLDJRNL and
      *written in the new layout to LOANMSTR, DELQHIST and AUDITJRL,
      *which must be new, empty files -- a file is only converted
      *when its old file is there, so one already converted is run
      *with its old DD left out. the counts go on CONVRPT. a new file
      *that cannot be opened stops the run (RC 12); a record that
      *cannot be written stops that file's conversion (RC 8)
      ******************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT optional old_master ASSIGN TO OLDMSTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS om-loan-id
              FILE STATUS IS OLDMSTR-STATUS.
            SELECT loan_master ASSIGN TO LOANMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS lm-loan-id
               FILE STATUS IS LOANMSTR-STATUS.
            SELECT optional old_delq ASSIGN TO OLDDELQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS od-loan-id
               FILE STATUS IS OLDDELQ-STATUS.
            SELECT delq_hist ASSIGN TO DELQHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dh-loan-id
               FILE STATUS IS DELQ-STATUS.
            SELECT optional old_journal ASSIGN TO OLDJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLDJRNL-STATUS.
            SELECT audit_journal ASSIGN TO AUDITJRL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AUDITJRL-STATUS.
            SELECT conv_report ASSIGN TO CONVRPT
               ORGANIZATION IS SEQUENTIAL.
      ******************************************************************
       DATA DIVISION.
       FILE SECTION.

      *the loan master before the charge-off status was kept
       FD old_master recording mode f
            record contains 215 characters.

       01 old_master_record.
           05 om-loan-id         PIC X(10).
           05 FILLER             PIC X(205).

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
      *    status C = charged off, blank = active
           05 lm-loan-status     PIC X(1).
           05 lm-status-date     PIC X(8).
           05 lm-status-month    PIC X(4).

      *the delinquency history before the bureau, charge-off and
      *balance figures were kept
       FD old_delq recording mode f
            record contains 36 characters.

       01 old_delq_record.
           05 od-loan-id        PIC X(10).
           05 od-curr-bucket    PIC 9(1).
           05 od-prior-bucket   PIC 9(1).
           05 od-consec-months  PIC 9(4).
           05 od-worst-bucket   PIC 9(1).
           05 od-last-shortfall PIC 9(9)V99.
           05 od-last-run-date  PIC X(8).

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
      *    Y once the last POST run's figures are taken, N on a
      *    history no POST run has aged, P on one written before
      *    they were kept
           05 dh-snap-flag      PIC X(1).
           05 dh-snap-amount    PIC 9(9)V99.
           05 dh-snap-balance   PIC 9(9)V99.
           05 dh-snap-interest  PIC 9(9)V99.

      *the maintenance journal before record types and dual control
       FD old_journal recording mode f
            record contains 250 characters.

       01 old_journal_record PIC X(250).

       FD audit_journal recording mode f
            record contains 300 characters.

      *the layout LOANMNT writes and LOANRCVR reads: date, time,
      *user, action, image and the record's fields in the first 244
      *bytes, then the record type, loan status and dual control
      *stamps
       01 audit_record.
           05 aj-image-area      PIC X(244).
           05 aj-rec-type        PIC X(1).
           05 aj-loan-status     PIC X(1).
           05 aj-status-date     PIC X(8).
           05 aj-status-month    PIC X(4).
           05 aj-control         PIC X(1).
           05 aj-checker         PIC X(8).
           05 aj-pend-id         PIC X(18).
           05 FILLER             PIC X(15).

       FD conv_report recording mode f
            record contains 132 characters.

       01 report_line PIC X(132).

       WORKING-STORAGE SECTION.

       01 ws-run-date PIC X(8) VALUE SPACES.
       01 ws-run-time PIC X(8) VALUE SPACES.
       01 ws-conv-eof PIC X VALUE "N".
           88 ws-conv-at-eof VALUE "Y".
       01 ws-file-name PIC X(8) VALUE SPACES.
       01 ws-file-status PIC X(2) VALUE SPACES.

      *records read off each old file and written to its new one
       01 ws-mst-read      PIC 9(7) VALUE ZERO.
       01 ws-mst-written   PIC 9(7) VALUE ZERO.
       01 ws-dlq-read      PIC 9(7) VALUE ZERO.
       01 ws-dlq-written   PIC 9(7) VALUE ZERO.
       01 ws-jrl-read      PIC 9(7) VALUE ZERO.
       01 ws-jrl-written   PIC 9(7) VALUE ZERO.
       01 ws-cnt-read      PIC 9(7) VALUE ZERO.
       01 ws-cnt-written   PIC 9(7) VALUE ZERO.
       01 ds-cnt-read      PIC ZZZZZZ9.
       01 ds-cnt-written   PIC ZZZZZZ9.

       01 ws-return-code PIC 9(2) VALUE ZERO.

       01  OLDMSTR-STATUS      PIC X(2).
       01  LOANMSTR-STATUS     PIC X(2).
       01  OLDDELQ-STATUS      PIC X(2).
       01  DELQ-STATUS         PIC X(2).
       01  OLDJRNL-STATUS      PIC X(2).
       01  AUDITJRL-STATUS     PIC X(2).

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

           OPEN OUTPUT conv_report
           move spaces to ws_output_line
           STRING
              "LOAN FILE CONVERSION | RUN DATE: " delimited by size
              ws-run-date delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line

           perform Convert-Loan-Master
           if ws-return-code < 12
              perform Convert-Delq-History
           end-if
           if ws-return-code < 12
              perform Convert-Audit-Journal
           end-if

           move spaces to ws_output_line
           if ws-return-code < 8
              move "CONVERSION COMPLETE" to ws_output_line
           else
              move "CONVERSION NOT COMPLETE, SEE ABOVE"
                 to ws_output_line
           end-if
           perform Put-Report-Line
           close conv_report

           move ws-return-code to return-code
           GOBACK.

      ******************************************************************
      *loan master: each old record in key order, with the status
      *fields blank on the end
      ******************************************************************
       Convert-Loan-Master.
           move "LOANMSTR" to ws-file-name
           OPEN INPUT old_master
           if OLDMSTR-STATUS = "05" or OLDMSTR-STATUS = "35"
              perform Write-File-Skipped
              if OLDMSTR-STATUS = "05"
                 close old_master
              end-if
              exit paragraph
           end-if
           if OLDMSTR-STATUS not = "00"
              move OLDMSTR-STATUS to ws-file-status
              perform Write-Old-File-Failed
              exit paragraph
           end-if
           OPEN OUTPUT loan_master
           if LOANMSTR-STATUS not = "00"
              move LOANMSTR-STATUS to ws-file-status
              perform Write-New-File-Failed
              close old_master
              exit paragraph
           end-if

           move "N" to ws-conv-eof
           move low-values to om-loan-id
           START old_master KEY IS NOT LESS THAN om-loan-id
              INVALID KEY
                 move "Y" to ws-conv-eof
           end-start
           perform Convert-Next-Master
              until ws-conv-at-eof

           close old_master
           close loan_master
           move ws-mst-read to ws-cnt-read
           move ws-mst-written to ws-cnt-written
           perform Write-File-Counts
           exit.

       Convert-Next-Master.
           READ old_master NEXT RECORD
              AT END
                 move "Y" to ws-conv-eof
                 exit paragraph
           end-read
           if OLDMSTR-STATUS not = "00"
              move OLDMSTR-STATUS to ws-file-status
              perform Write-Read-Failed
              exit paragraph
           end-if
           add 1 to ws-mst-read
           move spaces to loan_master_record
           move old_master_record to loan_master_record(1:215)
           move spaces to lm-loan-status
           move spaces to lm-status-date
           move spaces to lm-status-month
           WRITE loan_master_record
           if LOANMSTR-STATUS not = "00"
              move LOANMSTR-STATUS to ws-file-status
              perform Write-Write-Failed
              exit paragraph
           end-if
           add 1 to ws-mst-written
           exit.

      ******************************************************************
      *delinquency history: the aging carries over; everything kept
      *since starts as a history LOAN squares up on its first read --
      *no payment history, nothing written off, and the last POST
      *run's figures not taken yet
      ******************************************************************
       Convert-Delq-History.
           move "DELQHIST" to ws-file-name
           OPEN INPUT old_delq
           if OLDDELQ-STATUS = "05" or OLDDELQ-STATUS = "35"
              perform Write-File-Skipped
              if OLDDELQ-STATUS = "05"
                 close old_delq
              end-if
              exit paragraph
           end-if
           if OLDDELQ-STATUS not = "00"
              move OLDDELQ-STATUS to ws-file-status
              perform Write-Old-File-Failed
              exit paragraph
           end-if
           OPEN OUTPUT delq_hist
           if DELQ-STATUS not = "00"
              move DELQ-STATUS to ws-file-status
              perform Write-New-File-Failed
              close old_delq
              exit paragraph
           end-if

           move "N" to ws-conv-eof
           move low-values to od-loan-id
           START old_delq KEY IS NOT LESS THAN od-loan-id
              INVALID KEY
                 move "Y" to ws-conv-eof
           end-start
           perform Convert-Next-Delq
              until ws-conv-at-eof

           close old_delq
           close delq_hist
           move ws-dlq-read to ws-cnt-read
           move ws-dlq-written to ws-cnt-written
           perform Write-File-Counts
           exit.

       Convert-Next-Delq.
           READ old_delq NEXT RECORD
              AT END
                 move "Y" to ws-conv-eof
                 exit paragraph
           end-read
           if OLDDELQ-STATUS not = "00"
              move OLDDELQ-STATUS to ws-file-status
              perform Write-Read-Failed
              exit paragraph
           end-if
           add 1 to ws-dlq-read
           move spaces to delq_hist_record
           move od-loan-id to dh-loan-id
           move od-curr-bucket to dh-curr-bucket
           move od-prior-bucket to dh-prior-bucket
           move od-consec-months to dh-consec-months
           move od-worst-bucket to dh-worst-bucket
           move od-last-shortfall to dh-last-shortfall
           move od-last-run-date to dh-last-run-date
           move 0 to dh-months-at-120
           move spaces to dh-hist-month
           move all "B" to dh-hist-profile
           move 0 to dh-first-delq
           move zero to dh-co-amount
           move zero to dh-co-received
           move "N" to dh-m2-final
           move "P" to dh-snap-flag
           move zero to dh-snap-amount
           move zero to dh-snap-balance
           move zero to dh-snap-interest
           WRITE delq_hist_record
           if DELQ-STATUS not = "00"
              move DELQ-STATUS to ws-file-status
              perform Write-Write-Failed
              exit paragraph
           end-if
           add 1 to ws-dlq-written
           exit.

      ******************************************************************
      *maintenance journal: every image in the order written. the old
      *record's trailing filler is not carried, so the new fields
      *start blank whatever was left there
      ******************************************************************
       Convert-Audit-Journal.
           move "AUDITJRL" to ws-file-name
           OPEN INPUT old_journal
           if OLDJRNL-STATUS = "05" or OLDJRNL-STATUS = "35"
              perform Write-File-Skipped
              if OLDJRNL-STATUS = "05"
                 close old_journal
              end-if
              exit paragraph
           end-if
           if OLDJRNL-STATUS not = "00"
              move OLDJRNL-STATUS to ws-file-status
              perform Write-Old-File-Failed
              exit paragraph
           end-if
           OPEN OUTPUT audit_journal
           if AUDITJRL-STATUS not = "00"
              move AUDITJRL-STATUS to ws-file-status
              perform Write-New-File-Failed
              close old_journal
              exit paragraph
           end-if

           move "N" to ws-conv-eof
           perform Convert-Next-Journal
              until ws-conv-at-eof

           close old_journal
           close audit_journal
           move ws-jrl-read to ws-cnt-read
           move ws-jrl-written to ws-cnt-written
           perform Write-File-Counts
           exit.

       Convert-Next-Journal.
           READ old_journal NEXT
           if OLDJRNL-STATUS = "10"
              move "Y" to ws-conv-eof
              exit paragraph
           end-if
           if OLDJRNL-STATUS not = "00"
              move OLDJRNL-STATUS to ws-file-status
              perform Write-Read-Failed
              exit paragraph
           end-if
           add 1 to ws-jrl-read
           move spaces to audit_record
           move old_journal_record(1:244) to aj-image-area
           move spaces to aj-rec-type
           move spaces to aj-loan-status
           move spaces to aj-status-date
           move spaces to aj-status-month
           move spaces to aj-control
           move spaces to aj-checker
           move spaces to aj-pend-id
           WRITE audit_record
           if AUDITJRL-STATUS not = "00"
              move AUDITJRL-STATUS to ws-file-status
              perform Write-Write-Failed
              exit paragraph
           end-if
           add 1 to ws-jrl-written
           exit.

      ******************************************************************
      *report lines. a file left out of the run is noted and passed
      *by; an old file that will not open, or a new one, stops the
      *run; a read or write that fails stops the file it is on
      ******************************************************************
       Write-File-Skipped.
           move spaces to ws_output_line
           STRING
              ws-file-name delimited by size
              " | OLD FILE NOT PRESENT, NOT CONVERTED"
                 delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line
           exit.

       Write-Old-File-Failed.
           display "old " ws-file-name " not available, status "
              ws-file-status
           move spaces to ws_output_line
           STRING
              ws-file-name delimited by size
              " | OLD FILE WILL NOT OPEN, STATUS " delimited by size
              ws-file-status delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line
           move 12 to ws-return-code
           exit.

       Write-New-File-Failed.
           display "new " ws-file-name " not available, status "
              ws-file-status
           move spaces to ws_output_line
           STRING
              ws-file-name delimited by size
              " | NEW FILE WILL NOT OPEN, STATUS " delimited by size
              ws-file-status delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line
           move 12 to ws-return-code
           exit.

       Write-Read-Failed.
           display "old " ws-file-name " read failed, status "
              ws-file-status
           move spaces to ws_output_line
           STRING
              ws-file-name delimited by size
              " | OLD FILE READ FAILED, STATUS " delimited by size
              ws-file-status delimited by size
              " -- CONVERSION STOPPED" delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line
           move "Y" to ws-conv-eof
           if ws-return-code < 8
              move 8 to ws-return-code
           end-if
           exit.

       Write-Write-Failed.
           display "new " ws-file-name " write failed, status "
              ws-file-status
           move spaces to ws_output_line
           STRING
              ws-file-name delimited by size
              " | NEW FILE WRITE FAILED, STATUS " delimited by size
              ws-file-status delimited by size
              " -- CONVERSION STOPPED" delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line
           move "Y" to ws-conv-eof
           if ws-return-code < 8
              move 8 to ws-return-code
           end-if
           exit.

       Write-File-Counts.
           move ws-cnt-read to ds-cnt-read
           move ws-cnt-written to ds-cnt-written
           move spaces to ws_output_line
           STRING
              ws-file-name delimited by size
              " | READ: " delimited by size
              ds-cnt-read delimited by size
              " | WRITTEN: " delimited by size
              ds-cnt-written delimited by size
              into ws_output_line
           end-string
           perform Put-Report-Line
           exit.

       Put-Report-Line.
           move spaces to report_line
           move function trim(ws_output_line) to report_line
           write report_line
           exit.
