       identification division.
       program-id.     incdmnt.
       author.         Emil Tullstedt.
       date-written.   Oct 15 2026.
      * Modification history:
      *   2026-10-15  ET   Original incident maintenance program:
      *                    applies operator ACK/ASN/CLO transactions
      *                    (INCDTRAN) to the incident file PRIMINCD
      *                    folds the nightly exceptions into.  ACK
      *                    records who has picked an incident up, ASN
      *                    hands it to a named person, and CLO closes
      *                    it, so the next night's recurrence opens a
      *                    fresh incident instead of adding to one the
      *                    desk has already dealt with.  Every
      *                    transaction is listed APPLIED or REJECTED
      *                    with the reason on INCDMRPT.

       environment division.
       input-output section.
       file-control.
           select transaction-file assign to "INCDTRAN"
               organization is line sequential
               file status is tran-file-status.

           select incident-file assign to "INCIDENT"
               organization is indexed
               access mode is dynamic
               record key is inc-number
               alternate record key is inc-match-key with duplicates
               file status is inc-file-status.

           select edit-report-file assign to "INCDMRPT"
               organization is line sequential.

       data division.
       file section.
       fd  transaction-file.
       01  transaction-record.
           05  itran-action             pic x(3).
           05  itran-number             pic 9(6).
           05  itran-number-x redefines itran-number
                                        pic x(6).
           05  itran-operator           pic x(8).
           05  itran-assign-to          pic x(8).
           05  itran-note               pic x(30).

       fd  incident-file.
       01  incident-record.
           05  inc-number               pic 9(6).
           05  inc-match-key.
               10  inc-code             pic x(8).
               10  inc-requestor        pic x(8).
           05  inc-status               pic x(1).
               88  inc-open             value "O".
               88  inc-acknowledged     value "A".
               88  inc-closed           value "C".
           05  inc-source               pic x(8).
           05  inc-orig-severity        pic 9(2).
           05  inc-severity             pic 9(2).
           05  inc-first-date           pic 9(8).
           05  inc-last-seen.
               10  inc-last-seen-date   pic 9(8).
               10  inc-last-seen-time   pic 9(8).
           05  inc-last-fold.
               10  inc-last-fold-date   pic 9(8).
               10  inc-last-fold-time   pic 9(8).
           05  inc-occurrences          pic 9(5).
           05  inc-nights               pic 9(5).
           05  inc-last-text            pic x(40).
           05  inc-assigned-to          pic x(8).
           05  inc-ack-by               pic x(8).
           05  inc-ack-date             pic 9(8).
           05  inc-closed-by            pic x(8).
           05  inc-closed-date          pic 9(8).
           05  inc-note                 pic x(30).

       fd  edit-report-file.
       01  edit-report-line             pic x(70).

       working-storage section.
       01  tran-file-status pic xx.
           88 tran-file-ok value "00".
           88 tran-file-eof value "10".
       01  inc-file-status pic xx.
           88 inc-file-ok value "00".
           88 inc-not-found value "23".

       01  record-found-sw pic x.
           88 record-found value "Y".
       01  reject-reason pic x(25).
       01  tran-operator pic x(8).

       01  trans-read pic 9(3) value 0.
       01  trans-applied pic 9(3) value 0.
       01  trans-rejected pic 9(3) value 0.
       01  tran-number pic z(3).

       01  tran-detail.
           05  trd-number pic z(3).
           05  filler pic x(2) value spaces.
           05  trd-action pic x(3).
           05  filler pic x(2) value spaces.
           05  trd-incident pic x(6).
           05  filler pic x(2) value spaces.
           05  trd-operator pic x(8).
           05  filler pic x(2) value spaces.
           05  trd-result pic x(8).
           05  filler pic x(2) value spaces.
           05  trd-reason pic x(25).
           05  filler pic x(7) value spaces.

       01  count-display pic z(4)9.
       01  run-date pic 9(8).
       01  run-time pic 9(8).
       01  submitter pic x(8).

       procedure division.
       main-logic.
           accept run-date from date yyyymmdd
           accept run-time from time
           accept submitter from environment "USER"
           perform open-incident-master
           perform open-edit-report
           perform apply-transactions
           perform write-report-trailer
           close edit-report-file
           close incident-file
           if trans-rejected > 0
               move 8 to return-code
           end-if
           stop run.

      *----------------------------------------------------------
      * There is nothing to maintain until PRIMINCD has created
      * the incident file, so a missing file stops the run.
      *----------------------------------------------------------
       open-incident-master.
           open i-o incident-file
           if not inc-file-ok
               display "INCDMNT: INCIDENT OPEN FAILED, STATUS "
                   inc-file-status
               move 16 to return-code
               stop run
           end-if.

       open-edit-report.
           open output edit-report-file
           move spaces to edit-report-line
           string "INCIDENT MAINTENANCE EDIT REPORT"
               delimited by size into edit-report-line
           write edit-report-line
           move spaces to edit-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "   RUN TIME " delimited by size
               run-time delimited by size
               "   SUBMITTER " delimited by size
               submitter delimited by size
               into edit-report-line
           write edit-report-line
           move spaces to edit-report-line
           write edit-report-line
           move spaces to edit-report-line
           string "NO   ACT  INCDNT  OPERATOR  RESULT    REASON"
               delimited by size into edit-report-line
           write edit-report-line.

       apply-transactions.
           open input transaction-file
           if not tran-file-ok
               display "INCDMNT: INCDTRAN OPEN FAILED, STATUS "
                   tran-file-status
               move spaces to edit-report-line
               string "NO TRANSACTION FILE - INCIDENTS UNCHANGED"
                   delimited by size into edit-report-line
               write edit-report-line
           else
               perform until tran-file-eof
                   read transaction-file
                       at end
                           continue
                       not at end
                           add 1 to trans-read
                           perform apply-one-transaction
                   end-read
               end-perform
               close transaction-file
           end-if.

      *----------------------------------------------------------
      * ACK marks an open incident as picked up, ASN names who
      * owns it (an acknowledged incident can be reassigned), and
      * CLO closes it.  A closed incident takes no further
      * transactions.  The operator column names who did it; a
      * blank one falls back to the submitting user.  Record zero
      * is PRIMINCD's control record, not an incident.
      *----------------------------------------------------------
       apply-one-transaction.
           move trans-read to tran-number
           move spaces to reject-reason
           move itran-operator to tran-operator
           if tran-operator = spaces
               move submitter to tran-operator
           end-if
           if itran-number-x is not numeric
               move "INCIDENT NOT NUMERIC" to reject-reason
           else
               perform read-incident-record
               evaluate true
                   when not record-found
                       move "NOT ON FILE" to reject-reason
                   when inc-closed
                       move "INCIDENT CLOSED" to reject-reason
                   when other
                       evaluate itran-action
                           when "ACK"
                               perform apply-ack-transaction
                           when "ASN"
                               perform apply-asn-transaction
                           when "CLO"
                               perform apply-clo-transaction
                           when other
                               move "UNKNOWN ACTION" to reject-reason
                       end-evaluate
               end-evaluate
           end-if
           if reject-reason = spaces
               add 1 to trans-applied
               perform write-tran-line-applied
           else
               add 1 to trans-rejected
               perform write-tran-line-rejected
           end-if.

       read-incident-record.
           move "N" to record-found-sw
           if itran-number > 0
               move itran-number to inc-number
               read incident-file
                   invalid key
                       continue
                   not invalid key
                       move "Y" to record-found-sw
               end-read
           end-if.

       apply-ack-transaction.
           if inc-acknowledged
               move "ALREADY ACKNOWLEDGED" to reject-reason
           else
               set inc-acknowledged to true
               move tran-operator to inc-ack-by
               move run-date to inc-ack-date
               if itran-note not = spaces
                   move itran-note to inc-note
               end-if
               rewrite incident-record
           end-if.

       apply-asn-transaction.
           if itran-assign-to = spaces
               move "ASSIGN-TO BLANK" to reject-reason
           else
               move itran-assign-to to inc-assigned-to
               if itran-note not = spaces
                   move itran-note to inc-note
               end-if
               rewrite incident-record
           end-if.

       apply-clo-transaction.
           set inc-closed to true
           move tran-operator to inc-closed-by
           move run-date to inc-closed-date
           if itran-note not = spaces
               move itran-note to inc-note
           end-if
           rewrite incident-record.

       write-tran-line-applied.
           move spaces to tran-detail
           move tran-number to trd-number
           move itran-action to trd-action
           move itran-number-x to trd-incident
           move tran-operator to trd-operator
           move "APPLIED" to trd-result
           write edit-report-line from tran-detail.

       write-tran-line-rejected.
           move spaces to tran-detail
           move tran-number to trd-number
           move itran-action to trd-action
           move itran-number-x to trd-incident
           move tran-operator to trd-operator
           move "REJECTED" to trd-result
           move reject-reason to trd-reason
           write edit-report-line from tran-detail.

       write-report-trailer.
           move spaces to edit-report-line
           write edit-report-line
           move trans-read to count-display
           move spaces to edit-report-line
           string "TRANSACTIONS READ     " delimited by size
               count-display delimited by size
               into edit-report-line
           write edit-report-line
           move trans-applied to count-display
           move spaces to edit-report-line
           string "TRANSACTIONS APPLIED  " delimited by size
               count-display delimited by size
               into edit-report-line
           write edit-report-line
           move trans-rejected to count-display
           move spaces to edit-report-line
           string "TRANSACTIONS REJECTED " delimited by size
               count-display delimited by size
               into edit-report-line
           write edit-report-line.
