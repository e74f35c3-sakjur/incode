      *                    is no longer a one-way door that sends
      *                    the desk back to hand-editing the
      *                    master.
      *   2026-10-15  ET   Dual control: every SUBSTRAN card now
      *                    carries the id of the user who submitted
      *                    it and the user who approved it, and is
      *                    applied only when the authorization file
      *                    (AUTHFILE) lets the first submit and the
      *                    second approve subscriber changes and the
      *                    two are different people.  Anything else
      *                    - including a missing AUTHFILE - is
      *                    REFUSED.  Every applied or refused change
      *                    now appends a record to AUDITLOG in the
      *                    same layout EXCLMNT and PRIME use.
      *   2026-10-15  ET   The approver named on the card must be
      *                    the user running the program; anyone
      *                    could type an entitled id in that column,
      *                    so a card run by someone else is refused
      *                    APPROVER NOT RUN USER.

       environment division.
       input-output section.
           select edit-report-file assign to "SUBSEDIT"
               organization is line sequential.

           select auth-file assign to "AUTHFILE"
               organization is line sequential
               file status is auth-file-status.

           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-file-status.

       data division.
       file section.
       fd  transaction-file.
           05  stran-end-date-x redefines stran-end-date
                                        pic x(8).
           05  stran-contact            pic x(20).
           05  stran-submitter          pic x(8).
           05  stran-approver           pic x(8).

       fd  subscriber-file.
       01  subscriber-record.
       fd  edit-report-file.
       01  edit-report-line             pic x(70).

       fd  auth-file.
       01  auth-record.
           05  auth-type                pic x(1).
               88  auth-requestor-entry value "R".
               88  auth-user-entry      value "U".
           05  auth-id                  pic x(8).
           05  auth-detail              pic x(16).
           05  auth-range-detail redefines auth-detail.
               10  auth-range-lo        pic 9(8).
               10  auth-range-lo-x redefines auth-range-lo
                                        pic x(8).
               10  auth-range-hi        pic 9(8).
               10  auth-range-hi-x redefines auth-range-hi
                                        pic x(8).
           05  auth-user-detail redefines auth-detail.
               10  auth-file-code       pic x(4).
               10  auth-may-submit      pic x(1).
               10  auth-may-approve     pic x(1).
               10  filler               pic x(10).

       fd  audit-file.
       01  audit-record.
           05  audit-job-name           pic x(8).
           05  audit-run-date           pic 9(8).
           05  audit-run-time           pic 9(8).
           05  audit-submitter          pic x(8).
           05  audit-range-start        pic 9(8).
           05  audit-range-end          pic 9(8).
           05  audit-requestor          pic x(8).
           05  audit-action             pic x(3).
           05  audit-approver           pic x(8).
           05  audit-outcome            pic x(8).

       working-storage section.
       01  tran-file-status pic xx.
           88 tran-file-ok value "00".
           88 subs-file-ok value "00".
           88 subs-not-found value "23".
           88 subs-missing value "35".
       01  auth-file-status pic xx.
           88 auth-file-ok value "00".
           88 auth-file-eof value "10".
       01  audit-file-status pic xx.
           88 audit-file-ok value "00".

       01  record-found-sw pic x.
           88 record-found value "Y".
       01  trans-read pic 9(3) value 0.
       01  trans-applied pic 9(3) value 0.
       01  trans-rejected pic 9(3) value 0.
       01  trans-refused pic 9(3) value 0.
       01  tran-number pic z(3).

       01  tran-detail.
           05  trd-reason pic x(25).
           05  filler pic x(15) value spaces.

       01  auth-available-sw pic x value "N".
           88 auth-available value "Y".
       01  user-limit pic 9(3) value 200.
       01  user-count pic 9(3) value 0.
       01  ux pic 9(3).
       01  user-table.
           05 user-entry occurs 200 times.
               10 usr-id pic x(8).
               10 usr-may-submit pic x(1).
               10 usr-may-approve pic x(1).
       01  user-lookup-id pic x(8).
       01  user-found-sw pic x.
           88 user-found value "Y".
       01  user-found-at pic 9(3).
       01  tran-refused-sw pic x.
           88 tran-refused value "Y".
       01  audit-new-outcome pic x(8).

       01  count-display pic z(4)9.
       01  run-date pic 9(8).
       01  run-time pic 9(8).
       01  submitter pic x(8).

       procedure division.
       main-logic.
           accept run-date from date yyyymmdd
           accept run-time from time
           accept submitter from environment "USER"
           perform open-subscriber-master
           perform load-user-authorities
           perform open-edit-report
           perform apply-transactions
           perform write-report-trailer
               stop run
           end-if.

      *----------------------------------------------------------
      * The U records on AUTHFILE for subscriber changes (file
      * code SUBS) say who may submit and who may approve, read
      * the same way EXCLMNT reads them for EXCL.  With no
      * AUTHFILE every transaction is refused.
      *----------------------------------------------------------
       load-user-authorities.
           open input auth-file
           if auth-file-ok
               move "Y" to auth-available-sw
               perform until auth-file-eof
                   read auth-file
                       at end
                           continue
                       not at end
                           if auth-user-entry
                               and auth-file-code = "SUBS"
                               perform store-one-user-authority
                           end-if
                   end-read
               end-perform
               close auth-file
           else
               display "SUBSMNT: AUTHFILE NOT AVAILABLE, STATUS "
                   auth-file-status ", ALL TRANSACTIONS REFUSED"
           end-if.

       store-one-user-authority.
           move auth-id to user-lookup-id
           perform find-user-authority
           if not user-found
               if user-count < user-limit
                   add 1 to user-count
                   move user-count to user-found-at
                   move auth-id to usr-id(user-count)
                   move "N" to usr-may-submit(user-count)
                   move "N" to usr-may-approve(user-count)
                   move "Y" to user-found-sw
               else
                   display "SUBSMNT: AUTHORITY TABLE FULL, USER "
                       auth-id " IGNORED"
                   move 8 to return-code
               end-if
           end-if
           if user-found
               if auth-may-submit = "Y"
                   move "Y" to usr-may-submit(user-found-at)
               end-if
               if auth-may-approve = "Y"
                   move "Y" to usr-may-approve(user-found-at)
               end-if
           end-if.

       find-user-authority.
           move "N" to user-found-sw
           move 0 to user-found-at
           perform varying ux from 1 by 1
                   until ux > user-count or user-found
               if usr-id(ux) = user-lookup-id
                   move "Y" to user-found-sw
                   move ux to user-found-at
               end-if
           end-perform.

       open-edit-report.
           open output edit-report-file
           move spaces to edit-report-line
      * (stamping the end date).  A transaction that fails edit
      * is REJECTED with the reason and the run ends with a
      * non-zero return code, the same discipline every edit pass
      * in this stream applies.  Dual control is checked first: a
      * card its submitter may not submit, its approver may not
      * approve, that nobody else approved, or that is not being
      * run by its approver is refused outright and the refusal
      * goes to AUDITLOG.
      *----------------------------------------------------------
       apply-one-transaction.
           move trans-read to tran-number
           move spaces to reject-reason
           perform check-dual-control
           if reject-reason = spaces
               if stran-id = spaces
                   move "SUBSCRIBER ID BLANK" to reject-reason
               else
                   perform read-subscriber-record
                   evaluate stran-action
                       when "ADD"
                           perform apply-add-transaction
                       when "CHG"
                           perform apply-chg-transaction
                       when "SUS"
                           perform apply-sus-transaction
                       when "RES"
                           perform apply-res-transaction
                       when "CLO"
                           perform apply-clo-transaction
                       when other
                           move "UNKNOWN ACTION" to reject-reason
                   end-evaluate
               end-if
           end-if
           if reject-reason = spaces
               add 1 to trans-applied
               perform write-tran-line-applied
               move "APPLIED" to audit-new-outcome
               perform write-audit-record
           else
               add 1 to trans-rejected
               perform write-tran-line-rejected
               if tran-refused
                   add 1 to trans-refused
                   move "REFUSED" to audit-new-outcome
                   perform write-audit-record
               end-if
           end-if.

       check-dual-control.
           move "N" to tran-refused-sw
           evaluate true
               when not auth-available
                   move "NO AUTHORIZATION FILE" to reject-reason
               when stran-submitter = spaces
                   move "SUBMITTER BLANK" to reject-reason
               when stran-approver = spaces
                   move "NOT APPROVED" to reject-reason
               when stran-approver = stran-submitter
                   move "APPROVER IS SUBMITTER" to reject-reason
               when submitter not = stran-approver
                   move "APPROVER NOT RUN USER" to reject-reason
               when other
                   move stran-submitter to user-lookup-id
                   perform find-user-authority
                   if not user-found
                       move "SUBMITTER NOT ENTITLED" to reject-reason
                   else
                       if usr-may-submit(user-found-at) not = "Y"
                           move "SUBMITTER NOT ENTITLED"
                               to reject-reason
                       end-if
                   end-if
                   if reject-reason = spaces
                       move stran-approver to user-lookup-id
                       perform find-user-authority
                       if not user-found
                           move "APPROVER NOT ENTITLED"
                               to reject-reason
                       else
                           if usr-may-approve(user-found-at) not = "Y"
                               move "APPROVER NOT ENTITLED"
                                   to reject-reason
                           end-if
                       end-if
                   end-if
           end-evaluate
           if reject-reason not = spaces
               move "Y" to tran-refused-sw
           end-if.

       read-subscriber-record.
           move reject-reason to trd-reason
           write edit-report-line from tran-detail.

      *----------------------------------------------------------
      * One AUDITLOG record per applied or refused change in the
      * layout EXCLMNT and PRIME write: job, date/time, the
      * card's submitter, the subscriber's range, the subscriber
      * id in the requestor column, the action, the approver and
      * the outcome.  An applied change records the range as it
      * now stands on the master; a refused one records whatever
      * range the card carried.
      *----------------------------------------------------------
       write-audit-record.
           move "SUBSMNT" to audit-job-name
           move run-date to audit-run-date
           move run-time to audit-run-time
           move stran-submitter to audit-submitter
           if reject-reason = spaces
               move subs-range-lo to audit-range-start
               move subs-range-hi to audit-range-end
           else
               move 0 to audit-range-start
               move 0 to audit-range-end
               if stran-range-lo-x is numeric
                   move stran-range-lo to audit-range-start
               end-if
               if stran-range-hi-x is numeric
                   move stran-range-hi to audit-range-end
               end-if
           end-if
           move stran-id to audit-requestor
           move stran-action to audit-action
           move stran-approver to audit-approver
           move audit-new-outcome to audit-outcome
           open extend audit-file
           if not audit-file-ok
               if audit-file-status = "35"
                   open output audit-file
               else
                   display "SUBSMNT: AUDITLOG OPEN EXTEND FAILED, "
                       "STATUS " audit-file-status
                   move 16 to return-code
                   stop run
               end-if
           end-if
           write audit-record
           close audit-file.

       write-report-trailer.
           move spaces to edit-report-line
           write edit-report-line
           string "TRANSACTIONS REJECTED " delimited by size
               count-display delimited by size
               into edit-report-line
           write edit-report-line
           move trans-refused to count-display
           move spaces to edit-report-line
           string "  OF WHICH REFUSED    " delimited by size
               count-display delimited by size
               into edit-report-line
           write edit-report-line.
