      *                    maintenance run after the widening
      *                    writes EXCLNEW in the wide layout by
      *                    itself.
      *   2026-10-15  ET   Dual control: every EXCLTRAN card now
      *                    carries the id of the user who submitted
      *                    it and the user who approved it, and is
      *                    applied only when the authorization file
      *                    (AUTHFILE) lets the first submit and the
      *                    second approve exclusion changes and the
      *                    two are different people.  Anything else
      *                    - including a missing AUTHFILE - is
      *                    REFUSED and logged to AUDITLOG.  The
      *                    AUDITLOG record now also carries the
      *                    action, the approver and the outcome
      *                    (APPLIED or REFUSED), and its submitter
      *                    column is the card's submitter.
      *   2026-10-15  ET   Preview mode (P on EXCLPARM): the pending
      *                    EXCLTRAN batch is edited exactly as a
      *                    real run would edit it, but EXCLNEW and
      *                    AUDITLOG are not written.  An impact
      *                    report (EXCLPRVW) shows, for every
      *                    proposed exclusion, whether the value is
      *                    active on PRIMMSTR, which SUBSMSTR
      *                    subscribers' ranges include it and the
      *                    last MANIFEST delivery that shipped to
      *                    each of them.  In both modes an ADD that
      *                    would pull an active published value -
      *                    or any ADD while PRIMMSTR cannot be read
      *                    to tell - needs a confirmed override (Y
      *                    in the new override column at the end of
      *                    the EXCLTRAN card) or it is rejected.
      *   2026-10-15  ET   The approver named on the card must be
      *                    the user running the program; anyone
      *                    could type an entitled id in that column,
      *                    so a card run by someone else is refused
      *                    APPROVER NOT RUN USER.

       environment division.
       input-output section.
           select change-report-file assign to "EXCLRPT"
               organization is line sequential.

           select excl-parm-file assign to "EXCLPARM"
               organization is line sequential
               file status is eparm-file-status.

           select master-file assign to "PRIMMSTR"
               organization is indexed
               access mode is random
               record key is master-prime
               file status is master-file-status.

           select subscriber-file assign to "SUBSMSTR"
               organization is indexed
               access mode is sequential
               record key is subs-id
               file status is subs-file-status.

           select manifest-file assign to "MANIFEST"
               organization is line sequential
               file status is man-file-status.

           select preview-report-file assign to "EXCLPRVW"
               organization is line sequential.

           select auth-file assign to "AUTHFILE"
               organization is line sequential
               file status is auth-file-status.

           select audit-file assign to "AUDITLOG"
               organization is line sequential
               file status is audit-file-status.
           05  tran-expiry              pic 9(8).
           05  tran-expiry-x redefines tran-expiry
                                        pic x(8).
           05  tran-submitter           pic x(8).
           05  tran-approver            pic x(8).
           05  tran-override            pic x(1).
               88  tran-override-confirmed value "Y".

       fd  new-exclusion-file.
       01  new-exclusion-record.
       fd  change-report-file.
       01  change-report-line           pic x(70).

       fd  excl-parm-file.
       01  excl-parm-record.
           05  eparm-mode               pic x(1).

       fd  master-file.
       01  master-record.
           05  master-prime             pic 9(8).
           05  master-first-published   pic 9(8).
           05  master-last-confirmed    pic 9(8).
           05  master-status            pic x(1).
               88  master-active        value "A".
               88  master-retired       value "R".

       fd  subscriber-file.
       01  subscriber-record.
           05  subs-id                  pic x(8).
           05  subs-range-lo            pic 9(8).
           05  subs-range-hi            pic 9(8).
           05  subs-format              pic x(1).
           05  subs-status              pic x(1).
               88  subs-active          value "A".
               88  subs-suspended       value "S".
               88  subs-closed          value "C".
           05  subs-effective           pic 9(8).
           05  subs-end-date            pic 9(8).
           05  subs-contact             pic x(20).

       fd  manifest-file.
       01  manifest-line                pic x(60).

       fd  preview-report-file.
       01  preview-report-line          pic x(100).

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
           05  audit-range-start        pic 9(8).
           05  audit-range-end          pic 9(8).
           05  audit-requestor          pic x(8).
           05  audit-action             pic x(3).
           05  audit-approver           pic x(8).
           05  audit-outcome            pic x(8).

       working-storage section.
       01  excl-file-status pic xx.
           88 tran-file-eof value "10".
       01  audit-file-status pic xx.
           88 audit-file-ok value "00".
       01  auth-file-status pic xx.
           88 auth-file-ok value "00".
           88 auth-file-eof value "10".
       01  eparm-file-status pic xx.
           88 eparm-file-ok value "00".
       01  master-file-status pic xx.
           88 master-file-ok value "00".
       01  subs-file-status pic xx.
           88 subs-file-ok value "00".
           88 subs-file-eof value "10".
       01  man-file-status pic xx.
           88 man-file-ok value "00".
           88 man-file-eof value "10".

       01  run-mode-sw pic x value "U".
           88 preview-run value "P".
       01  master-available-sw pic x value "N".
           88 master-available value "Y".
       01  value-master-status pic x(13).
           88 value-active-on-master value "ACTIVE".

       01  subs-limit pic 9(3) value 500.
       01  subs-count pic 9(3) value 0.
       01  sx pic 9(3).
       01  subscriber-table.
           05 subscriber-entry occurs 500 times.
               10 sbt-id pic x(8).
               10 sbt-range-lo pic 9(8).
               10 sbt-range-hi pic 9(8).
               10 sbt-format pic x(1).
               10 sbt-status pic x(1).
               10 sbt-last-night pic 9(8).
               10 sbt-last-format pic x(1).
               10 sbt-last-count pic 9(8).
       01  manifest-night pic 9(8) value 0.
       01  man-status-part pic x(8).
       01  man-count-part pic x(8).
       01  subs-hit-count pic 9(3).

       01  proposed-count pic 9(3) value 0.
       01  proposed-active-count pic 9(3) value 0.
       01  subscriber-lines pic 9(5) value 0.

       01  preview-value-detail.
           05  filler pic x(6) value "VALUE ".
           05  pvd-value pic x(8).
           05  filler pic x(2) value spaces.
           05  filler pic x(7) value "MASTER ".
           05  pvd-master pic x(13).
           05  filler pic x(2) value spaces.
           05  filler pic x(9) value "OVERRIDE ".
           05  pvd-override pic x(1).
           05  filler pic x(2) value spaces.
           05  pvd-result pic x(8).
           05  filler pic x(2) value spaces.
           05  pvd-reason pic x(25).
           05  filler pic x(15) value spaces.

       01  preview-subs-detail.
           05  filler pic x(4) value spaces.
           05  psd-id pic x(8).
           05  filler pic x(2) value spaces.
           05  psd-format pic x(1).
           05  filler pic x(2) value spaces.
           05  psd-status pic x(9).
           05  filler pic x(2) value spaces.
           05  psd-range-lo pic z(7)9.
           05  filler pic x(1) value "-".
           05  psd-range-hi pic z(7)9.
           05  filler pic x(2) value spaces.
           05  psd-last-night pic x(8).
           05  filler pic x(2) value spaces.
           05  psd-last-format pic x(1).
           05  filler pic x(2) value spaces.
           05  psd-last-count pic z(7)9.
           05  filler pic x(32) value spaces.

       01  excl-work-value pic 9(8).
       01  excl-in-value-x pic x(8).
       01  trans-read pic 9(3) value 0.
       01  trans-applied pic 9(3) value 0.
       01  trans-rejected pic 9(3) value 0.
       01  trans-refused pic 9(3) value 0.
       01  tran-number pic z(3).
       01  reject-reason pic x(25).

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

       01  work-effective pic 9(8).
       01  work-expiry pic 9(8).

           accept run-date from date yyyymmdd
           accept run-time from time
           accept submitter from environment "USER"
           perform read-excl-parm
           perform load-exclusion-list
           perform load-user-authorities
           perform open-prime-master
           if preview-run
               perform load-subscriber-ranges
               perform load-last-deliveries
               perform open-preview-report
           end-if
           perform open-change-report
           perform write-before-section
           perform apply-transactions
           perform write-new-exclusion-list
           perform write-report-trailer
           close change-report-file
           if preview-run
               perform write-preview-trailer
               close preview-report-file
           end-if
           if master-available
               close master-file
           end-if
           if trans-rejected > 0
               move 8 to return-code
           end-if
           stop run.

      *----------------------------------------------------------
      * P on EXCLPARM asks for a preview: the batch is edited
      * and reported as a real run would, but nothing is applied
      * and nothing is audited.  A missing or blank card is a
      * normal update run.
      *----------------------------------------------------------
       read-excl-parm.
           open input excl-parm-file
           if eparm-file-ok
               read excl-parm-file
                   at end
                       continue
                   not at end
                       if eparm-mode = "P"
                           move "P" to run-mode-sw
                       end-if
               end-read
               close excl-parm-file
           end-if.

      *----------------------------------------------------------
      * The prime master says whether a proposed exclusion would
      * pull a value that is published tonight.  Without it that
      * cannot be told, and every ADD then needs an override.
      *----------------------------------------------------------
       open-prime-master.
           open input master-file
           if master-file-ok
               move "Y" to master-available-sw
           else
               display "EXCLMNT: PRIMMSTR NOT AVAILABLE, STATUS "
                   master-file-status ", EVERY ADD NEEDS OVERRIDE"
           end-if.

       read-master-status.
           if not master-available
               move "UNKNOWN" to value-master-status
           else
               move tran-value to master-prime
               read master-file
                   invalid key
                       move "NOT ON MASTER" to value-master-status
                   not invalid key
                       if master-active
                           move "ACTIVE" to value-master-status
                       else
                           move "RETIRED" to value-master-status
                       end-if
               end-read
           end-if.

      *----------------------------------------------------------
      * Every subscriber on the master, whatever its status - a
      * suspended subscriber still expects the value back when
      * it is reinstated.
      *----------------------------------------------------------
       load-subscriber-ranges.
           open input subscriber-file
           if subs-file-ok
               perform until subs-file-eof
                   read subscriber-file
                       at end
                           continue
                       not at end
                           perform store-one-subscriber
                   end-read
               end-perform
               close subscriber-file
           else
               display "EXCLMNT: SUBSMSTR NOT AVAILABLE, STATUS "
                   subs-file-status ", NO SUBSCRIBER IMPACT SHOWN"
           end-if.

       store-one-subscriber.
           if subs-count < subs-limit
               add 1 to subs-count
               move subs-id to sbt-id(subs-count)
               move subs-range-lo to sbt-range-lo(subs-count)
               move subs-range-hi to sbt-range-hi(subs-count)
               move subs-format to sbt-format(subs-count)
               move subs-status to sbt-status(subs-count)
               move 0 to sbt-last-night(subs-count)
               move space to sbt-last-format(subs-count)
               move 0 to sbt-last-count(subs-count)
           else
               display "EXCLMNT: SUBSCRIBER TABLE FULL, "
                   subs-id " NOT SHOWN"
           end-if.

      *----------------------------------------------------------
      * The last WRITTEN line for each subscriber on MANIFEST,
      * read at the fixed columns PRIMACKM and PRIMCHRG use.  The
      * file may be several nights concatenated; each RUN DATE
      * heading dates the lines under it and the latest night
      * wins.
      *----------------------------------------------------------
       load-last-deliveries.
           open input manifest-file
           if man-file-ok
               perform until man-file-eof
                   read manifest-file
                       at end
                           continue
                       not at end
                           perform store-one-manifest-line
                   end-read
               end-perform
               close manifest-file
           else
               display "EXCLMNT: MANIFEST NOT AVAILABLE, STATUS "
                   man-file-status ", NO DELIVERIES SHOWN"
           end-if.

       store-one-manifest-line.
           if manifest-line(1:9) = "RUN DATE "
               and manifest-line(10:8) is numeric
               move manifest-line(10:8) to manifest-night
           end-if
           move manifest-line(14:8) to man-status-part
           if man-status-part = "WRITTEN"
               move manifest-line(32:8) to man-count-part
               inspect man-count-part replacing leading spaces
                   by zeros
               if man-count-part is numeric
                   perform varying sx from 1 by 1 until sx > subs-count
                       if sbt-id(sx) = manifest-line(1:8)
                           and manifest-night >= sbt-last-night(sx)
                           move manifest-night to sbt-last-night(sx)
                           move manifest-line(11:1)
                               to sbt-last-format(sx)
                           move man-count-part to sbt-last-count(sx)
                       end-if
                   end-perform
               end-if
           end-if.

       open-preview-report.
           open output preview-report-file
           move spaces to preview-report-line
           string "EXCLUSION IMPACT PREVIEW - NOTHING APPLIED"
               delimited by size into preview-report-line
           write preview-report-line
           move spaces to preview-report-line
           string "RUN DATE " delimited by size
               run-date delimited by size
               "   RUN TIME " delimited by size
               run-time delimited by size
               "   SUBMITTER " delimited by size
               submitter delimited by size
               into preview-report-line
           write preview-report-line
           move spaces to preview-report-line
           write preview-report-line
           move spaces to preview-report-line
           string "    SUBSCRIB  F  STATUS         RANGE"
               "           LAST SHIP  F   RECORDS"
               delimited by size into preview-report-line
           write preview-report-line
           move spaces to preview-report-line
           write preview-report-line.

      *----------------------------------------------------------
      * One block per proposed exclusion: the value's standing
      * on the master, what the real run would do with the card,
      * and every subscriber whose range takes it in, with the
      * last delivery that shipped to them.
      *----------------------------------------------------------
       write-impact-entry.
           add 1 to proposed-count
           perform read-master-status
           if value-active-on-master
               add 1 to proposed-active-count
           end-if
           move spaces to pvd-value
           move tran-value-x to pvd-value
           move value-master-status to pvd-master
           move tran-override to pvd-override
           if reject-reason = spaces
               move "ACCEPTED" to pvd-result
               move spaces to pvd-reason
           else
               move "REJECTED" to pvd-result
               move reject-reason to pvd-reason
           end-if
           write preview-report-line from preview-value-detail
           move 0 to subs-hit-count
           perform varying sx from 1 by 1 until sx > subs-count
               if sbt-range-lo(sx) <= tran-value
                   and sbt-range-hi(sx) >= tran-value
                   perform write-impact-subscriber
               end-if
           end-perform
           if subs-hit-count = 0
               move spaces to preview-report-line
               string "    NO SUBSCRIBER RANGE INCLUDES IT"
                   delimited by size into preview-report-line
               write preview-report-line
           end-if
           move spaces to preview-report-line
           write preview-report-line.

       write-impact-subscriber.
           add 1 to subs-hit-count
           add 1 to subscriber-lines
           move sbt-id(sx) to psd-id
           move sbt-format(sx) to psd-format
           evaluate sbt-status(sx)
               when "A"
                   move "ACTIVE" to psd-status
               when "S"
                   move "SUSPENDED" to psd-status
               when "C"
                   move "CLOSED" to psd-status
               when other
                   move sbt-status(sx) to psd-status
           end-evaluate
           move sbt-range-lo(sx) to psd-range-lo
           move sbt-range-hi(sx) to psd-range-hi
           if sbt-last-night(sx) = 0
               move "NONE" to psd-last-night
               move space to psd-last-format
               move 0 to psd-last-count
           else
               move sbt-last-night(sx) to psd-last-night
               move sbt-last-format(sx) to psd-last-format
               move sbt-last-count(sx) to psd-last-count
           end-if
           write preview-report-line from preview-subs-detail.

       write-preview-trailer.
           move proposed-count to count-display
           move spaces to preview-report-line
           string "PROPOSED EXCLUSIONS   " delimited by size
               count-display delimited by size
               into preview-report-line
           write preview-report-line
           move proposed-active-count to count-display
           move spaces to preview-report-line
           string "  ACTIVE ON MASTER    " delimited by size
               count-display delimited by size
               into preview-report-line
           write preview-report-line
           move subscriber-lines to count-display
           move spaces to preview-report-line
           string "SUBSCRIBERS AFFECTED  " delimited by size
               count-display delimited by size
               into preview-report-line
           write preview-report-line.

      *----------------------------------------------------------
      * Load the current list into the table.  A record with
      * blank dates carries effective zero and expiry 99999999:
                   move excl-rec-expiry-x to excl-in-exp-x
           end-evaluate.

      *----------------------------------------------------------
      * The U records on AUTHFILE for exclusion changes (file
      * code EXCL) say who may submit and who may approve.  A
      * user on more than one line gets the sum of the rights.
      * With no AUTHFILE nobody may do anything, so every
      * transaction is refused rather than waved through.
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
                               and auth-file-code = "EXCL"
                               perform store-one-user-authority
                           end-if
                   end-read
               end-perform
               close auth-file
           else
               display "EXCLMNT: AUTHFILE NOT AVAILABLE, STATUS "
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
                   display "EXCLMNT: AUTHORITY TABLE FULL, USER "
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

       open-change-report.
           open output change-report-file
           move spaces to change-report-line
           if preview-run
               string "EXCLUSION LIST MAINTENANCE REPORT - PREVIEW, "
                   "NOTHING APPLIED" delimited by size
                   into change-report-line
           else
               string "EXCLUSION LIST MAINTENANCE REPORT"
                   delimited by size into change-report-line
           end-if
           write change-report-line
           move spaces to change-report-line
           string "RUN DATE " delimited by size
      * means no expiry), DEL takes one off.  A transaction that
      * fails edit is listed REJECTED with the reason and the run
      * ends with a non-zero return code, the same discipline the
      * PRIME control-input edit applies.  Dual control is checked
      * first: a card its submitter may not submit, its approver
      * may not approve, that nobody else approved, or that is
      * not being run by its approver is refused outright and the
      * refusal goes to AUDITLOG.
      *----------------------------------------------------------
       apply-transactions.
           move spaces to change-report-line
       apply-one-transaction.
           move trans-read to tran-number
           move spaces to reject-reason
           perform check-dual-control
           if reject-reason = spaces
               evaluate tran-action
                   when "ADD"
                       perform edit-add-transaction
                       if reject-reason = spaces
                           perform apply-add-transaction
                       end-if
                   when "DEL"
                       perform edit-del-transaction
                       if reject-reason = spaces
                           perform apply-del-transaction
                       end-if
                   when other
                       move "UNKNOWN ACTION" to reject-reason
               end-evaluate
           end-if
           if reject-reason = spaces
               add 1 to trans-applied
               perform write-tran-line-applied
               move "APPLIED" to audit-new-outcome
               if not preview-run
                   perform write-audit-record
               end-if
           else
               add 1 to trans-rejected
               perform write-tran-line-rejected
               if tran-refused
                   add 1 to trans-refused
                   move "REFUSED" to audit-new-outcome
                   if not preview-run
                       perform write-audit-record
                   end-if
               end-if
           end-if
           if preview-run
               and tran-action = "ADD"
               and tran-value-x is numeric
               perform write-impact-entry
           end-if.

       check-dual-control.
           move "N" to tran-refused-sw
           evaluate true
               when not auth-available
                   move "NO AUTHORIZATION FILE" to reject-reason
               when tran-submitter = spaces
                   move "SUBMITTER BLANK" to reject-reason
               when tran-approver = spaces
                   move "NOT APPROVED" to reject-reason
               when tran-approver = tran-submitter
                   move "APPROVER IS SUBMITTER" to reject-reason
               when submitter not = tran-approver
                   move "APPROVER NOT RUN USER" to reject-reason
               when other
                   move tran-submitter to user-lookup-id
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
                       move tran-approver to user-lookup-id
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

       edit-add-transaction.
                       move "ALREADY ON LIST" to reject-reason
                   end-if
               end-if
               if reject-reason = spaces
                   perform read-master-status
                   if not tran-override-confirmed
                       if value-active-on-master
                           move "ACTIVE VALUE, NO OVERRIDE"
                               to reject-reason
                       end-if
                       if not master-available
                           move "NO MASTER, NO OVERRIDE"
                               to reject-reason
                       end-if
                   end-if
               end-if
           end-if.

       apply-add-transaction.
           move tran-number to trd-number
           move tran-action to trd-action
           move tran-value-x to trd-value
           if preview-run
               move "ACCEPTED" to trd-result
           else
               move "APPLIED" to trd-result
           end-if
           write change-report-line from tran-detail.

       write-tran-line-rejected.
           write change-report-line from tran-detail.

      *----------------------------------------------------------
      * One audit record per applied or refused change, the same
      * layout and the same extend-with-create fallback the PRIME
      * run audit uses: job, date/time, the card's submitter, the
      * value changed (in both range columns), the action (also
      * in the requestor column, where it has always been), the
      * approver and the outcome, so "who reserved that bucket,
      * who signed it off and when" comes off the same file as
      * "who ran the job".
      *----------------------------------------------------------
       write-audit-record.
           move "EXCLMNT" to audit-job-name
           move run-date to audit-run-date
           move run-time to audit-run-time
           move tran-submitter to audit-submitter
           if tran-value-x is numeric
               move tran-value to audit-range-start
               move tran-value to audit-range-end
           else
               move 0 to audit-range-start
               move 0 to audit-range-end
           end-if
           move spaces to audit-requestor
           move tran-action to audit-requestor
           move tran-action to audit-action
           move tran-approver to audit-approver
           move audit-new-outcome to audit-outcome
           open extend audit-file
           if not audit-file-ok
               if audit-file-status = "35"
      * signed off.
      *----------------------------------------------------------
       write-new-exclusion-list.
           move spaces to change-report-line
           if preview-run
               string "LIST AFTER MAINTENANCE - PREVIEW, EXCLNEW "
                   "NOT WRITTEN" delimited by size
                   into change-report-line
           else
               open output new-exclusion-file
               string "LIST AFTER MAINTENANCE" delimited by size
                   into change-report-line
           end-if
           write change-report-line
           move spaces to change-report-line
           string "VALUE      EFFECTIVE   EXPIRY" delimited by size
           write change-report-line
           perform varying ex from 1 by 1 until ex > excl-count
               if not excl-deleted(ex)
                   if not preview-run
                       move excl-value(ex) to new-rec-value
                       move excl-effective(ex) to new-rec-effective
                       move excl-expiry(ex) to new-rec-expiry
                       write new-exclusion-record
                   end-if
                   perform write-one-list-line
               end-if
           end-perform
           if not preview-run
               close new-exclusion-file
           end-if.

       write-report-trailer.
           move spaces to change-report-line
           write change-report-line
           move trans-applied to count-display
           move spaces to change-report-line
           if preview-run
               string "TRANSACTIONS ACCEPTED " delimited by size
                   count-display delimited by size
                   into change-report-line
           else
               string "TRANSACTIONS APPLIED  " delimited by size
                   count-display delimited by size
                   into change-report-line
           end-if
           write change-report-line
           move trans-rejected to count-display
           move spaces to change-report-line
           string "TRANSACTIONS REJECTED " delimited by size
               count-display delimited by size
               into change-report-line
           write change-report-line
           move trans-refused to count-display
           move spaces to change-report-line
           string "  OF WHICH REFUSED    " delimited by size
               count-display delimited by size
               into change-report-line
           write change-report-line.
